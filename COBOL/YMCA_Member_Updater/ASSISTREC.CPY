      ******************************************************************
      * Author: Graham Wenz
      * Date: 04/18/2018
      * Purpose: Financial-assistance subsidy log record.  One record
      *          is appended to ASSISTLOG every time a charge is
      *          reduced by an approved assistance percent - the
      *          membership fee set in YMCA_MEM_UPDATE, a renewal
      *          billed by YMCA_RENEWBILL, a monthly draft taken by
      *          YMCA_DRAFTRUN, or a class charge - carrying the full
      *          rate, what the member was actually charged, and the
      *          difference given.  ASB-FUNDING-CARD is the card whose
      *          approval was applied: the member's own, or the
      *          household primary's.  YMCA_ASSISTRPT reports the
      *          assistance dollars by branch for donors and the
      *          United Way.
      *
      * Modification History:
      *   04/25/2018 GW - Amounts made signed (same length).  A class
      *                   drop in YMCA_CLASS_ENROLL credits back what
      *                   was charged and writes the enrollment's
      *                   subsidy back out as a negative CL record, so
      *                   a withdrawn class does not count as
      *                   assistance given.
      ******************************************************************
       01  ASSIST-SUBSIDY-RECORD.
           05  ASB-CARD-NUMBER         PIC 9(6).
           05  ASB-CHARGE-DATE         PIC 9(8).
           05  ASB-BRANCH-CODE         PIC X(3).
           05  ASB-SOURCE-CODE         PIC X(2).
               88  ASB-DUES-SUBSIDY                   VALUE "RN".
               88  ASB-CLASS-SUBSIDY                  VALUE "CL".
           05  ASB-ASSIST-PERCENT      PIC 9(3).
           05  ASB-FULL-AMOUNT         PIC S9(4)V99.
           05  ASB-CHARGED-AMOUNT      PIC S9(4)V99.
           05  ASB-SUBSIDY-AMOUNT      PIC S9(4)V99.
           05  ASB-FUNDING-CARD        PIC 9(6).
