      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/19/2018
      * Purpose: Shared FUND-REMIT remittance file record layouts - the
      *          file INSURANCE-CALCULATOR's batch sends the retirement-
      *          fund administrator.  Fixed columns, plain signed
      *          numbers, no editing.  An H header with the run date,
      *          one D detail per accepted employee, and a T trailer the
      *          fund's intake balances against.  INSURANCE-FUND-RECON
      *          reads the same file back to match it against the
      *          fund's acknowledgment (see FUNDACKREC).
      ******************************************************************
       01  REMIT-DETAIL-RECORD.
           05  RD-RECORD-TYPE          PIC X.
           05  RD-EMPLOYEE-ID          PIC X(6).
           05  RD-PLAN-CODE            PIC X(2).
           05  RD-PAYOUT-AMOUNT        PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
       01  REMIT-HEADER-RECORD.
           05  RH-RECORD-TYPE          PIC X.
           05  RH-RUN-DATE             PIC 9(8).
       01  REMIT-TRAILER-RECORD.
           05  RT-RECORD-TYPE          PIC X.
           05  RT-RECORD-COUNT         PIC 9(5).
           05  RT-TOTAL-AMOUNT         PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
