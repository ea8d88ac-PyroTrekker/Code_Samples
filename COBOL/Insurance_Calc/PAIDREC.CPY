      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/19/2018
      * Purpose: Shared INSPAID cumulative paid-employees record layout.
      *          One record per payout INSURANCE-CALCULATOR's batch has
      *          ever accepted, appended as each is accepted and read
      *          back at the start of every run to kick repeat IDs out
      *          before they are paid again.  INSURANCE-FUND-RECON sets
      *          the fund status from the administrator's
      *          acknowledgment - a payout the fund REJECTED no longer
      *          blocks a corrected resubmission of the same ID.
      *          Records written before the status was added read back
      *          with it blank, the same as one not yet reconciled.
      *
      * Modification History:
      *   07/26/2018 GW - Added PD-PLAN-CODE so the year-end tax run
      *                   (INSURANCE-TAX-YEAREND) can total each
      *                   retiree's payouts by plan straight from
      *                   INSPAID.
      ******************************************************************
       01  PAID-EMPLOYEE-RECORD.
           05  PD-EMPLOYEE-ID          PIC X(6).
           05  PD-RUN-DATE             PIC 9(8).
           05  PD-PAYOUT-AMOUNT        PIC 9(7)V99.
           05  PD-FUND-STATUS          PIC X.
               88  PD-FUND-UNCONFIRMED                VALUE SPACE.
               88  PD-FUND-ACCEPTED                   VALUE "A".
               88  PD-FUND-REJECTED                   VALUE "R".
      *    THE DAY THE ACKNOWLEDGMENT WAS RECONCILED - ZERO UNTIL THEN
           05  PD-RECON-DATE           PIC 9(8).
      *    THE PLAN THE PAYOUT WAS FIGURED UNDER - BLANK ON RECORDS
      *    WRITTEN BEFORE IT WAS CARRIED HERE
           05  PD-PLAN-CODE            PIC X(2).
