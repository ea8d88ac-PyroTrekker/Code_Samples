      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/05/2018
      * Purpose: Shared corporate open item record layout.  One record
      *          per employer share billed for a linked member - the
      *          account it is owed on, the employee it was billed
      *          for, and when - appended to CORPITEMS by
      *          YMCA_RENEWBILL (source RN) and by new-member entry in
      *          YMCA_MEM_UPDATE (source NM, the first period).  Kept
      *          apart from ARITEMS so the employer's share never
      *          lands on the member's balance or aging.  YMCA_CORPACCT
      *          settles an employer's check against the account's
      *          open items oldest-first, YMCA_CORPINV lists them on
      *          the monthly statement, and YMCA_REVSUM counts the
      *          original amounts as membership billed.  A fully paid
      *          item stays on the file with a zero open amount, the
      *          same as ARITEMS.
      *
      * Modification History:
      *   08/09/2018 GW - YMCA_RETCHECK re-opens the items an employer's
      *                   returned check had paid, and raises afresh
      *                   (dated the day of the return) whatever it
      *                   cannot put back - the employee's item under
      *                   its own source, the unapplied part and used-up
      *                   credit under source OT with a zero card
      *                   number.
      ******************************************************************
       01  CORP-ITEM-RECORD.
           05  CPI-ACCOUNT-NUMBER      PIC 9(6).
           05  CPI-CARD-NUMBER         PIC 9(6).
           05  CPI-CHARGE-DATE         PIC 9(8).
           05  CPI-SOURCE-CODE         PIC X(2).
           05  CPI-ORIGINAL-AMOUNT     PIC 9(4)V99.
           05  CPI-OPEN-AMOUNT         PIC 9(4)V99.
