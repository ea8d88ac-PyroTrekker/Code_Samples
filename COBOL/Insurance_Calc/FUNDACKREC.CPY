      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/19/2018
      * Purpose: Shared fund acknowledgment record layout - the file the
      *          retirement-fund administrator's intake returns for a
      *          FUND-REMIT file.  One D detail per employee ID they
      *          processed: accepted or rejected, the reason for a
      *          rejection, and the date and amount they credited.
      *          Fixed columns and plain signed numbers, the same as
      *          the remittance.  Any other record type (their own
      *          header or trailer) is skipped.  Read by
      *          INSURANCE-FUND-RECON.
      ******************************************************************
       01  FUND-ACK-RECORD.
           05  AK-RECORD-TYPE          PIC X.
               88  AK-DETAIL-RECORD                   VALUE "D".
           05  AK-EMPLOYEE-ID          PIC X(6).
           05  AK-ACK-STATUS           PIC X.
               88  AK-ACCEPTED                        VALUE "A".
               88  AK-REJECTED                        VALUE "R".
      *    ZERO AND ZERO ON A REJECTED ID - NOTHING WAS CREDITED
           05  AK-CREDIT-DATE          PIC 9(8).
           05  AK-CREDIT-AMOUNT        PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  AK-REJECT-REASON        PIC X(30).
