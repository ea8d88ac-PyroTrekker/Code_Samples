      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/20/2018
      * Purpose: Collection agency remittance record layout.  One
      *          record per collection the agency reports on an
      *          account YMCA_BADDEBT placed with it - the card number
      *          from the placement file, the date the agency
      *          collected, the gross amount it collected, and the fee
      *          it kept.  The agency's check is for the net.  Read by
      *          YMCA_BADDEBT in (R)ecoveries mode, which posts the net
      *          as a recovery and empties the file when done.
      ******************************************************************
       01  AGENCY-REMIT-RECORD.
           05  AGR-CARD-NUMBER         PIC 9(6).
           05  AGR-COLLECTED-DATE      PIC 9(8).
           05  AGR-GROSS-AMOUNT        PIC 9(5)V99.
           05  AGR-FEE-AMOUNT          PIC 9(5)V99.
           05  AGR-AGENCY-REFERENCE    PIC X(12).
