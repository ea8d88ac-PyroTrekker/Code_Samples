      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/20/2018
      * Purpose: Collection agency placement file record layouts.
      *          YMCA_BADDEBT appends one fixed-format batch per
      *          escalation run for the agency: a placement (type D)
      *          per account turned over - card number, name and
      *          mailing address, the balance placed, the date of the
      *          oldest charge still open, the placement date, and
      *          the member's branch - closed by one trailer (type T)
      *          holding the placement count and the dollar total the
      *          agency balances the batch against.  The agency quotes
      *          the card number back on its remittances (see
      *          AGYREMREC).  120-byte records; both layouts share
      *          the record area.
      *
      * Modification History:
      *   08/23/2018 GW - The file is appended to rather than replaced -
      *                   each escalation run adds its own placements
      *                   and trailer until the agency has collected it.
      *                   Layout unchanged.
      ******************************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05  AGP-RECORD-TYPE         PIC X.
               88  AGP-PLACEMENT                      VALUE "D".
               88  AGP-TRAILER                        VALUE "T".
           05  AGP-CARD-NUMBER         PIC 9(6).
           05  AGP-MEMBER-NAME         PIC X(20).
           05  AGP-STREET-ADDRESS      PIC X(20).
           05  AGP-CITY                PIC X(15).
           05  AGP-STATE               PIC X(2).
           05  AGP-ZIPCODE             PIC 9(5).
           05  AGP-PLACED-AMOUNT       PIC 9(5)V99.
           05  AGP-OLDEST-CHARGE-DATE  PIC 9(8).
           05  AGP-PLACED-DATE         PIC 9(8).
           05  AGP-BRANCH-CODE         PIC X(3).
           05  FILLER                  PIC X(25).
       01  AGENCY-PLACEMENT-TRAILER.
           05  AGT-RECORD-TYPE         PIC X.
           05  AGT-PLACED-COUNT        PIC 9(6).
           05  AGT-TOTAL-AMOUNT        PIC 9(9)V99.
           05  AGT-FILE-DATE           PIC 9(8).
           05  FILLER                  PIC X(94).
