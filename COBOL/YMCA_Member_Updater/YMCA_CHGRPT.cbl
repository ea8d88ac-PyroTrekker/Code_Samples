      *                   leaves behind) and each is scanned for the
      *                   same card, so a dispute older than the last
      *                   rollover is still answered from the log.
      *   03/28/2018 GW - Function D (a credit refund paid out by
      *                   YMCA_REFUNDS, logged under the approving
      *                   operator) now prints by name, and the
      *                   second image line shows MBR-CREDIT-BALANCE.
      *   04/04/2018 GW - Function K (a returned check reversed by
      *                   YMCA_RETCHECK) now prints by name.
      *   05/30/2018 GW - Function C (a lost or stolen card replaced
      *                   in YMCA_MEM_UPDATE) now prints by name.  It
      *                   is logged under both the old and the new
      *                   card, so either number finds the move.
      *   06/20/2018 GW - Change codes W (bad-debt write-off) and V
      *                   (agency recovery) from YMCA_BADDEBT decoded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CHANGE-HISTORY-REPORT.
           05              PIC X(5)        VALUE "BRN  ".
           05              PIC X(22)       VALUE "STREET ADDRESS".
           05              PIC X(17)       VALUE "CITY".
           05              PIC X(4)        VALUE "ST  ".
           05              PIC X(9)        VALUE "   CREDIT".

       01  IMAGE-DETAIL-LINE-2.
           05  ID2-TAG                 PIC X(8).
           05  ID2-CITY                PIC X(15).
           05                          PIC XX          VALUE SPACE.
           05  ID2-STATE               PIC X(2).
           05                          PIC XX          VALUE SPACE.
           05  ID2-CREDIT-BALANCE      PIC $Z,ZZ9.99.

       01  HISTORY-TRAILER-LINE.
           05          PIC X(18)   VALUE "CHANGES --------- ".
               WHEN "T" MOVE "TERMINATION"  TO CH-FUNCTION-DESC
               WHEN "R" MOVE "REINSTATE"    TO CH-FUNCTION-DESC
               WHEN "F" MOVE "FREEZE/HOLD"  TO CH-FUNCTION-DESC
               WHEN "D" MOVE "CREDIT REFND" TO CH-FUNCTION-DESC
               WHEN "K" MOVE "RETURNED CHK" TO CH-FUNCTION-DESC
               WHEN "C" MOVE "CARD REPLACE" TO CH-FUNCTION-DESC
               WHEN "W" MOVE "BAD DEBT W/O" TO CH-FUNCTION-DESC
               WHEN "V" MOVE "AGENCY RECOV" TO CH-FUNCTION-DESC
      *    AN EDIT REACHED THROUGH THE NAME INQUIRY LOGS THE SESSION
      *    FUNCTION "I" BUT IS STILL A MAINTENANCE CHANGE.
               WHEN "I" MOVE "INQUIRY EDIT" TO CH-FUNCTION-DESC
           MOVE MBR-STREET-ADDRESS   TO ID2-STREET.
           MOVE MBR-CITY             TO ID2-CITY.
           MOVE MBR-STATE            TO ID2-STATE.
           MOVE MBR-CREDIT-BALANCE   TO ID2-CREDIT-BALANCE.
           MOVE IMAGE-DETAIL-LINE-2  TO CHANGE-REPORT.
           WRITE CHANGE-REPORT AFTER ADVANCING 1 LINES.
