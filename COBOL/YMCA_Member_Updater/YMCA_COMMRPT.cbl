      *                   fee-based figure still prints beside the
      *                   new one with a variance column while the
      *                   trainers learn to trust the change.
      *   06/27/2018 GW - A month older than what YMCA_PURGE kept live
      *                   can be paid from the dated session archives -
      *                   the operator keys each archive path after the
      *                   live file is read (blank ends).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-TRAINER-COMMISSION.
               88  TRAINER-FOUND                          VALUE "Y".
           05  SES-EOF-SWITCH              PIC X          VALUE "N".
               88  SES-EOF                                VALUE "Y".
           05  MORE-ARCHIVES-SWITCH        PIC X          VALUE "Y".
               88  MORE-ARCHIVES                          VALUE "Y".

      * ONE ROW PER TRAINER ON THE MASTER, PLUS ROWS OPENED ON THE
      * FLY FOR TRAINER IDS FOUND ON MEMBERS BUT NOT ON THE MASTER
               CLOSE SESSFILE
           END-IF.

      * A MONTH OLDER THAN WHAT YMCA_PURGE KEPT LIVE IS ON THE DATED
      * SESSION ARCHIVES - THE OPERATOR FEEDS THEM IN HERE.
           PERFORM 370-TALLY-ONE-ARCHIVE
               WITH TEST AFTER
               UNTIL NOT MORE-ARCHIVES.

       360-TALLY-ONE-SESSION.
           READ SESSFILE
               AT END
                   END-IF
           END-READ.

       370-TALLY-ONE-ARCHIVE.
           MOVE SPACES TO WS-SESSFILE-PATH.
           DISPLAY "Enter: Older Session Archive Path (BLANK = DONE)"
           ACCEPT WS-SESSFILE-PATH.
           IF WS-SESSFILE-PATH = SPACES
               MOVE "N" TO MORE-ARCHIVES-SWITCH
           ELSE
               OPEN INPUT SESSFILE
               IF NOT WS-SESSFILE-OK
                   DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS: "
                       WS-SESSFILE-STATUS " - SKIPPED"
               ELSE
                   MOVE "N" TO SES-EOF-SWITCH
                   PERFORM 360-TALLY-ONE-SESSION
                       WITH TEST AFTER
                       UNTIL SES-EOF
                   CLOSE SESSFILE
               END-IF
           END-IF.

       500-PRINT-COMMISSION-LINES.
           PERFORM 505-PRINT-ONE-COMMISSION-LINE
               VARYING TRN-IDX FROM 1 BY 1
