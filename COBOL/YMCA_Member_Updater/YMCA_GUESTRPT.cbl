      *          director asks for first; until now the answer lived
      *          on a tally sheet in a drawer.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/27/2018 GW - A month older than what YMCA_PURGE kept live
      *                   can be reported from the dated guest archives
      *                   - the operator keys each archive path after
      *                   the live file is read (blank ends).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-GUEST-PASS-REPORT.
       01  SWITCHES.
           05  GUEST-EOF-SWITCH            PIC X          VALUE "N".
               88  GUEST-EOF                              VALUE "Y".
           05  MORE-ARCHIVES-SWITCH        PIC X          VALUE "Y".
               88  MORE-ARCHIVES                          VALUE "Y".
           05  NAME-FOUND-SWITCH           PIC X.
               88  NAME-FOUND                              VALUE "Y".
           05  BRANCH-ROW-SWITCH           PIC X.
           PERFORM 100-TALLY-ONE-PASS
               WITH TEST AFTER
               UNTIL GUEST-EOF.
           CLOSE GUESTFILE.

      * A MONTH OLDER THAN WHAT YMCA_PURGE KEPT LIVE IS ON THE DATED
      * GUEST ARCHIVES - THE OPERATOR FEEDS THEM IN HERE.
           PERFORM 250-TALLY-ONE-ARCHIVE
               WITH TEST AFTER
               UNTIL NOT MORE-ARCHIVES.

           PERFORM 300-PRINT-GUEST-REPORT.
           DISPLAY "PASSES IN MONTH: " PASSES-IN-MONTH-COUNT
               " CONVERTED: " CONVERTED-COUNT.
           CLOSE YMCAMEM
                 GUESTRPT.
           STOP RUN.

                   MOVE "Y" TO NAME-FOUND-SWITCH
           END-READ.

       250-TALLY-ONE-ARCHIVE.
           MOVE SPACES TO WS-GUESTFILE-PATH.
           DISPLAY "Enter: Older Guest Archive Path (BLANK = DONE)"
           ACCEPT WS-GUESTFILE-PATH.
           IF WS-GUESTFILE-PATH = SPACES
               MOVE "N" TO MORE-ARCHIVES-SWITCH
           ELSE
               OPEN INPUT GUESTFILE
               IF NOT WS-GUESTFILE-OK
                   DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS: "
                       WS-GUESTFILE-STATUS " - SKIPPED"
               ELSE
                   MOVE "N" TO GUEST-EOF-SWITCH
                   PERFORM 100-TALLY-ONE-PASS
                       WITH TEST AFTER
                       UNTIL GUEST-EOF
                   CLOSE GUESTFILE
               END-IF
           END-IF.

       300-PRINT-GUEST-REPORT.
           MOVE REPORT-PERIOD TO GH-PERIOD.
           MOVE GUEST-HEADING-LINE TO GUEST-REPORT.
