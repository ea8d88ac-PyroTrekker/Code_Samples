      *          WHEN the building is busy, so the front-desk and
      *          lifeguard schedules stop being set by gut feel.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/27/2018 GW - A date range reaching back past what
      *                   YMCA_PURGE kept live can take in the dated
      *                   visit archives - the operator keys each
      *                   archive path after the live file is read
      *                   (blank ends).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-UTILIZATION-REPORT.
       01  SWITCHES.
           05  VISIT-EOF-SWITCH            PIC X          VALUE "N".
               88  VISIT-EOF                              VALUE "Y".
           05  MORE-ARCHIVES-SWITCH        PIC X          VALUE "Y".
               88  MORE-ARCHIVES                          VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  BRANCH-ROW-SWITCH           PIC X.
           PERFORM 100-TALLY-ONE-VISIT
               WITH TEST AFTER
               UNTIL VISIT-EOF.
           CLOSE VISITS.

      * A RANGE REACHING BACK PAST WHAT YMCA_PURGE KEPT LIVE NEEDS
      * THE DATED VISIT ARCHIVES - THE OPERATOR FEEDS THEM IN HERE.
           PERFORM 160-TALLY-ONE-ARCHIVE
               WITH TEST AFTER
               UNTIL NOT MORE-ARCHIVES.

           PERFORM 300-PRINT-ALL-GRIDS.

           DISPLAY "VISITS READ: " VISITS-READ-COUNT
               " IN RANGE: " VISITS-IN-RANGE-COUNT.
           CLOSE YMCAMEM
                 UTILRPT.
           STOP RUN.

           MOVE ZERO TO BG-HOUR-COUNT(BRANCH-FOUND-IDX, DAY-IDX,
               HOUR-IDX).

       160-TALLY-ONE-ARCHIVE.
           MOVE SPACES TO WS-VISITS-PATH.
           DISPLAY "Enter: Older Visits Archive Path (BLANK = DONE)"
           ACCEPT WS-VISITS-PATH.
           IF WS-VISITS-PATH = SPACES
               MOVE "N" TO MORE-ARCHIVES-SWITCH
           ELSE
               OPEN INPUT VISITS
               IF NOT WS-VISITS-OK
                   DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS: "
                       WS-VISITS-STATUS " - SKIPPED"
               ELSE
                   MOVE "N" TO VISIT-EOF-SWITCH
                   PERFORM 100-TALLY-ONE-VISIT
                       WITH TEST AFTER
                       UNTIL VISIT-EOF
                   CLOSE VISITS
               END-IF
           END-IF.

       300-PRINT-ALL-GRIDS.
           MOVE RANGE-START-DATE TO UH-START-DATE.
           MOVE RANGE-END-DATE   TO UH-END-DATE.
