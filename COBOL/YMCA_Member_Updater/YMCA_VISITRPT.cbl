      *          of members with zero visits in that window, so renewals
      *          and class staffing can be worked off actual usage.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/27/2018 GW - Older visits archived by YMCA_PURGE can be
      *                   read back: the operator keys each archive path
      *                   after the live file is released (blank ends),
      *                   so the lifetime totals and last-visit dates
      *                   still cover them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-VISIT-REPORT.
               88  VISIT-EOF                              VALUE "Y".
           05  RAW-VISIT-EOF-SWITCH        PIC X          VALUE "N".
               88  RAW-VISIT-EOF                          VALUE "Y".
           05  MORE-ARCHIVES-SWITCH        PIC X          VALUE "Y".
               88  MORE-ARCHIVES                          VALUE "Y".

       01  MATCH-COUNT-FIELDS          BINARY.
           05  MEMBER-VISIT-COUNT      PIC S9(5)      VALUE ZERO.
               CLOSE VISITS
           END-IF.

      * YMCA_PURGE MOVES OLD VISITS TO DATED ARCHIVES - THE OPERATOR
      * CAN FEED AS MANY BACK IN AS THE LIFETIME TOTALS NEED.
           PERFORM 214-RELEASE-ONE-ARCHIVE
               WITH TEST AFTER
               UNTIL NOT MORE-ARCHIVES.

       212-READ-RAW-VISIT.
           READ VISITS
               AT END
                   MOVE "Y" TO RAW-VISIT-EOF-SWITCH.

       214-RELEASE-ONE-ARCHIVE.
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
                   MOVE "N" TO RAW-VISIT-EOF-SWITCH
                   PERFORM 212-READ-RAW-VISIT
                   PERFORM 215-RELEASE-ONE-VISIT
                       WITH TEST AFTER
                       UNTIL RAW-VISIT-EOF
                   CLOSE VISITS
               END-IF
           END-IF.

       215-RELEASE-ONE-VISIT.
           IF NOT RAW-VISIT-EOF
               MOVE VST-CARD-NUMBER TO SRT-CARD-NUMBER
