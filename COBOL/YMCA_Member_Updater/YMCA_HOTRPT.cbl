      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/30/2018
      * Purpose: Lost/stolen card attempts report for the branch
      *          managers.  Reads the HOTTRY file YMCA_CHECKIN appends
      *          each time a hot-listed card is swiped at the door,
      *          selects the requested month (and branch, if one is
      *          keyed), and lists the attempts by branch, date and
      *          time with the reason the card was retired and the
      *          member who now holds the membership under their new
      *          card.  A card that keeps turning up is somebody
      *          trying the door with a card that is not theirs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-HOT-CARD-REPORT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT YMCAMEM ASSIGN TO WS-YMCAMEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CARD-NUMBER
               ALTERNATE RECORD KEY IS MBR-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-YMCAMEM-STATUS.
           SELECT HOTTRY ASSIGN TO WS-HOTTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTTRY-STATUS.
           SELECT HOTRPT ASSIGN TO WS-HOTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK8".

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  HOTTRY.
           COPY HOTTRYREC.

       FD  HOTRPT.
       01  HOT-REPORT                  PIC X(80).

      * SCRATCH SORT FILE - THE ATTEMPTS ARRIVE IN THE ORDER THE DESKS
      * LOGGED THEM AND ARE PRINTED BY BRANCH, DATE AND TIME.
       SD  SORT-WORK.
       01  SORT-ATTEMPT-RECORD.
           05  SRT-BRANCH-CODE         PIC X(3).
           05  SRT-ATTEMPT-DATE        PIC 9(8).
           05  SRT-ATTEMPT-TIME        PIC 9(6).
           05  SRT-CARD-NUMBER         PIC 9(6).
           05  SRT-REPLACED-BY         PIC 9(6).
           05  SRT-REASON-CODE         PIC X.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-HOTTRY-PATH          PIC X(100).
           05  WS-HOTRPT-PATH          PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-HOTTRY-STATUS            PIC X(2).
           88  WS-HOTTRY-OK                       VALUE "00".

       01  SWITCHES.
           05  HOTTRY-EOF-SWITCH           PIC X          VALUE "N".
               88  HOTTRY-EOF                             VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X          VALUE "N".
               88  SORT-EOF                               VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X          VALUE "Y".
               88  FIRST-RECORD                           VALUE "Y".

       01  REPORT-PERIOD               PIC 9(6)       VALUE ZERO.
       01  REPORT-BRANCH-CODE          PIC X(3)       VALUE SPACES.
       01  BREAK-BRANCH-CODE           PIC X(3)       VALUE SPACES.

       01  HOT-COUNT-FIELDS            BINARY.
           05  ATTEMPTS-READ-COUNT     PIC S9(5)      VALUE ZERO.
           05  ATTEMPTS-SELECTED-COUNT PIC S9(5)      VALUE ZERO.
           05  BRANCH-ATTEMPT-COUNT    PIC S9(5)      VALUE ZERO.
           05  BRANCH-COUNT            PIC S9(3)      VALUE ZERO.

       01  HOT-HEADING-LINE.
           05              PIC X(36)
               VALUE "LOST/STOLEN CARD ATTEMPTS FOR MONTH ".
           05  HH-PERIOD               PIC 9(6).
           05              PIC X(10)       VALUE "  BRANCH: ".
           05  HH-BRANCH               PIC X(3).

       01  HOT-BRANCH-LINE.
           05              PIC X(8)        VALUE "BRANCH: ".
           05  HB-BRANCH-CODE          PIC X(3).

       01  HOT-COLUMN-LINE.
           05              PIC X(12)       VALUE "DATE        ".
           05              PIC X(7)        VALUE "TIME   ".
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(8)        VALUE "REASON  ".
           05              PIC X(9)        VALUE "NOW CARD ".
           05              PIC X(20)       VALUE "MEMBER NAME".

       01  HOT-DETAIL-LINE.
           05  HD-MONTH                PIC 99.
           05                          PIC X           VALUE "/".
           05  HD-DAY                  PIC 99.
           05                          PIC X           VALUE "/".
           05  HD-YEAR                 PIC 9(4).
           05                          PIC XX          VALUE SPACE.
           05  HD-HOURS                PIC 99.
           05                          PIC X           VALUE ":".
           05  HD-MINUTES              PIC 99.
           05                          PIC XX          VALUE SPACE.
           05  HD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  HD-REASON               PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  HD-REPLACED-BY          PIC 9(6).
           05                          PIC XXX         VALUE SPACE.
           05  HD-MEMBER-NAME          PIC X(20).

       01  HOT-BRANCH-TOTAL-LINE.
           05              PIC X(20)   VALUE "  ATTEMPTS AT BRANCH".
           05              PIC X           VALUE SPACE.
           05  HBT-BRANCH-CODE     PIC X(3).
           05              PIC X(4)        VALUE " -- ".
           05  HBT-ATTEMPT-COUNT   PIC ZZ,ZZ9.

       01  HOT-TRAILER-LINE.
           05              PIC X(23)   VALUE "ATTEMPTS ALL BRANCHES -".
           05              PIC X           VALUE SPACE.
           05  HT-ATTEMPT-COUNT    PIC ZZ,ZZ9.
           05              PIC X(12)       VALUE " AT BRANCHES".
           05              PIC X           VALUE SPACE.
           05  HT-BRANCH-COUNT     PIC ZZ9.

       PROCEDURE DIVISION.

       000-REPORT-HOT-CARD-ATTEMPTS.
           PERFORM 050-GET-RUNTIME-PATHS.

           DISPLAY "Enter: Report Month (YYYYMM)"
           ACCEPT REPORT-PERIOD.
           DISPLAY "Enter: Branch Code (BLANK FOR ALL BRANCHES)"
           ACCEPT REPORT-BRANCH-CODE.

           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           OPEN INPUT HOTTRY.
           IF NOT WS-HOTTRY-OK
               DISPLAY "NO HOT CARD ATTEMPTS FILE AT " WS-HOTTRY-PATH
               DISPLAY "STATUS: " WS-HOTTRY-STATUS
                   " - NO LOST OR STOLEN CARD HAS BEEN TRIED YET"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           OPEN OUTPUT HOTRPT.

           MOVE REPORT-PERIOD TO HH-PERIOD.
           IF REPORT-BRANCH-CODE = SPACES
               MOVE "ALL" TO HH-BRANCH
           ELSE
               MOVE REPORT-BRANCH-CODE TO HH-BRANCH
           END-IF.
           MOVE HOT-HEADING-LINE TO HOT-REPORT.
           WRITE HOT-REPORT.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH-CODE
                                SRT-ATTEMPT-DATE
                                SRT-ATTEMPT-TIME
               INPUT PROCEDURE 200-RELEASE-ATTEMPTS
               OUTPUT PROCEDURE 300-PRINT-ATTEMPTS.

           MOVE ATTEMPTS-SELECTED-COUNT TO HT-ATTEMPT-COUNT.
           MOVE BRANCH-COUNT            TO HT-BRANCH-COUNT.
           MOVE HOT-TRAILER-LINE TO HOT-REPORT.
           WRITE HOT-REPORT AFTER ADVANCING 2 LINES.

           DISPLAY "ATTEMPTS READ: " ATTEMPTS-READ-COUNT
               " REPORTED: " ATTEMPTS-SELECTED-COUNT.
           CLOSE YMCAMEM
                 HOTTRY
                 HOTRPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-HOTTRY-PATH FROM ENVIRONMENT "HOTTRY_PATH".
           IF WS-HOTTRY-PATH = SPACES
               MOVE "HOTTRY.DAT" TO WS-HOTTRY-PATH
           END-IF.

           ACCEPT WS-HOTRPT-PATH FROM ENVIRONMENT "HOTRPT_PATH".
           IF WS-HOTRPT-PATH = SPACES
               MOVE "HOTRPT.TXT" TO WS-HOTRPT-PATH
           END-IF.

      * SORT INPUT PROCEDURE - RELEASES THE MONTH'S ATTEMPTS FOR THE
      * BRANCH ASKED FOR, OR FOR EVERY BRANCH WHEN NONE WAS KEYED.
       200-RELEASE-ATTEMPTS.
           PERFORM 210-RELEASE-ONE-ATTEMPT
               WITH TEST AFTER
               UNTIL HOTTRY-EOF.

       210-RELEASE-ONE-ATTEMPT.
           READ HOTTRY
               AT END
                   MOVE "Y" TO HOTTRY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ATTEMPTS-READ-COUNT
                   IF HTA-ATTEMPT-DATE(1:6) = REPORT-PERIOD
                       AND (REPORT-BRANCH-CODE = SPACES
                        OR HTA-BRANCH-CODE = REPORT-BRANCH-CODE)
                       MOVE HTA-BRANCH-CODE  TO SRT-BRANCH-CODE
                       MOVE HTA-ATTEMPT-DATE TO SRT-ATTEMPT-DATE
                       MOVE HTA-ATTEMPT-TIME TO SRT-ATTEMPT-TIME
                       MOVE HTA-CARD-NUMBER  TO SRT-CARD-NUMBER
                       MOVE HTA-REPLACED-BY  TO SRT-REPLACED-BY
                       MOVE HTA-REASON-CODE  TO SRT-REASON-CODE
                       RELEASE SORT-ATTEMPT-RECORD
                   END-IF
           END-READ.

      * SORT OUTPUT PROCEDURE - ONE SECTION PER BRANCH, HEADED AND
      * TOTALLED AT THE BRANCH BREAK.
       300-PRINT-ATTEMPTS.
           PERFORM 310-RETURN-ONE-ATTEMPT.
           PERFORM 320-PRINT-ONE-ATTEMPT
               WITH TEST AFTER
               UNTIL SORT-EOF.

       310-RETURN-ONE-ATTEMPT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.

       320-PRINT-ONE-ATTEMPT.
           IF NOT SORT-EOF
               IF FIRST-RECORD
                   MOVE "N" TO FIRST-RECORD-SWITCH
                   PERFORM 330-START-BRANCH
               ELSE
                   IF SRT-BRANCH-CODE NOT = BREAK-BRANCH-CODE
                       PERFORM 340-END-BRANCH
                       PERFORM 330-START-BRANCH
                   END-IF
               END-IF
               ADD 1 TO ATTEMPTS-SELECTED-COUNT
               ADD 1 TO BRANCH-ATTEMPT-COUNT
               PERFORM 350-PRINT-DETAIL-LINE
               PERFORM 310-RETURN-ONE-ATTEMPT
           ELSE
               IF NOT FIRST-RECORD
                   PERFORM 340-END-BRANCH
               END-IF
           END-IF.

       330-START-BRANCH.
           MOVE SRT-BRANCH-CODE TO BREAK-BRANCH-CODE.
           MOVE ZERO TO BRANCH-ATTEMPT-COUNT.
           ADD 1 TO BRANCH-COUNT.
           MOVE SRT-BRANCH-CODE TO HB-BRANCH-CODE.
           MOVE HOT-BRANCH-LINE TO HOT-REPORT.
           WRITE HOT-REPORT AFTER ADVANCING 2 LINES.
           MOVE HOT-COLUMN-LINE TO HOT-REPORT.
           WRITE HOT-REPORT AFTER ADVANCING 1 LINES.

       340-END-BRANCH.
           MOVE BREAK-BRANCH-CODE    TO HBT-BRANCH-CODE.
           MOVE BRANCH-ATTEMPT-COUNT TO HBT-ATTEMPT-COUNT.
           MOVE HOT-BRANCH-TOTAL-LINE TO HOT-REPORT.
           WRITE HOT-REPORT AFTER ADVANCING 2 LINES.

      * THE MEMBER NAME COMES FROM THE REPLACEMENT CARD - THE OLD ONE
      * IS NO LONGER ON YMCAMEM.  A MEMBER WHO HAS SINCE LEFT OR HAD
      * THE CARD REPLACED AGAIN SHOWS AS NOT ON FILE.
       350-PRINT-DETAIL-LINE.
           MOVE SRT-ATTEMPT-DATE(5:2) TO HD-MONTH.
           MOVE SRT-ATTEMPT-DATE(7:2) TO HD-DAY.
           MOVE SRT-ATTEMPT-DATE(1:4) TO HD-YEAR.
           MOVE SRT-ATTEMPT-TIME(1:2) TO HD-HOURS.
           MOVE SRT-ATTEMPT-TIME(3:2) TO HD-MINUTES.
           MOVE SRT-CARD-NUMBER       TO HD-CARD-NUMBER.
           MOVE SRT-REPLACED-BY       TO HD-REPLACED-BY.
           IF SRT-REASON-CODE = "S"
               MOVE "STOLEN" TO HD-REASON
           ELSE
               MOVE "LOST"   TO HD-REASON
           END-IF.
           MOVE SRT-REPLACED-BY TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO HD-MEMBER-NAME
               NOT INVALID KEY
                   MOVE MBR-NAME TO HD-MEMBER-NAME
           END-READ.
           MOVE HOT-DETAIL-LINE TO HOT-REPORT.
           WRITE HOT-REPORT AFTER ADVANCING 1 LINES.
