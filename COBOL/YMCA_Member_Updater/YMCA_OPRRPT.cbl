      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/13/2018
      * Purpose: Operator activity report for the executive director.
      *          For a date range keyed at run time, reads every
      *          member change on MBRCHLOG (see CHANGEREC copybook) -
      *          and any older generations YMCA_FILEUTIL rolled off,
      *          keyed one at a time the way YMCA_CHGRPT takes them -
      *          plus every refusal YMCA_OPRCHECK appended to
      *          OPRREFUSE (see REFUSEREC copybook), and prints them
      *          by operator, date and time: what each operator did,
      *          to which card, and what they tried and were refused.
      *          The operator's name and home branch come from
      *          OPERMAS (see OPERREC copybook); an ID not on the
      *          master is printed as such - that is usually the
      *          first thing the auditors ask about.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/20/2018 GW - Change codes W (bad-debt write-off) and V
      *                   (agency recovery) from YMCA_BADDEBT decoded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-OPERATOR-ACTIVITY-REPORT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MBRCHLOG ASSIGN TO WS-MBRCHLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBRCHLOG-STATUS.
           SELECT OPRREFUSE ASSIGN TO WS-OPRREFUSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRREFUSE-STATUS.
           SELECT OPERMAS ASSIGN TO WS-OPERMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERMAS-STATUS.
           SELECT OPRRPT ASSIGN TO WS-OPRRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK10".

       DATA DIVISION.

       FILE SECTION.

       FD  MBRCHLOG.
           COPY CHANGEREC.

       FD  OPRREFUSE.
           COPY REFUSEREC.

       FD  OPERMAS.
           COPY OPERREC.

       FD  OPRRPT.
       01  OPERATOR-REPORT             PIC X(100).

      * SCRATCH SORT FILE - CHANGES AND REFUSALS MERGED INTO ONE
      * STREAM AND PRINTED BY OPERATOR, DATE AND TIME.
       SD  SORT-WORK.
       01  SORT-ACTIVITY-RECORD.
           05  SRT-OPERATOR-ID         PIC X(8).
           05  SRT-ACTIVITY-DATE       PIC 9(8).
           05  SRT-ACTIVITY-TIME       PIC 9(6).
           05  SRT-ACTIVITY-KIND       PIC X.
               88  SRT-CHANGE                         VALUE "C".
               88  SRT-REFUSAL                        VALUE "R".
           05  SRT-CARD-NUMBER         PIC 9(6).
           05  SRT-CHANGE-CODE         PIC X.
           05  SRT-PROGRAM-NAME        PIC X(20).
           05  SRT-FUNCTION-CODE       PIC X(6).
           05  SRT-BRANCH-CODE         PIC X(3).
           05  SRT-REASON-CODE         PIC X.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-MBRCHLOG-PATH        PIC X(100).
           05  WS-OPRREFUSE-PATH       PIC X(100).
           05  WS-OPERMAS-PATH         PIC X(100).
           05  WS-OPRRPT-PATH          PIC X(100).

       01  WS-MBRCHLOG-STATUS          PIC X(2).
           88  WS-MBRCHLOG-OK                     VALUE "00".

       01  WS-OPRREFUSE-STATUS         PIC X(2).
           88  WS-OPRREFUSE-OK                    VALUE "00".

       01  WS-OPERMAS-STATUS           PIC X(2).
           88  WS-OPERMAS-OK                      VALUE "00".

       01  SWITCHES.
           05  CHANGE-EOF-SWITCH           PIC X          VALUE "N".
               88  CHANGE-EOF                             VALUE "Y".
           05  REFUSAL-EOF-SWITCH          PIC X          VALUE "N".
               88  REFUSAL-EOF                            VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X          VALUE "N".
               88  SORT-EOF                               VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X          VALUE "Y".
               88  FIRST-RECORD                           VALUE "Y".
           05  MORE-GENERATIONS-SWITCH     PIC X          VALUE "Y".
               88  MORE-GENERATIONS                       VALUE "Y".
           05  OPERMAS-OPEN-SWITCH         PIC X          VALUE "N".
               88  OPERMAS-OPEN                           VALUE "Y".

       01  REPORT-RANGE.
           05  RANGE-FROM-DATE         PIC 9(8)       VALUE ZERO.
           05  RANGE-TO-DATE           PIC 9(8)       VALUE ZERO.

       01  BREAK-OPERATOR-ID           PIC X(8)       VALUE SPACES.

       01  OPERATOR-COUNT-FIELDS       BINARY.
           05  CHANGES-READ-COUNT      PIC S9(7)      VALUE ZERO.
           05  REFUSALS-READ-COUNT     PIC S9(7)      VALUE ZERO.
           05  CHANGES-LISTED-COUNT    PIC S9(7)      VALUE ZERO.
           05  REFUSALS-LISTED-COUNT   PIC S9(7)      VALUE ZERO.
           05  OPERATOR-CHANGE-COUNT   PIC S9(5)      VALUE ZERO.
           05  OPERATOR-REFUSAL-COUNT  PIC S9(5)      VALUE ZERO.
           05  OPERATOR-COUNT          PIC S9(3)      VALUE ZERO.

       01  OPERATOR-HEADING-LINE.
           05              PIC X(31)
               VALUE "OPERATOR ACTIVITY REPORT FROM ".
           05  OH-FROM-DATE            PIC 9(8).
           05              PIC X(4)        VALUE " TO ".
           05  OH-TO-DATE              PIC 9(8).

       01  OPERATOR-BREAK-LINE.
           05              PIC X(10)       VALUE "OPERATOR: ".
           05  OB-OPERATOR-ID          PIC X(8).
           05              PIC XX          VALUE SPACE.
           05  OB-OPERATOR-NAME        PIC X(20).
           05              PIC X(14)       VALUE "  HOME BRANCH ".
           05  OB-HOME-BRANCH          PIC X(3).
           05              PIC XX          VALUE SPACE.
           05  OB-STATUS               PIC X(22).

       01  OPERATOR-COLUMN-LINE.
           05              PIC X(12)       VALUE "DATE        ".
           05              PIC X(7)        VALUE "TIME   ".
           05              PIC X(9)        VALUE "ACTIVITY ".
           05              PIC X(14)       VALUE "FUNCTION      ".
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "PROGRAM".
           05              PIC X(6)        VALUE "BRANCH".

       01  OPERATOR-DETAIL-LINE.
           05  OD-MONTH                PIC 99.
           05                          PIC X           VALUE "/".
           05  OD-DAY                  PIC 99.
           05                          PIC X           VALUE "/".
           05  OD-YEAR                 PIC 9(4).
           05                          PIC XX          VALUE SPACE.
           05  OD-HOURS                PIC 99.
           05                          PIC X           VALUE ":".
           05  OD-MINUTES              PIC 99.
           05                          PIC XX          VALUE SPACE.
           05  OD-ACTIVITY             PIC X(7).
           05                          PIC XX          VALUE SPACE.
           05  OD-FUNCTION             PIC X(12).
           05                          PIC XX          VALUE SPACE.
           05  OD-CARD-NUMBER          PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  OD-PROGRAM-NAME         PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  OD-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  OD-REASON               PIC X(20).

       01  OPERATOR-TOTAL-LINE.
           05              PIC X(12)       VALUE "  CHANGES - ".
           05  OT-CHANGE-COUNT         PIC ZZ,ZZ9.
           05              PIC X(13)       VALUE "  REFUSALS - ".
           05  OT-REFUSAL-COUNT        PIC ZZ,ZZ9.

       01  OPERATOR-TRAILER-LINE.
           05              PIC X(16)       VALUE "ALL OPERATORS - ".
           05  OTR-OPERATOR-COUNT      PIC ZZ9.
           05              PIC X(12)       VALUE "  CHANGES - ".
           05  OTR-CHANGE-COUNT        PIC Z,ZZZ,ZZ9.
           05              PIC X(13)       VALUE "  REFUSALS - ".
           05  OTR-REFUSAL-COUNT       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-REPORT-OPERATOR-ACTIVITY.
           PERFORM 050-GET-RUNTIME-PATHS.

           DISPLAY "Enter: From Date (YYYYMMDD)"
           ACCEPT RANGE-FROM-DATE.
           DISPLAY "Enter: To Date (YYYYMMDD)"
           ACCEPT RANGE-TO-DATE.

           OPEN INPUT OPERMAS.
           IF WS-OPERMAS-OK
               MOVE "Y" TO OPERMAS-OPEN-SWITCH
           ELSE
               DISPLAY "NO OPERATOR MASTER AT " WS-OPERMAS-PATH
                   " - NAMES WILL NOT BE SHOWN"
           END-IF.
           OPEN OUTPUT OPRRPT.

           MOVE RANGE-FROM-DATE TO OH-FROM-DATE.
           MOVE RANGE-TO-DATE   TO OH-TO-DATE.
           MOVE OPERATOR-HEADING-LINE TO OPERATOR-REPORT.
           WRITE OPERATOR-REPORT.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-OPERATOR-ID
                                SRT-ACTIVITY-DATE
                                SRT-ACTIVITY-TIME
               INPUT PROCEDURE 200-RELEASE-ACTIVITY
               OUTPUT PROCEDURE 300-PRINT-ACTIVITY.

           MOVE OPERATOR-COUNT        TO OTR-OPERATOR-COUNT.
           MOVE CHANGES-LISTED-COUNT  TO OTR-CHANGE-COUNT.
           MOVE REFUSALS-LISTED-COUNT TO OTR-REFUSAL-COUNT.
           MOVE OPERATOR-TRAILER-LINE TO OPERATOR-REPORT.
           WRITE OPERATOR-REPORT AFTER ADVANCING 2 LINES.

           DISPLAY "CHANGES READ: " CHANGES-READ-COUNT
               " REPORTED: " CHANGES-LISTED-COUNT.
           DISPLAY "REFUSALS READ: " REFUSALS-READ-COUNT
               " REPORTED: " REFUSALS-LISTED-COUNT.
           IF OPERMAS-OPEN
               CLOSE OPERMAS
           END-IF.
           CLOSE OPRRPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-MBRCHLOG-PATH FROM ENVIRONMENT "MBRCHLOG_PATH".
           IF WS-MBRCHLOG-PATH = SPACES
               MOVE "MBRCHLOG.DAT" TO WS-MBRCHLOG-PATH
           END-IF.

           ACCEPT WS-OPRREFUSE-PATH FROM ENVIRONMENT "OPRREFUSE_PATH".
           IF WS-OPRREFUSE-PATH = SPACES
               MOVE "OPRREFUSE.DAT" TO WS-OPRREFUSE-PATH
           END-IF.

           ACCEPT WS-OPERMAS-PATH FROM ENVIRONMENT "OPERMAS_PATH".
           IF WS-OPERMAS-PATH = SPACES
               MOVE "OPERMAS.DAT" TO WS-OPERMAS-PATH
           END-IF.

           ACCEPT WS-OPRRPT-PATH FROM ENVIRONMENT "OPRRPT_PATH".
           IF WS-OPRRPT-PATH = SPACES
               MOVE "OPRRPT.TXT" TO WS-OPRRPT-PATH
           END-IF.

      * SORT INPUT PROCEDURE - THE CURRENT CHANGE LOG, ANY OLDER
      * GENERATIONS THE OPERATOR KEYS, THEN THE REFUSALS, EACH
      * RELEASED ONLY WHEN IT FALLS IN THE RANGE.
       200-RELEASE-ACTIVITY.
           PERFORM 210-RELEASE-CHANGE-LOG.
           PERFORM 220-RELEASE-ONE-GENERATION
               WITH TEST AFTER
               UNTIL NOT MORE-GENERATIONS.
           OPEN INPUT OPRREFUSE.
           IF NOT WS-OPRREFUSE-OK
               DISPLAY "NO OPERATOR REFUSALS FILE AT "
                   WS-OPRREFUSE-PATH " - NONE LOGGED YET"
           ELSE
               PERFORM 240-RELEASE-ONE-REFUSAL
                   WITH TEST AFTER
                   UNTIL REFUSAL-EOF
               CLOSE OPRREFUSE
           END-IF.

       210-RELEASE-CHANGE-LOG.
           OPEN INPUT MBRCHLOG.
           IF NOT WS-MBRCHLOG-OK
               DISPLAY "UNABLE TO OPEN MBRCHLOG AT " WS-MBRCHLOG-PATH
                   " - STATUS: " WS-MBRCHLOG-STATUS " - SKIPPED"
           ELSE
               MOVE "N" TO CHANGE-EOF-SWITCH
               PERFORM 230-RELEASE-ONE-CHANGE
                   WITH TEST AFTER
                   UNTIL CHANGE-EOF
               CLOSE MBRCHLOG
           END-IF.

       220-RELEASE-ONE-GENERATION.
           DISPLAY "Enter: Older Log Generation Path (BLANK = DONE)"
           ACCEPT WS-MBRCHLOG-PATH.
           IF WS-MBRCHLOG-PATH = SPACES
               MOVE "N" TO MORE-GENERATIONS-SWITCH
           ELSE
               PERFORM 210-RELEASE-CHANGE-LOG
           END-IF.

       230-RELEASE-ONE-CHANGE.
           READ MBRCHLOG
               AT END
                   MOVE "Y" TO CHANGE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CHANGES-READ-COUNT
                   IF CHG-CHANGE-DATE NOT < RANGE-FROM-DATE
                       AND CHG-CHANGE-DATE NOT > RANGE-TO-DATE
                       MOVE CHG-OPERATOR-ID   TO SRT-OPERATOR-ID
                       MOVE CHG-CHANGE-DATE   TO SRT-ACTIVITY-DATE
                       MOVE CHG-CHANGE-TIME   TO SRT-ACTIVITY-TIME
                       MOVE "C"               TO SRT-ACTIVITY-KIND
                       MOVE CHG-CARD-NUMBER   TO SRT-CARD-NUMBER
                       MOVE CHG-FUNCTION-CODE TO SRT-CHANGE-CODE
                       MOVE SPACES            TO SRT-PROGRAM-NAME
                                                 SRT-FUNCTION-CODE
                                                 SRT-BRANCH-CODE
                                                 SRT-REASON-CODE
                       RELEASE SORT-ACTIVITY-RECORD
                   END-IF
           END-READ.

       240-RELEASE-ONE-REFUSAL.
           READ OPRREFUSE
               AT END
                   MOVE "Y" TO REFUSAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO REFUSALS-READ-COUNT
                   IF ORF-REFUSAL-DATE NOT < RANGE-FROM-DATE
                       AND ORF-REFUSAL-DATE NOT > RANGE-TO-DATE
                       MOVE ORF-OPERATOR-ID   TO SRT-OPERATOR-ID
                       MOVE ORF-REFUSAL-DATE  TO SRT-ACTIVITY-DATE
                       MOVE ORF-REFUSAL-TIME  TO SRT-ACTIVITY-TIME
                       MOVE "R"               TO SRT-ACTIVITY-KIND
                       MOVE ZERO              TO SRT-CARD-NUMBER
                       MOVE SPACE             TO SRT-CHANGE-CODE
                       MOVE ORF-PROGRAM-NAME  TO SRT-PROGRAM-NAME
                       MOVE ORF-FUNCTION-CODE TO SRT-FUNCTION-CODE
                       MOVE ORF-BRANCH-CODE   TO SRT-BRANCH-CODE
                       MOVE ORF-REASON-CODE   TO SRT-REASON-CODE
                       RELEASE SORT-ACTIVITY-RECORD
                   END-IF
           END-READ.

      * SORT OUTPUT PROCEDURE - ONE SECTION PER OPERATOR, HEADED WITH
      * THE NAME AND HOME BRANCH AND TOTALLED AT THE BREAK.
       300-PRINT-ACTIVITY.
           PERFORM 310-RETURN-ONE-ACTIVITY.
           PERFORM 320-PRINT-ONE-ACTIVITY
               WITH TEST AFTER
               UNTIL SORT-EOF.

       310-RETURN-ONE-ACTIVITY.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.

       320-PRINT-ONE-ACTIVITY.
           IF NOT SORT-EOF
               IF FIRST-RECORD
                   MOVE "N" TO FIRST-RECORD-SWITCH
                   PERFORM 330-START-OPERATOR
               ELSE
                   IF SRT-OPERATOR-ID NOT = BREAK-OPERATOR-ID
                       PERFORM 340-END-OPERATOR
                       PERFORM 330-START-OPERATOR
                   END-IF
               END-IF
               PERFORM 350-PRINT-DETAIL-LINE
               PERFORM 310-RETURN-ONE-ACTIVITY
           ELSE
               IF NOT FIRST-RECORD
                   PERFORM 340-END-OPERATOR
               END-IF
           END-IF.

       330-START-OPERATOR.
           MOVE SRT-OPERATOR-ID TO BREAK-OPERATOR-ID.
           MOVE ZERO TO OPERATOR-CHANGE-COUNT.
           MOVE ZERO TO OPERATOR-REFUSAL-COUNT.
           ADD 1 TO OPERATOR-COUNT.
           MOVE SRT-OPERATOR-ID TO OB-OPERATOR-ID.
           MOVE SPACES TO OB-OPERATOR-NAME
                          OB-HOME-BRANCH
                          OB-STATUS.
           IF OPERMAS-OPEN
               MOVE SRT-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERMAS
                   INVALID KEY
                       MOVE "** NOT ON OPERATOR MASTER"
                           TO OB-STATUS
                   NOT INVALID KEY
                       MOVE OPR-NAME        TO OB-OPERATOR-NAME
                       MOVE OPR-HOME-BRANCH TO OB-HOME-BRANCH
                       IF NOT OPR-ACTIVE
                           MOVE "INACTIVE" TO OB-STATUS
                       END-IF
               END-READ
           END-IF.
           MOVE OPERATOR-BREAK-LINE TO OPERATOR-REPORT.
           WRITE OPERATOR-REPORT AFTER ADVANCING 2 LINES.
           MOVE OPERATOR-COLUMN-LINE TO OPERATOR-REPORT.
           WRITE OPERATOR-REPORT AFTER ADVANCING 1 LINES.

       340-END-OPERATOR.
           MOVE OPERATOR-CHANGE-COUNT  TO OT-CHANGE-COUNT.
           MOVE OPERATOR-REFUSAL-COUNT TO OT-REFUSAL-COUNT.
           MOVE OPERATOR-TOTAL-LINE TO OPERATOR-REPORT.
           WRITE OPERATOR-REPORT AFTER ADVANCING 1 LINES.

      * A CHANGE SHOWS THE MEMBER FUNCTION AND CARD THE WAY
      * YMCA_CHGRPT NAMES THEM; A REFUSAL SHOWS THE PROGRAM, THE
      * FUNCTION CODE ASKED FOR, AND WHY IT WAS REFUSED.
       350-PRINT-DETAIL-LINE.
           MOVE SRT-ACTIVITY-DATE(5:2) TO OD-MONTH.
           MOVE SRT-ACTIVITY-DATE(7:2) TO OD-DAY.
           MOVE SRT-ACTIVITY-DATE(1:4) TO OD-YEAR.
           MOVE SRT-ACTIVITY-TIME(1:2) TO OD-HOURS.
           MOVE SRT-ACTIVITY-TIME(3:2) TO OD-MINUTES.
           MOVE SRT-PROGRAM-NAME       TO OD-PROGRAM-NAME.
           MOVE SRT-BRANCH-CODE        TO OD-BRANCH-CODE.
           IF SRT-CHANGE
               ADD 1 TO OPERATOR-CHANGE-COUNT
               ADD 1 TO CHANGES-LISTED-COUNT
               MOVE "CHANGE"        TO OD-ACTIVITY
               MOVE SRT-CARD-NUMBER TO OD-CARD-NUMBER
               MOVE SPACES          TO OD-REASON
               EVALUATE SRT-CHANGE-CODE
                   WHEN "N" MOVE "NEW MEMBER"   TO OD-FUNCTION
                   WHEN "M" MOVE "MAINTENANCE"  TO OD-FUNCTION
                   WHEN "T" MOVE "TERMINATION"  TO OD-FUNCTION
                   WHEN "R" MOVE "REINSTATE"    TO OD-FUNCTION
                   WHEN "F" MOVE "FREEZE/HOLD"  TO OD-FUNCTION
                   WHEN "D" MOVE "CREDIT REFND" TO OD-FUNCTION
                   WHEN "K" MOVE "RETURNED CHK" TO OD-FUNCTION
                   WHEN "C" MOVE "CARD REPLACE" TO OD-FUNCTION
                   WHEN "W" MOVE "BAD DEBT W/O" TO OD-FUNCTION
                   WHEN "V" MOVE "AGENCY RECOV" TO OD-FUNCTION
                   WHEN "I" MOVE "INQUIRY EDIT" TO OD-FUNCTION
                   WHEN OTHER MOVE "UNKNOWN"    TO OD-FUNCTION
               END-EVALUATE
           ELSE
               ADD 1 TO OPERATOR-REFUSAL-COUNT
               ADD 1 TO REFUSALS-LISTED-COUNT
               MOVE "REFUSED"         TO OD-ACTIVITY
               MOVE SRT-FUNCTION-CODE TO OD-FUNCTION
               MOVE SPACES            TO OD-CARD-NUMBER
               EVALUATE SRT-REASON-CODE
                   WHEN "M" MOVE "NO OPERATOR MASTER"   TO OD-REASON
                   WHEN "N" MOVE "NOT ON FILE"          TO OD-REASON
                   WHEN "I" MOVE "OPERATOR INACTIVE"    TO OD-REASON
                   WHEN "F" MOVE "NOT AUTHORIZED"       TO OD-REASON
                   WHEN OTHER MOVE "UNKNOWN"            TO OD-REASON
               END-EVALUATE
           END-IF.
           MOVE OPERATOR-DETAIL-LINE TO OPERATOR-REPORT.
           WRITE OPERATOR-REPORT AFTER ADVANCING 1 LINES.
