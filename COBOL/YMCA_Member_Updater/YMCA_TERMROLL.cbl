      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/09/2018
      * Purpose: Class term rollover.  Run once when a session ends,
      *          after the last class meets.  Every CLASSMAS class in
      *          the closing term (or with no term yet) is rolled into
      *          the new term: its enrollments are appended to the
      *          ENRHIST history file (see ENRHISTREC copybook) and
      *          removed from ENROLLFILE, its enrolled count is reset,
      *          and its returning-member window is set.  Each member
      *          finishing a class is given priority (see PRIREC
      *          copybook) in the class's next level - or the same
      *          class again when it has none - so YMCA_CLASS_ENROLL
      *          seats them ahead of the public until the window
      *          closes.  The closing classes' waitlists are either
      *          carried forward as they stand or cleared, with a
      *          notice list of everyone taken off.  Replaces hand
      *          edits to ENROLLFILE and CLS-ENROLLED-COUNT; the
      *          rollover register goes to TERMROLL.TXT.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs TRMROL authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      *   08/16/2018 GW - The waitlist notice list and YMCAMEM are
      *                   closed by switches set when they are opened.
      *                   A clear that falls back to carry for want of a
      *                   work file no longer leaves them open, and a
      *                   card not found on YMCAMEM no longer stops the
      *                   address lookups for the rest of the notices.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-TERM-ROLLOVER.

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
           SELECT CLASSMAS ASSIGN TO WS-CLASSMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-CLASS-CODE
               FILE STATUS IS WS-CLASSMAS-STATUS.
           SELECT ENROLLFILE ASSIGN TO WS-ENROLLFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLFILE-STATUS.
           SELECT ENROLLWORK ASSIGN TO WS-ENROLLWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLWORK-STATUS.
           SELECT ENRHIST ASSIGN TO WS-ENRHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT PRIORITYFILE ASSIGN TO WS-PRIORITYFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITYFILE-STATUS.
           SELECT WAITFILE ASSIGN TO WS-WAITFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITFILE-STATUS.
           SELECT WAITWORK ASSIGN TO WS-WAITWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITWORK-STATUS.
           SELECT ROLLRPT ASSIGN TO WS-ROLLRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITNOTICE ASSIGN TO WS-WAITNOTICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  CLASSMAS.
           COPY CLASSREC.

       FD  ENROLLFILE.
           COPY ENROLLREC.

      * SCRATCH COPY OF THE ENROLLMENTS THAT STAY - THE SAME COPY-PASS
      * YMCA_CLASS_ENROLL USES FOR A DROP.  WIDEN IF ENROLLREC GROWS.
       FD  ENROLLWORK.
       01  ENROLL-WORK-RECORD          PIC X(37).

       FD  ENRHIST.
           COPY ENRHISTREC.

       FD  PRIORITYFILE.
           COPY PRIREC.

       FD  WAITFILE.
           COPY WAITREC.

      * SCRATCH COPY OF THE WAITLIST ENTRIES THAT STAY WHEN THE
      * CLOSING CLASSES' QUEUES ARE CLEARED.  WIDEN IF WAITREC GROWS.
       FD  WAITWORK.
       01  WAIT-WORK-RECORD            PIC X(26).

       FD  ROLLRPT.
       01  ROLL-REPORT                 PIC X(100).

       FD  WAITNOTICE.
       01  WAIT-NOTICE-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-CLASSMAS-PATH        PIC X(100).
           05  WS-ENROLLFILE-PATH      PIC X(100).
           05  WS-ENROLLWORK-PATH      PIC X(100).
           05  WS-ENRHIST-PATH         PIC X(100).
           05  WS-PRIORITYFILE-PATH    PIC X(100).
           05  WS-WAITFILE-PATH        PIC X(100).
           05  WS-WAITWORK-PATH        PIC X(100).
           05  WS-ROLLRPT-PATH         PIC X(100).
           05  WS-WAITNOTICE-PATH      PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-CLASSMAS-STATUS          PIC X(2).
           88  WS-CLASSMAS-OK                     VALUE "00".

       01  WS-ENROLLFILE-STATUS        PIC X(2).
           88  WS-ENROLLFILE-OK                   VALUE "00".

       01  WS-ENROLLWORK-STATUS        PIC X(2).
           88  WS-ENROLLWORK-OK                   VALUE "00".

       01  WS-ENRHIST-STATUS           PIC X(2).
           88  WS-ENRHIST-OK                      VALUE "00".
           88  WS-ENRHIST-FILE-MISSING             VALUE "35".

       01  WS-PRIORITYFILE-STATUS      PIC X(2).
           88  WS-PRIORITYFILE-OK                 VALUE "00".
           88  WS-PRIORITYFILE-FILE-MISSING        VALUE "35".

       01  WS-WAITFILE-STATUS          PIC X(2).
           88  WS-WAITFILE-OK                     VALUE "00".

       01  WS-WAITWORK-STATUS          PIC X(2).
           88  WS-WAITWORK-OK                     VALUE "00".

       01  SWITCHES.
           05  CLASS-EOF-SWITCH            PIC X          VALUE "N".
               88  CLASS-EOF                              VALUE "Y".
           05  ENROLL-EOF-SWITCH           PIC X          VALUE "N".
               88  ENROLL-EOF                             VALUE "Y".
           05  WORK-EOF-SWITCH             PIC X          VALUE "N".
               88  WORK-EOF                               VALUE "Y".
           05  WAIT-EOF-SWITCH             PIC X          VALUE "N".
               88  WAIT-EOF                               VALUE "Y".
           05  ROW-FOUND-SWITCH            PIC X.
               88  ROW-FOUND                              VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  ROLL-CONFIRM-SWITCH         PIC X.
               88  ROLL-CONFIRMED                         VALUE "Y".
           05  WAITLIST-ACTION-SWITCH      PIC X.
               88  CARRY-WAITLISTS                        VALUE "C".
               88  CLEAR-WAITLISTS                        VALUE "L".
               88  WAITLIST-ACTION-VALID             VALUES "C", "L".
           05  NOTICES-OPEN-SWITCH         PIC X          VALUE "N".
               88  NOTICES-OPEN                           VALUE "Y".
           05  MEMBERS-OPEN-SWITCH         PIC X          VALUE "N".
               88  MEMBERS-OPEN                           VALUE "Y".

      * THE ROLLOVER AS KEYED - THE TERM CLOSING, THE TERM OPENING,
      * AND THE LAST DAY OF THE RETURNING-MEMBER WINDOW (ZERO FOR NO
      * WINDOW - SEATS OPEN TO EVERYONE AT ONCE).
       01  ROLLOVER-OPTIONS.
           05  CLOSING-TERM-CODE       PIC X(6).
           05  NEW-TERM-CODE           PIC X(6).
           05  PRIORITY-END-WORK       PIC 9(8)       VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  CLASS-KEY-WORK              PIC X(6).
       01  PRIORITY-CLASS-WORK         PIC X(6).

      * ONE ROW PER CLASS BEING ROLLED, LOADED FROM CLASSMAS BEFORE
      * ANY FILE IS TOUCHED.
       01  ROLL-TABLE-FIELDS           BINARY.
           05  ROLL-TABLE-COUNT        PIC S9(3)      VALUE ZERO.
           05  ROLL-TABLE-MAX          PIC S9(3)      VALUE 200.
           05  ROLL-IDX                PIC S9(3)      VALUE ZERO.
           05  ROLL-FOUND-IDX          PIC S9(3)      VALUE ZERO.
           05  PRIORITY-FOUND-IDX      PIC S9(3)      VALUE ZERO.

       01  ROLL-CLASS-TABLE.
           05  ROLL-CLASS-ENTRY OCCURS 200 TIMES.
               10  RC-CLASS-CODE           PIC X(6).
               10  RC-DESCRIPTION          PIC X(20).
               10  RC-NEXT-LEVEL-CODE      PIC X(6).
               10  RC-ARCHIVED-COUNT       PIC S9(5)     BINARY.
               10  RC-KEPT-COUNT           PIC S9(5)     BINARY.
               10  RC-PRIORITY-COUNT       PIC S9(5)     BINARY.
               10  RC-WAIT-COUNT           PIC S9(5)     BINARY.

       01  ROLL-COUNT-FIELDS           BINARY.
           05  ENROLLMENTS-READ-COUNT  PIC S9(7)      VALUE ZERO.
           05  ARCHIVED-COUNT          PIC S9(7)      VALUE ZERO.
           05  KEPT-COUNT              PIC S9(7)      VALUE ZERO.
           05  PRIORITY-COUNT          PIC S9(7)      VALUE ZERO.
           05  WAIT-CARRIED-COUNT      PIC S9(5)      VALUE ZERO.
           05  WAIT-CLEARED-COUNT      PIC S9(5)      VALUE ZERO.
           05  CLASSES-ROLLED-COUNT    PIC S9(3)      VALUE ZERO.

       01  ROLL-HEADING-LINE.
           05              PIC X(22)
               VALUE "CLASS TERM ROLLOVER - ".
           05  RH-CLOSING-TERM         PIC X(6).
           05              PIC X(4)        VALUE " TO ".
           05  RH-NEW-TERM             PIC X(6).
           05              PIC X(5)        VALUE "  ON ".
           05  RH-RUN-DATE             PIC 9(8).
           05              PIC X(22)
               VALUE "  PRIORITY WINDOW TO: ".
           05  RH-PRIORITY-END         PIC X(8).

       01  ROLL-COLUMN-LINE.
           05              PIC X(8)        VALUE "CLASS".
           05              PIC X(22)       VALUE "DESCRIPTION".
           05              PIC X(10)       VALUE "ARCHIVED".
           05              PIC X(8)        VALUE "KEPT".
           05              PIC X(10)       VALUE "NEXT LVL".
           05              PIC X(10)       VALUE "PRIORITY".
           05              PIC X(16)       VALUE "WAITLIST".

       01  ROLL-DETAIL-LINE.
           05  RD-CLASS-CODE           PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-DESCRIPTION          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  RD-ARCHIVED-COUNT       PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  RD-KEPT-COUNT           PIC ZZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  RD-NEXT-LEVEL-CODE      PIC X(6).
           05                          PIC X(4)        VALUE SPACE.
           05  RD-PRIORITY-COUNT       PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  RD-WAIT-COUNT           PIC ZZZ9.
           05                          PIC X           VALUE SPACE.
           05  RD-WAIT-ACTION          PIC X(7).

       01  ROLL-TRAILER-LINE-1.
           05          PIC X(18)   VALUE "CLASSES ROLLED -- ".
           05  RT-CLASSES-ROLLED   PIC ZZ9.
           05          PIC X(24)   VALUE "   ENROLLMENTS ARCHIVED ".
           05  RT-ARCHIVED-COUNT   PIC Z,ZZZ,ZZ9.
           05          PIC X(8)    VALUE "   KEPT ".
           05  RT-KEPT-COUNT       PIC Z,ZZZ,ZZ9.

       01  ROLL-TRAILER-LINE-2.
           05          PIC X(18)   VALUE "PRIORITY GIVEN -- ".
           05  RT-PRIORITY-COUNT   PIC Z,ZZZ,ZZ9.
           05          PIC X(20)   VALUE "   WAITLIST CARRIED ".
           05  RT-WAIT-CARRIED     PIC ZZ,ZZ9.
           05          PIC X(11)   VALUE "   CLEARED ".
           05  RT-WAIT-CLEARED     PIC ZZ,ZZ9.

       01  NOTICE-HEADING-LINE.
           05              PIC X(40)
               VALUE "WAITLIST CLEARED AT TERM END - NOTICES  ".
           05  NH-CLOSING-TERM         PIC X(6).
           05              PIC X(4)        VALUE " TO ".
           05  NH-NEW-TERM             PIC X(6).

       01  NOTICE-DETAIL-LINE.
           05  ND-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  ND-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  ND-CLASS-CODE           PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  ND-DESCRIPTION          PIC X(20).
           05              PIC X(8)        VALUE "  SINCE ".
           05  ND-QUEUE-DATE           PIC 9(8).

       01  NOTICE-ADDRESS-LINE.
           05                          PIC X(8)        VALUE SPACE.
           05  NA-STREET-ADDRESS       PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  NA-CITY                 PIC X(15).
           05                          PIC X           VALUE SPACE.
           05  NA-STATE                PIC X(2).
           05                          PIC X           VALUE SPACE.
           05  NA-ZIPCODE              PIC 9(5).

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-ROLL-THE-TERM.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           PERFORM 100-GET-ROLLOVER-OPTIONS.

           OPEN I-O CLASSMAS.
           IF NOT WS-CLASSMAS-OK
               DISPLAY "UNABLE TO OPEN CLASSMAS AT " WS-CLASSMAS-PATH
               DISPLAY "STATUS: " WS-CLASSMAS-STATUS
                   " - RUN YMCA_CLASS_ENROLL FIRST TO CREATE IT"
               STOP RUN
           END-IF.

           PERFORM 200-LOAD-CLOSING-CLASSES.
           IF ROLL-TABLE-COUNT = ZERO
               DISPLAY "NO CLASSES IN TERM " CLOSING-TERM-CODE
                   " - NOTHING TO ROLL"
               CLOSE CLASSMAS
               STOP RUN
           END-IF.

           DISPLAY ROLL-TABLE-COUNT " CLASS(ES) IN TERM "
               CLOSING-TERM-CODE " WILL ROLL TO " NEW-TERM-CODE.
           DISPLAY "Proceed With The Rollover? (Y/N)"
           ACCEPT ROLL-CONFIRM-SWITCH.
           IF NOT ROLL-CONFIRMED
               DISPLAY "ROLLOVER CANCELLED - NO FILES CHANGED"
               CLOSE CLASSMAS
               STOP RUN
           END-IF.

           PERFORM 300-ARCHIVE-ENROLLMENTS.
           PERFORM 400-ROLL-CLASS-RECORDS.
           CLOSE CLASSMAS.

           OPEN OUTPUT ROLLRPT.
           PERFORM 500-HANDLE-WAITLISTS.
           PERFORM 600-PRINT-ROLLOVER-REPORT.
           CLOSE ROLLRPT.

           DISPLAY "CLASSES ROLLED ------- " CLASSES-ROLLED-COUNT.
           DISPLAY "ENROLLMENTS ARCHIVED - " ARCHIVED-COUNT.
           DISPLAY "PRIORITY SEATS GIVEN - " PRIORITY-COUNT.
           IF CLEAR-WAITLISTS
               DISPLAY "WAITLIST CLEARED ----- " WAIT-CLEARED-COUNT
           ELSE
               DISPLAY "WAITLIST CARRIED ----- " WAIT-CARRIED-COUNT
           END-IF.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-CLASSMAS-PATH FROM ENVIRONMENT "CLASSMAS_PATH".
           IF WS-CLASSMAS-PATH = SPACES
               MOVE "CLASSMAS.DAT" TO WS-CLASSMAS-PATH
           END-IF.

           ACCEPT WS-ENROLLFILE-PATH FROM ENVIRONMENT "ENROLLFILE_PATH".
           IF WS-ENROLLFILE-PATH = SPACES
               MOVE "ENROLLS.DAT" TO WS-ENROLLFILE-PATH
           END-IF.

           ACCEPT WS-ENROLLWORK-PATH FROM ENVIRONMENT "ENROLLWORK_PATH".
           IF WS-ENROLLWORK-PATH = SPACES
               MOVE "ENROLLWK.DAT" TO WS-ENROLLWORK-PATH
           END-IF.

           ACCEPT WS-ENRHIST-PATH FROM ENVIRONMENT "ENRHIST_PATH".
           IF WS-ENRHIST-PATH = SPACES
               MOVE "ENRHIST.DAT" TO WS-ENRHIST-PATH
           END-IF.

           ACCEPT WS-PRIORITYFILE-PATH
               FROM ENVIRONMENT "PRIORITYFILE_PATH".
           IF WS-PRIORITYFILE-PATH = SPACES
               MOVE "PRIORITY.DAT" TO WS-PRIORITYFILE-PATH
           END-IF.

           ACCEPT WS-WAITFILE-PATH FROM ENVIRONMENT "WAITFILE_PATH".
           IF WS-WAITFILE-PATH = SPACES
               MOVE "WAITLIST.DAT" TO WS-WAITFILE-PATH
           END-IF.

           ACCEPT WS-WAITWORK-PATH FROM ENVIRONMENT "WAITWORK_PATH".
           IF WS-WAITWORK-PATH = SPACES
               MOVE "WAITWK.DAT" TO WS-WAITWORK-PATH
           END-IF.

           ACCEPT WS-ROLLRPT-PATH FROM ENVIRONMENT "TERMROLL_PATH".
           IF WS-ROLLRPT-PATH = SPACES
               MOVE "TERMROLL.TXT" TO WS-ROLLRPT-PATH
           END-IF.

           ACCEPT WS-WAITNOTICE-PATH FROM ENVIRONMENT "WAITNOTICE_PATH".
           IF WS-WAITNOTICE-PATH = SPACES
               MOVE "WAITNOTICE.TXT" TO WS-WAITNOTICE-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD TRMROL TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_TERMROLL" TO OPC-PROGRAM-NAME.
           MOVE "TRMROL" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * THE TERMS AND THE WINDOW ARE CHECKED BEFORE ANY FILE IS
      * OPENED - A BAD ANSWER ENDS THE RUN WITH NOTHING CHANGED.
       100-GET-ROLLOVER-OPTIONS.
           DISPLAY "Enter: Closing Term Code"
           ACCEPT CLOSING-TERM-CODE.
           DISPLAY "Enter: New Term Code"
           ACCEPT NEW-TERM-CODE.
           IF CLOSING-TERM-CODE = SPACES OR NEW-TERM-CODE = SPACES
               DISPLAY "REJECTED - BOTH TERM CODES ARE REQUIRED"
               STOP RUN
           END-IF.
           IF CLOSING-TERM-CODE = NEW-TERM-CODE
               DISPLAY "REJECTED - NEW TERM IS THE CLOSING TERM"
               STOP RUN
           END-IF.

           DISPLAY "Enter: Returning-Member Window Ends (YYYYMMDD, "
               "0 = NO WINDOW)"
           ACCEPT PRIORITY-END-WORK.
           IF PRIORITY-END-WORK NOT = ZERO
               AND PRIORITY-END-WORK < CD-CURRENT-DATE
               DISPLAY "REJECTED - WINDOW END " PRIORITY-END-WORK
                   " IS BEFORE TODAY"
               STOP RUN
           END-IF.

           MOVE SPACE TO WAITLIST-ACTION-SWITCH.
           PERFORM 105-ACCEPT-WAITLIST-ACTION
               WITH TEST AFTER
               UNTIL WAITLIST-ACTION-VALID.

       105-ACCEPT-WAITLIST-ACTION.
           DISPLAY "Waitlists: (C)arry Forward or C(L)ear With "
               "Notices"
           ACCEPT WAITLIST-ACTION-SWITCH.
           IF NOT WAITLIST-ACTION-VALID
               DISPLAY "ANSWER C OR L"
           END-IF.

      * EVERY CLASS IN THE CLOSING TERM, PLUS ANY CLASS NOT YET GIVEN
      * A TERM (SET UP BEFORE TERMS WERE KEPT).  A CLASS ALREADY SET
      * UP IN ANOTHER TERM IS LEFT ALONE.
       200-LOAD-CLOSING-CLASSES.
           MOVE SPACES TO CLS-CLASS-CODE.
           START CLASSMAS KEY IS NOT < CLS-CLASS-CODE
               INVALID KEY
                   MOVE "Y" TO CLASS-EOF-SWITCH
           END-START.
           IF NOT CLASS-EOF
               PERFORM 210-LOAD-ONE-CLASS
                   WITH TEST AFTER
                   UNTIL CLASS-EOF
           END-IF.

       210-LOAD-ONE-CLASS.
           READ CLASSMAS NEXT RECORD
               AT END
                   MOVE "Y" TO CLASS-EOF-SWITCH
               NOT AT END
                   IF CLS-TERM-CODE = CLOSING-TERM-CODE
                       OR CLS-TERM-CODE = SPACES
                       PERFORM 215-ADD-CLASS-ROW
                   END-IF
           END-READ.

       215-ADD-CLASS-ROW.
           IF ROLL-TABLE-COUNT < ROLL-TABLE-MAX
               ADD 1 TO ROLL-TABLE-COUNT
               MOVE CLS-CLASS-CODE
                   TO RC-CLASS-CODE(ROLL-TABLE-COUNT)
               MOVE CLS-DESCRIPTION
                   TO RC-DESCRIPTION(ROLL-TABLE-COUNT)
               MOVE CLS-NEXT-LEVEL-CODE
                   TO RC-NEXT-LEVEL-CODE(ROLL-TABLE-COUNT)
               MOVE ZERO TO RC-ARCHIVED-COUNT(ROLL-TABLE-COUNT)
               MOVE ZERO TO RC-KEPT-COUNT(ROLL-TABLE-COUNT)
               MOVE ZERO TO RC-PRIORITY-COUNT(ROLL-TABLE-COUNT)
               MOVE ZERO TO RC-WAIT-COUNT(ROLL-TABLE-COUNT)
           ELSE
               DISPLAY "WARNING - CLASS TABLE FULL, NOT ROLLED: "
                   CLS-CLASS-CODE
           END-IF.

       250-FIND-CLASS-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO ROLL-FOUND-IDX.
           PERFORM 255-MATCH-ONE-CLASS-ROW
               VARYING ROLL-IDX FROM 1 BY 1
               UNTIL ROLL-IDX > ROLL-TABLE-COUNT
                  OR ROW-FOUND.

       255-MATCH-ONE-CLASS-ROW.
           IF RC-CLASS-CODE(ROLL-IDX) = CLASS-KEY-WORK
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE ROLL-IDX TO ROLL-FOUND-IDX
           END-IF.

      * ONE PASS OVER ENROLLFILE.  A CLOSING-TERM SEAT IN A ROLLED
      * CLASS GOES TO ENRHIST AND EARNS ITS HOLDER PRIORITY; EVERY
      * OTHER SEAT IS COPIED THROUGH THE WORK FILE AND BACK, THE SAME
      * COPY-PASS YMCA_CLASS_ENROLL USES FOR A DROP.  THE HISTORY AND
      * PRIORITY FILES ARE OPENED FIRST SO A FAILURE THERE LEAVES
      * ENROLLFILE UNTOUCHED.
       300-ARCHIVE-ENROLLMENTS.
           OPEN EXTEND ENRHIST.
           IF WS-ENRHIST-FILE-MISSING
               OPEN OUTPUT ENRHIST
               CLOSE ENRHIST
               OPEN EXTEND ENRHIST
           END-IF.
           IF NOT WS-ENRHIST-OK
               DISPLAY "UNABLE TO OPEN ENRHIST - STATUS: "
                   WS-ENRHIST-STATUS " - ROLLOVER NOT RUN"
               CLOSE CLASSMAS
               STOP RUN
           END-IF.
           OPEN EXTEND PRIORITYFILE.
           IF WS-PRIORITYFILE-FILE-MISSING
               OPEN OUTPUT PRIORITYFILE
               CLOSE PRIORITYFILE
               OPEN EXTEND PRIORITYFILE
           END-IF.
           IF NOT WS-PRIORITYFILE-OK
               DISPLAY "UNABLE TO OPEN PRIORITYFILE - STATUS: "
                   WS-PRIORITYFILE-STATUS " - ROLLOVER NOT RUN"
               CLOSE CLASSMAS
                     ENRHIST
               STOP RUN
           END-IF.

           OPEN INPUT ENROLLFILE.
           IF NOT WS-ENROLLFILE-OK
               DISPLAY "NO ENROLLFILE AT " WS-ENROLLFILE-PATH
                   " - NO ENROLLMENTS TO ARCHIVE"
           ELSE
               OPEN OUTPUT ENROLLWORK
               IF NOT WS-ENROLLWORK-OK
                   DISPLAY "UNABLE TO OPEN ENROLLMENT WORK FILE - "
                       "STATUS: " WS-ENROLLWORK-STATUS
                       " - ROLLOVER NOT RUN"
                   CLOSE ENROLLFILE
                         CLASSMAS
                         ENRHIST
                         PRIORITYFILE
                   STOP RUN
               END-IF
               PERFORM 310-ARCHIVE-ONE-ENROLLMENT
                   WITH TEST AFTER
                   UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
                     ENROLLWORK
               IF ARCHIVED-COUNT > ZERO
                   PERFORM 330-COPY-ENROLLMENTS-BACK
               END-IF
           END-IF.
           CLOSE ENRHIST
                 PRIORITYFILE.

       310-ARCHIVE-ONE-ENROLLMENT.
           READ ENROLLFILE
               AT END
                   MOVE "Y" TO ENROLL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ENROLLMENTS-READ-COUNT
                   MOVE ENR-CLASS-CODE TO CLASS-KEY-WORK
                   PERFORM 250-FIND-CLASS-ROW
                   IF ROW-FOUND
                       AND (ENR-TERM-CODE = CLOSING-TERM-CODE
                            OR ENR-TERM-CODE = SPACES)
                       PERFORM 315-WRITE-HISTORY
                       PERFORM 320-GRANT-PRIORITY
                   ELSE
                       MOVE ENROLLMENT-RECORD TO ENROLL-WORK-RECORD
                       WRITE ENROLL-WORK-RECORD
                       ADD 1 TO KEPT-COUNT
                       IF ROW-FOUND
                           ADD 1 TO RC-KEPT-COUNT(ROLL-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

      * AN ENROLLMENT FROM BEFORE TERMS WERE KEPT IS ARCHIVED UNDER
      * THE CLOSING TERM.
       315-WRITE-HISTORY.
           MOVE CLOSING-TERM-CODE   TO EHS-TERM-CODE.
           MOVE ENR-CLASS-CODE      TO EHS-CLASS-CODE.
           MOVE ENR-CARD-NUMBER     TO EHS-CARD-NUMBER.
           MOVE ENR-ENROLL-DATE     TO EHS-ENROLL-DATE.
           MOVE ENR-RATE-CODE       TO EHS-RATE-CODE.
           MOVE ENR-LIST-PRICE      TO EHS-LIST-PRICE.
           MOVE ENR-CHARGED-AMOUNT  TO EHS-CHARGED-AMOUNT.
           MOVE CD-CURRENT-DATE     TO EHS-ARCHIVE-DATE.
           WRITE ENROLL-HISTORY-RECORD.
           IF WS-ENRHIST-OK
               ADD 1 TO ARCHIVED-COUNT
               ADD 1 TO RC-ARCHIVED-COUNT(ROLL-FOUND-IDX)
           ELSE
               DISPLAY "** ENRHIST WRITE FAILED - STATUS: "
                   WS-ENRHIST-STATUS " - SEAT KEPT: " ENR-CLASS-CODE
                   " " ENR-CARD-NUMBER
               MOVE ENROLLMENT-RECORD TO ENROLL-WORK-RECORD
               WRITE ENROLL-WORK-RECORD
               ADD 1 TO KEPT-COUNT
               ADD 1 TO RC-KEPT-COUNT(ROLL-FOUND-IDX)
           END-IF.

      * THE FINISHING MEMBER MOVES UP TO THE CLASS'S NEXT LEVEL, OR
      * REPEATS THE CLASS WHEN IT HAS NONE.  THE GRANT IS COUNTED
      * AGAINST THE CLASS IT OPENS, WHEN THAT CLASS IS ROLLING TOO.
       320-GRANT-PRIORITY.
           IF RC-NEXT-LEVEL-CODE(ROLL-FOUND-IDX) = SPACES
               MOVE ENR-CLASS-CODE TO PRIORITY-CLASS-WORK
           ELSE
               MOVE RC-NEXT-LEVEL-CODE(ROLL-FOUND-IDX)
                   TO PRIORITY-CLASS-WORK
           END-IF.
           MOVE PRIORITY-CLASS-WORK TO PRI-CLASS-CODE.
           MOVE ENR-CARD-NUMBER     TO PRI-CARD-NUMBER.
           MOVE NEW-TERM-CODE       TO PRI-TERM-CODE.
           MOVE ENR-CLASS-CODE      TO PRI-FROM-CLASS-CODE.
           MOVE CLOSING-TERM-CODE   TO PRI-FROM-TERM-CODE.
           WRITE PRIORITY-RECORD.
           IF WS-PRIORITYFILE-OK
               ADD 1 TO PRIORITY-COUNT
               MOVE ROLL-FOUND-IDX TO PRIORITY-FOUND-IDX
               MOVE PRIORITY-CLASS-WORK TO CLASS-KEY-WORK
               PERFORM 250-FIND-CLASS-ROW
               IF ROW-FOUND
                   ADD 1 TO RC-PRIORITY-COUNT(ROLL-FOUND-IDX)
               END-IF
               MOVE PRIORITY-FOUND-IDX TO ROLL-FOUND-IDX
           ELSE
               DISPLAY "WARNING - PRIORITY WRITE FAILED - STATUS: "
                   WS-PRIORITYFILE-STATUS " - CARD: " ENR-CARD-NUMBER
           END-IF.

       330-COPY-ENROLLMENTS-BACK.
           MOVE "N" TO WORK-EOF-SWITCH.
           OPEN INPUT ENROLLWORK.
           OPEN OUTPUT ENROLLFILE.
           IF NOT WS-ENROLLWORK-OK OR NOT WS-ENROLLFILE-OK
               DISPLAY "** UNABLE TO COPY ENROLLMENTS BACK - SEATS "
                   "KEPT ARE ON " WS-ENROLLWORK-PATH
           ELSE
               PERFORM 335-COPY-ONE-BACK
                   WITH TEST AFTER
                   UNTIL WORK-EOF
           END-IF.
           CLOSE ENROLLWORK
                 ENROLLFILE.

       335-COPY-ONE-BACK.
           READ ENROLLWORK
               AT END
                   MOVE "Y" TO WORK-EOF-SWITCH
               NOT AT END
                   MOVE ENROLL-WORK-RECORD TO ENROLLMENT-RECORD
                   WRITE ENROLLMENT-RECORD
           END-READ.

      * EACH ROLLED CLASS OPENS IN THE NEW TERM WITH ONLY THE SEATS
      * STILL ON ENROLLFILE COUNTED AND THE NEW WINDOW SET.
       400-ROLL-CLASS-RECORDS.
           PERFORM 410-ROLL-ONE-CLASS
               VARYING ROLL-IDX FROM 1 BY 1
               UNTIL ROLL-IDX > ROLL-TABLE-COUNT.

       410-ROLL-ONE-CLASS.
           MOVE RC-CLASS-CODE(ROLL-IDX) TO CLS-CLASS-CODE.
           READ CLASSMAS
               INVALID KEY
                   DISPLAY "** CLASS NO LONGER ON CLASSMAS: "
                       RC-CLASS-CODE(ROLL-IDX)
               NOT INVALID KEY
                   MOVE NEW-TERM-CODE TO CLS-TERM-CODE
                   MOVE RC-KEPT-COUNT(ROLL-IDX) TO CLS-ENROLLED-COUNT
                   MOVE PRIORITY-END-WORK TO CLS-PRIORITY-END-DATE
                   REWRITE CLASS-MASTER-RECORD
                   IF WS-CLASSMAS-OK
                       ADD 1 TO CLASSES-ROLLED-COUNT
                   ELSE
                       DISPLAY "** CLASS REWRITE FAILED - STATUS: "
                           WS-CLASSMAS-STATUS " - CLASS: "
                           RC-CLASS-CODE(ROLL-IDX)
                   END-IF
           END-READ.

      * CARRY FORWARD LEAVES EVERY QUEUE AS IT STANDS AND JUST COUNTS
      * IT.  CLEAR TAKES EVERY ENTRY FOR A ROLLED CLASS OFF THE
      * WAITLIST AND PUTS THE MEMBER ON THE NOTICE LIST SO THE OFFICE
      * CAN TELL THEM; OTHER CLASSES' ENTRIES ARE COPIED THROUGH.  THE
      * NOTICE LIST AND YMCAMEM ARE CLOSED BY WHAT WAS OPENED, SINCE A
      * CLEAR THAT CANNOT GET ITS WORK FILE FALLS BACK TO CARRY.
       500-HANDLE-WAITLISTS.
           IF CLEAR-WAITLISTS
               OPEN OUTPUT WAITNOTICE
               MOVE "Y" TO NOTICES-OPEN-SWITCH
               MOVE CLOSING-TERM-CODE TO NH-CLOSING-TERM
               MOVE NEW-TERM-CODE TO NH-NEW-TERM
               MOVE NOTICE-HEADING-LINE TO WAIT-NOTICE-LINE
               WRITE WAIT-NOTICE-LINE
               OPEN INPUT YMCAMEM
               IF WS-YMCAMEM-OK
                   MOVE "Y" TO MEMBERS-OPEN-SWITCH
               ELSE
                   DISPLAY "WARNING - UNABLE TO OPEN YMCAMEM - STATUS: "
                       WS-YMCAMEM-STATUS " - NOTICES WITHOUT ADDRESSES"
               END-IF
           END-IF.
           OPEN INPUT WAITFILE.
           IF NOT WS-WAITFILE-OK
               MOVE "Y" TO WAIT-EOF-SWITCH
           ELSE
               IF CLEAR-WAITLISTS
                   OPEN OUTPUT WAITWORK
                   IF NOT WS-WAITWORK-OK
                       DISPLAY "WARNING - UNABLE TO OPEN WAITLIST WORK "
                           "FILE - WAITLISTS CARRIED FORWARD INSTEAD"
                       MOVE "C" TO WAITLIST-ACTION-SWITCH
                   END-IF
               END-IF
               PERFORM 510-HANDLE-ONE-WAIT-ENTRY
                   WITH TEST AFTER
                   UNTIL WAIT-EOF
               CLOSE WAITFILE
               IF CLEAR-WAITLISTS
                   CLOSE WAITWORK
                   IF WAIT-CLEARED-COUNT > ZERO
                       PERFORM 530-COPY-WAITLIST-BACK
                   END-IF
               END-IF
           END-IF.
           IF NOTICES-OPEN
               CLOSE WAITNOTICE
               MOVE "N" TO NOTICES-OPEN-SWITCH
           END-IF.
           IF MEMBERS-OPEN
               CLOSE YMCAMEM
               MOVE "N" TO MEMBERS-OPEN-SWITCH
           END-IF.

       510-HANDLE-ONE-WAIT-ENTRY.
           READ WAITFILE
               AT END
                   MOVE "Y" TO WAIT-EOF-SWITCH
               NOT AT END
                   MOVE WTL-CLASS-CODE TO CLASS-KEY-WORK
                   PERFORM 250-FIND-CLASS-ROW
                   IF ROW-FOUND
                       ADD 1 TO RC-WAIT-COUNT(ROLL-FOUND-IDX)
                   END-IF
                   IF CLEAR-WAITLISTS
                       IF ROW-FOUND
                           ADD 1 TO WAIT-CLEARED-COUNT
                           PERFORM 520-WRITE-WAIT-NOTICE
                       ELSE
                           MOVE WAITLIST-RECORD TO WAIT-WORK-RECORD
                           WRITE WAIT-WORK-RECORD
                       END-IF
                   ELSE
                       IF ROW-FOUND
                           ADD 1 TO WAIT-CARRIED-COUNT
                       END-IF
                   END-IF
           END-READ.

       520-WRITE-WAIT-NOTICE.
           MOVE WTL-CARD-NUMBER TO ND-CARD-NUMBER.
           MOVE WTL-CLASS-CODE TO ND-CLASS-CODE.
           MOVE RC-DESCRIPTION(ROLL-FOUND-IDX) TO ND-DESCRIPTION.
           MOVE WTL-QUEUE-DATE TO ND-QUEUE-DATE.
           MOVE "N" TO CARD-FOUND-SWITCH.
           IF MEMBERS-OPEN
               MOVE WTL-CARD-NUMBER TO MBR-CARD-NUMBER
               READ YMCAMEM
                   INVALID KEY
                       MOVE "N" TO CARD-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO CARD-FOUND-SWITCH
               END-READ
           END-IF.
           IF CARD-FOUND
               MOVE MBR-NAME TO ND-MEMBER-NAME
           ELSE
               MOVE "** NOT ON MBR FILE" TO ND-MEMBER-NAME
           END-IF.
           MOVE NOTICE-DETAIL-LINE TO WAIT-NOTICE-LINE.
           WRITE WAIT-NOTICE-LINE AFTER ADVANCING 2 LINES.
           IF CARD-FOUND
               MOVE MBR-STREET-ADDRESS TO NA-STREET-ADDRESS
               MOVE MBR-CITY           TO NA-CITY
               MOVE MBR-STATE          TO NA-STATE
               MOVE MBR-ZIPCODE        TO NA-ZIPCODE
               MOVE NOTICE-ADDRESS-LINE TO WAIT-NOTICE-LINE
               WRITE WAIT-NOTICE-LINE AFTER ADVANCING 1 LINES
           END-IF.

       530-COPY-WAITLIST-BACK.
           MOVE "N" TO WORK-EOF-SWITCH.
           OPEN INPUT WAITWORK.
           OPEN OUTPUT WAITFILE.
           IF NOT WS-WAITWORK-OK OR NOT WS-WAITFILE-OK
               DISPLAY "** UNABLE TO COPY WAITLIST BACK - WAITLIST "
                   "LEFT ON " WS-WAITWORK-PATH
           ELSE
               PERFORM 535-COPY-ONE-WAIT-BACK
                   WITH TEST AFTER
                   UNTIL WORK-EOF
           END-IF.
           CLOSE WAITWORK
                 WAITFILE.

       535-COPY-ONE-WAIT-BACK.
           READ WAITWORK
               AT END
                   MOVE "Y" TO WORK-EOF-SWITCH
               NOT AT END
                   MOVE WAIT-WORK-RECORD TO WAITLIST-RECORD
                   WRITE WAITLIST-RECORD
           END-READ.

       600-PRINT-ROLLOVER-REPORT.
           MOVE CLOSING-TERM-CODE TO RH-CLOSING-TERM.
           MOVE NEW-TERM-CODE     TO RH-NEW-TERM.
           MOVE CD-CURRENT-DATE   TO RH-RUN-DATE.
           IF PRIORITY-END-WORK = ZERO
               MOVE "NONE" TO RH-PRIORITY-END
           ELSE
               MOVE PRIORITY-END-WORK TO RH-PRIORITY-END
           END-IF.
           MOVE ROLL-HEADING-LINE TO ROLL-REPORT.
           WRITE ROLL-REPORT.
           MOVE ROLL-COLUMN-LINE TO ROLL-REPORT.
           WRITE ROLL-REPORT AFTER ADVANCING 2 LINES.
           PERFORM 610-PRINT-ONE-CLASS
               VARYING ROLL-IDX FROM 1 BY 1
               UNTIL ROLL-IDX > ROLL-TABLE-COUNT.

           MOVE CLASSES-ROLLED-COUNT TO RT-CLASSES-ROLLED.
           MOVE ARCHIVED-COUNT       TO RT-ARCHIVED-COUNT.
           MOVE KEPT-COUNT           TO RT-KEPT-COUNT.
           MOVE ROLL-TRAILER-LINE-1 TO ROLL-REPORT.
           WRITE ROLL-REPORT AFTER ADVANCING 2 LINES.
           MOVE PRIORITY-COUNT       TO RT-PRIORITY-COUNT.
           MOVE WAIT-CARRIED-COUNT   TO RT-WAIT-CARRIED.
           MOVE WAIT-CLEARED-COUNT   TO RT-WAIT-CLEARED.
           MOVE ROLL-TRAILER-LINE-2 TO ROLL-REPORT.
           WRITE ROLL-REPORT AFTER ADVANCING 1 LINES.

       610-PRINT-ONE-CLASS.
           MOVE RC-CLASS-CODE(ROLL-IDX)      TO RD-CLASS-CODE.
           MOVE RC-DESCRIPTION(ROLL-IDX)     TO RD-DESCRIPTION.
           MOVE RC-ARCHIVED-COUNT(ROLL-IDX)  TO RD-ARCHIVED-COUNT.
           MOVE RC-KEPT-COUNT(ROLL-IDX)      TO RD-KEPT-COUNT.
           IF RC-NEXT-LEVEL-CODE(ROLL-IDX) = SPACES
               MOVE "(SAME)" TO RD-NEXT-LEVEL-CODE
           ELSE
               MOVE RC-NEXT-LEVEL-CODE(ROLL-IDX) TO RD-NEXT-LEVEL-CODE
           END-IF.
           MOVE RC-PRIORITY-COUNT(ROLL-IDX)  TO RD-PRIORITY-COUNT.
           MOVE RC-WAIT-COUNT(ROLL-IDX)      TO RD-WAIT-COUNT.
           IF RC-WAIT-COUNT(ROLL-IDX) = ZERO
               MOVE SPACES TO RD-WAIT-ACTION
           ELSE
               IF CLEAR-WAITLISTS
                   MOVE "CLEARED" TO RD-WAIT-ACTION
               ELSE
                   MOVE "CARRIED" TO RD-WAIT-ACTION
               END-IF
           END-IF.
           MOVE ROLL-DETAIL-LINE TO ROLL-REPORT.
           WRITE ROLL-REPORT AFTER ADVANCING 1 LINES.
