      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/09/2018
      * Purpose: Term-over-term enrollment comparison.  Counts the
      *          seats each class drew in two terms keyed at run time
      *          and prints them side by side with the change, so the
      *          program director can see which classes grew, which
      *          fell off, and which are new.  A term already rolled
      *          over by YMCA_TERMROLL is counted from ENRHIST; the
      *          term still running is counted from ENROLLFILE, where
      *          a seat taken before terms were kept counts toward its
      *          class's current CLS-TERM-CODE.  Written to TERMRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-TERM-COMPARISON.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLASSMAS ASSIGN TO WS-CLASSMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-CLASS-CODE
               FILE STATUS IS WS-CLASSMAS-STATUS.
           SELECT ENROLLFILE ASSIGN TO WS-ENROLLFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLFILE-STATUS.
           SELECT ENRHIST ASSIGN TO WS-ENRHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRHIST-STATUS.
           SELECT TERMRPT ASSIGN TO WS-TERMRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CLASSMAS.
           COPY CLASSREC.

       FD  ENROLLFILE.
           COPY ENROLLREC.

       FD  ENRHIST.
           COPY ENRHISTREC.

       FD  TERMRPT.
       01  TERM-REPORT                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-CLASSMAS-PATH        PIC X(100).
           05  WS-ENROLLFILE-PATH      PIC X(100).
           05  WS-ENRHIST-PATH         PIC X(100).
           05  WS-TERMRPT-PATH         PIC X(100).

       01  WS-CLASSMAS-STATUS          PIC X(2).
           88  WS-CLASSMAS-OK                     VALUE "00".

       01  WS-ENROLLFILE-STATUS        PIC X(2).
           88  WS-ENROLLFILE-OK                   VALUE "00".

       01  WS-ENRHIST-STATUS           PIC X(2).
           88  WS-ENRHIST-OK                      VALUE "00".

       01  SWITCHES.
           05  ENROLL-EOF-SWITCH           PIC X          VALUE "N".
               88  ENROLL-EOF                             VALUE "Y".
           05  HISTORY-EOF-SWITCH          PIC X          VALUE "N".
               88  HISTORY-EOF                            VALUE "Y".
           05  ROW-FOUND-SWITCH            PIC X.
               88  ROW-FOUND                              VALUE "Y".

       01  COMPARE-TERMS.
           05  PRIOR-TERM-CODE         PIC X(6).
           05  CURRENT-TERM-CODE       PIC X(6).

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  CLASS-KEY-WORK              PIC X(6).
       01  SEAT-TERM-WORK              PIC X(6).

       01  TERM-TABLE-FIELDS           BINARY.
           05  TERM-TABLE-COUNT        PIC S9(3)      VALUE ZERO.
           05  TERM-TABLE-MAX          PIC S9(3)      VALUE 200.
           05  TERM-IDX                PIC S9(3)      VALUE ZERO.
           05  TERM-FOUND-IDX          PIC S9(3)      VALUE ZERO.

      * ONE ROW PER CLASS SEEN IN EITHER TERM.
       01  TERM-CLASS-TABLE.
           05  TERM-CLASS-ENTRY OCCURS 200 TIMES.
               10  TC-CLASS-CODE           PIC X(6).
               10  TC-DESCRIPTION          PIC X(20).
               10  TC-CLASS-TERM-CODE      PIC X(6).
               10  TC-PRIOR-COUNT          PIC S9(5)     BINARY.
               10  TC-CURRENT-COUNT        PIC S9(5)     BINARY.

       01  TERM-COUNT-FIELDS           BINARY.
           05  PRIOR-TOTAL             PIC S9(7)      VALUE ZERO.
           05  CURRENT-TOTAL           PIC S9(7)      VALUE ZERO.
           05  CHANGE-WORK             PIC S9(7)      VALUE ZERO.
           05  PRINTED-CLASS-COUNT     PIC S9(3)      VALUE ZERO.

       01  PERCENT-WORK                PIC S9(5)V9   PACKED-DECIMAL.

       01  TERM-HEADING-LINE.
           05              PIC X(33)
               VALUE "TERM ENROLLMENT COMPARISON -    ".
           05  TH-PRIOR-TERM           PIC X(6).
           05              PIC X(4)        VALUE " TO ".
           05  TH-CURRENT-TERM         PIC X(6).
           05              PIC X(5)        VALUE "  ON ".
           05  TH-RUN-DATE             PIC 9(8).

       01  TERM-COLUMN-LINE.
           05              PIC X(8)        VALUE "CLASS".
           05              PIC X(22)       VALUE "DESCRIPTION".
           05  TC-PRIOR-HEAD           PIC X(10).
           05  TC-CURRENT-HEAD         PIC X(10).
           05              PIC X(10)       VALUE "    CHANGE".
           05              PIC X(10)       VALUE "  % CHANGE".

       01  TERM-DETAIL-LINE.
           05  TD-CLASS-CODE           PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  TD-DESCRIPTION          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  TD-PRIOR-COUNT          PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  TD-CURRENT-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  TD-CHANGE               PIC --,--9.
           05                          PIC X(3)        VALUE SPACE.
           05  TD-PERCENT              PIC X(10).
           05  TD-PERCENT-EDIT REDEFINES TD-PERCENT
                                       PIC ----,--9.9.

       01  TERM-TRAILER-LINE.
           05              PIC X(8)        VALUE "TOTAL".
           05  TT-CLASS-COUNT          PIC ZZ9.
           05              PIC X(19)       VALUE " CLASS(ES)".
           05  TT-PRIOR-TOTAL          PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  TT-CURRENT-TOTAL        PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  TT-CHANGE               PIC --,--9.
           05                          PIC X(3)        VALUE SPACE.
           05  TT-PERCENT              PIC X(10).
           05  TT-PERCENT-EDIT REDEFINES TT-PERCENT
                                       PIC ----,--9.9.

       PROCEDURE DIVISION.

       000-COMPARE-TERMS.
           PERFORM 050-GET-RUNTIME-PATHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           DISPLAY "Enter: Prior Term Code"
           ACCEPT PRIOR-TERM-CODE.
           DISPLAY "Enter: Current Term Code"
           ACCEPT CURRENT-TERM-CODE.
           IF PRIOR-TERM-CODE = SPACES OR CURRENT-TERM-CODE = SPACES
               DISPLAY "REJECTED - BOTH TERM CODES ARE REQUIRED"
               STOP RUN
           END-IF.

           OPEN INPUT CLASSMAS.
           IF NOT WS-CLASSMAS-OK
               DISPLAY "UNABLE TO OPEN CLASSMAS AT " WS-CLASSMAS-PATH
               DISPLAY "STATUS: " WS-CLASSMAS-STATUS
               STOP RUN
           END-IF.

           PERFORM 200-COUNT-HISTORY.
           PERFORM 300-COUNT-CURRENT-ENROLLMENTS.
           CLOSE CLASSMAS.

           OPEN OUTPUT TERMRPT.
           PERFORM 400-PRINT-COMPARISON.
           CLOSE TERMRPT.

           DISPLAY "CLASSES COMPARED ----- " PRINTED-CLASS-COUNT.
           DISPLAY PRIOR-TERM-CODE " SEATS ---------- " PRIOR-TOTAL.
           DISPLAY CURRENT-TERM-CODE " SEATS ---------- " CURRENT-TOTAL.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-CLASSMAS-PATH FROM ENVIRONMENT "CLASSMAS_PATH".
           IF WS-CLASSMAS-PATH = SPACES
               MOVE "CLASSMAS.DAT" TO WS-CLASSMAS-PATH
           END-IF.

           ACCEPT WS-ENROLLFILE-PATH FROM ENVIRONMENT "ENROLLFILE_PATH".
           IF WS-ENROLLFILE-PATH = SPACES
               MOVE "ENROLLS.DAT" TO WS-ENROLLFILE-PATH
           END-IF.

           ACCEPT WS-ENRHIST-PATH FROM ENVIRONMENT "ENRHIST_PATH".
           IF WS-ENRHIST-PATH = SPACES
               MOVE "ENRHIST.DAT" TO WS-ENRHIST-PATH
           END-IF.

           ACCEPT WS-TERMRPT-PATH FROM ENVIRONMENT "TERMRPT_PATH".
           IF WS-TERMRPT-PATH = SPACES
               MOVE "TERMRPT.TXT" TO WS-TERMRPT-PATH
           END-IF.

      * FINDS THE CLASS'S ROW, ADDING IT (WITH ITS CLASSMAS
      * DESCRIPTION AND CURRENT TERM) THE FIRST TIME IT IS SEEN.
       100-FIND-CLASS-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO TERM-FOUND-IDX.
           PERFORM 105-MATCH-ONE-CLASS-ROW
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-TABLE-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF TERM-TABLE-COUNT < TERM-TABLE-MAX
                   ADD 1 TO TERM-TABLE-COUNT
                   MOVE TERM-TABLE-COUNT TO TERM-FOUND-IDX
                   MOVE "Y" TO ROW-FOUND-SWITCH
                   PERFORM 110-LOAD-CLASS-ROW
               ELSE
                   DISPLAY "WARNING - CLASS TABLE FULL, NOT COUNTED: "
                       CLASS-KEY-WORK
               END-IF
           END-IF.

       105-MATCH-ONE-CLASS-ROW.
           IF TC-CLASS-CODE(TERM-IDX) = CLASS-KEY-WORK
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE TERM-IDX TO TERM-FOUND-IDX
           END-IF.

       110-LOAD-CLASS-ROW.
           MOVE CLASS-KEY-WORK TO TC-CLASS-CODE(TERM-FOUND-IDX).
           MOVE ZERO TO TC-PRIOR-COUNT(TERM-FOUND-IDX).
           MOVE ZERO TO TC-CURRENT-COUNT(TERM-FOUND-IDX).
           MOVE CLASS-KEY-WORK TO CLS-CLASS-CODE.
           READ CLASSMAS
               INVALID KEY
                   MOVE "** NOT ON CLASSMAS"
                       TO TC-DESCRIPTION(TERM-FOUND-IDX)
                   MOVE SPACES TO TC-CLASS-TERM-CODE(TERM-FOUND-IDX)
               NOT INVALID KEY
                   MOVE CLS-DESCRIPTION
                       TO TC-DESCRIPTION(TERM-FOUND-IDX)
                   MOVE CLS-TERM-CODE
                       TO TC-CLASS-TERM-CODE(TERM-FOUND-IDX)
           END-READ.

       200-COUNT-HISTORY.
           OPEN INPUT ENRHIST.
           IF NOT WS-ENRHIST-OK
               DISPLAY "NO ENRHIST AT " WS-ENRHIST-PATH
                   " - NO ROLLED-OVER TERMS COUNTED"
           ELSE
               PERFORM 210-COUNT-ONE-HISTORY
                   WITH TEST AFTER
                   UNTIL HISTORY-EOF
               CLOSE ENRHIST
           END-IF.

       210-COUNT-ONE-HISTORY.
           READ ENRHIST
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT AT END
                   MOVE EHS-TERM-CODE TO SEAT-TERM-WORK
                   MOVE EHS-CLASS-CODE TO CLASS-KEY-WORK
                   PERFORM 350-COUNT-SEAT
           END-READ.

       300-COUNT-CURRENT-ENROLLMENTS.
           OPEN INPUT ENROLLFILE.
           IF NOT WS-ENROLLFILE-OK
               DISPLAY "NO ENROLLFILE AT " WS-ENROLLFILE-PATH
                   " - NO RUNNING TERM COUNTED"
           ELSE
               PERFORM 310-COUNT-ONE-ENROLLMENT
                   WITH TEST AFTER
                   UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
           END-IF.

      * A SEAT WITH NO TERM OF ITS OWN BELONGS TO THE TERM ITS CLASS
      * IS RUNNING NOW.
       310-COUNT-ONE-ENROLLMENT.
           READ ENROLLFILE
               AT END
                   MOVE "Y" TO ENROLL-EOF-SWITCH
               NOT AT END
                   MOVE ENR-CLASS-CODE TO CLASS-KEY-WORK
                   IF ENR-TERM-CODE = SPACES
                       PERFORM 100-FIND-CLASS-ROW
                       IF ROW-FOUND
                           MOVE TC-CLASS-TERM-CODE(TERM-FOUND-IDX)
                               TO SEAT-TERM-WORK
                       ELSE
                           MOVE SPACES TO SEAT-TERM-WORK
                       END-IF
                   ELSE
                       MOVE ENR-TERM-CODE TO SEAT-TERM-WORK
                   END-IF
                   PERFORM 350-COUNT-SEAT
           END-READ.

       350-COUNT-SEAT.
           IF SEAT-TERM-WORK = PRIOR-TERM-CODE
               OR SEAT-TERM-WORK = CURRENT-TERM-CODE
               PERFORM 100-FIND-CLASS-ROW
               IF ROW-FOUND
                   IF SEAT-TERM-WORK = PRIOR-TERM-CODE
                       ADD 1 TO TC-PRIOR-COUNT(TERM-FOUND-IDX)
                       ADD 1 TO PRIOR-TOTAL
                   ELSE
                       ADD 1 TO TC-CURRENT-COUNT(TERM-FOUND-IDX)
                       ADD 1 TO CURRENT-TOTAL
                   END-IF
               END-IF
           END-IF.

       400-PRINT-COMPARISON.
           MOVE PRIOR-TERM-CODE   TO TH-PRIOR-TERM.
           MOVE CURRENT-TERM-CODE TO TH-CURRENT-TERM.
           MOVE CD-CURRENT-DATE   TO TH-RUN-DATE.
           MOVE TERM-HEADING-LINE TO TERM-REPORT.
           WRITE TERM-REPORT.
           MOVE SPACES TO TC-PRIOR-HEAD
                          TC-CURRENT-HEAD.
           MOVE PRIOR-TERM-CODE   TO TC-PRIOR-HEAD(5:6).
           MOVE CURRENT-TERM-CODE TO TC-CURRENT-HEAD(5:6).
           MOVE TERM-COLUMN-LINE TO TERM-REPORT.
           WRITE TERM-REPORT AFTER ADVANCING 2 LINES.

           PERFORM 410-PRINT-ONE-CLASS
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-TABLE-COUNT.

           MOVE PRINTED-CLASS-COUNT TO TT-CLASS-COUNT.
           MOVE PRIOR-TOTAL      TO TT-PRIOR-TOTAL.
           MOVE CURRENT-TOTAL    TO TT-CURRENT-TOTAL.
           SUBTRACT PRIOR-TOTAL FROM CURRENT-TOTAL GIVING CHANGE-WORK.
           MOVE CHANGE-WORK      TO TT-CHANGE.
           IF PRIOR-TOTAL = ZERO
               MOVE "       NEW" TO TT-PERCENT
           ELSE
               COMPUTE PERCENT-WORK ROUNDED =
                   CHANGE-WORK * 100 / PRIOR-TOTAL
               MOVE PERCENT-WORK TO TT-PERCENT-EDIT
           END-IF.
           MOVE TERM-TRAILER-LINE TO TERM-REPORT.
           WRITE TERM-REPORT AFTER ADVANCING 2 LINES.

      * A CLASS WITH NO PRIOR-TERM SEATS IS SHOWN AS NEW; ONE THAT
      * DREW NOTHING THIS TERM SHOWS THE FULL DROP.
       410-PRINT-ONE-CLASS.
           MOVE TC-CLASS-CODE(TERM-IDX)    TO TD-CLASS-CODE.
           MOVE TC-DESCRIPTION(TERM-IDX)   TO TD-DESCRIPTION.
           MOVE TC-PRIOR-COUNT(TERM-IDX)   TO TD-PRIOR-COUNT.
           MOVE TC-CURRENT-COUNT(TERM-IDX) TO TD-CURRENT-COUNT.
           SUBTRACT TC-PRIOR-COUNT(TERM-IDX)
               FROM TC-CURRENT-COUNT(TERM-IDX) GIVING CHANGE-WORK.
           MOVE CHANGE-WORK TO TD-CHANGE.
           IF TC-PRIOR-COUNT(TERM-IDX) = ZERO
               MOVE "       NEW" TO TD-PERCENT
           ELSE
               COMPUTE PERCENT-WORK ROUNDED =
                   CHANGE-WORK * 100 / TC-PRIOR-COUNT(TERM-IDX)
               MOVE PERCENT-WORK TO TD-PERCENT-EDIT
           END-IF.
           IF TC-PRIOR-COUNT(TERM-IDX) > ZERO
               OR TC-CURRENT-COUNT(TERM-IDX) > ZERO
               ADD 1 TO PRINTED-CLASS-COUNT
               MOVE TERM-DETAIL-LINE TO TERM-REPORT
               WRITE TERM-REPORT AFTER ADVANCING 1 LINES
           END-IF.
