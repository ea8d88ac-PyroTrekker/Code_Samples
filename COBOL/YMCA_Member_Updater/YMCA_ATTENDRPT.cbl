      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/02/2018
      * Purpose: Class attendance reports.  Reads the ATTENDFILE marks
      *          YMCA_ATTEND files at each roll call, in class / meeting
      *          date / card order, and prints the attendance rate of
      *          every class (meetings called, marks, present) and of
      *          every instructor across their classes.  A second
      *          report, the no-show list, names each member still
      *          holding a seat on ENROLLFILE whose most recent marks
      *          in a class are absences at least as many meetings in a
      *          row as the program director asks for, with the
      *          class's waitlist depth beside it - so the seat can be
      *          released through YMCA_CLASS_ENROLL to whoever is
      *          queued for it instead of sitting empty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-ATTENDANCE-REPORT.

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
           SELECT WAITFILE ASSIGN TO WS-WAITFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITFILE-STATUS.
           SELECT ATTENDFILE ASSIGN TO WS-ATTENDFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATT-ATTEND-KEY
               FILE STATUS IS WS-ATTENDFILE-STATUS.
           SELECT ATTENDRPT ASSIGN TO WS-ATTENDRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOSHOWRPT ASSIGN TO WS-NOSHOWRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  CLASSMAS.
           COPY CLASSREC.

       FD  ENROLLFILE.
           COPY ENROLLREC.

       FD  WAITFILE.
           COPY WAITREC.

       FD  ATTENDFILE.
           COPY ATTENDREC.

       FD  ATTENDRPT.
       01  ATTEND-REPORT               PIC X(80).

       FD  NOSHOWRPT.
       01  NOSHOW-REPORT               PIC X(80).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-CLASSMAS-PATH        PIC X(100).
           05  WS-ENROLLFILE-PATH      PIC X(100).
           05  WS-WAITFILE-PATH        PIC X(100).
           05  WS-ATTENDFILE-PATH      PIC X(100).
           05  WS-ATTENDRPT-PATH       PIC X(100).
           05  WS-NOSHOWRPT-PATH       PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-CLASSMAS-STATUS          PIC X(2).
           88  WS-CLASSMAS-OK                     VALUE "00".

       01  WS-ENROLLFILE-STATUS        PIC X(2).
           88  WS-ENROLLFILE-OK                   VALUE "00".

       01  WS-WAITFILE-STATUS          PIC X(2).
           88  WS-WAITFILE-OK                     VALUE "00".

       01  WS-ATTENDFILE-STATUS        PIC X(2).
           88  WS-ATTENDFILE-OK                   VALUE "00".

       01  SWITCHES.
           05  ATT-EOF-SWITCH              PIC X          VALUE "N".
               88  ATT-EOF                                VALUE "Y".
           05  ENROLL-EOF-SWITCH           PIC X          VALUE "N".
               88  ENROLL-EOF                             VALUE "Y".
           05  WAIT-EOF-SWITCH             PIC X          VALUE "N".
               88  WAIT-EOF                               VALUE "Y".
           05  CLASS-FOUND-SWITCH          PIC X.
               88  CLASS-FOUND                            VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  ROW-FOUND-SWITCH            PIC X.
               88  ROW-FOUND                              VALUE "Y".
           05  STILL-ENROLLED-SWITCH       PIC X.
               88  STILL-ENROLLED                         VALUE "Y".
           05  NOSHOW-HEADER-SWITCH        PIC X.
               88  NOSHOW-HEADER-PRINTED                  VALUE "Y".

      * HOW MANY MEETINGS IN A ROW A MEMBER MUST HAVE MISSED TO MAKE
      * THE NO-SHOW LIST - ASKED FOR AT THE START OF THE RUN, THREE
      * WHEN NONE IS GIVEN.
       01  NOSHOW-MISS-LIMIT           PIC 9(2)       VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

      * THE CLASS BEING TALLIED AND ITS CLASSMAS DETAIL, HELD FOR THE
      * CLASS BREAK.
       01  OLD-CLASS-CODE              PIC X(6)       VALUE SPACES.
       01  OLD-MEETING-DATE            PIC 9(8)       VALUE ZERO.
       01  CLASS-DETAIL-WORK.
           05  CDW-DESCRIPTION         PIC X(20).
           05  CDW-INSTRUCTOR          PIC X(8).
           05  CDW-ENROLLED-COUNT      PIC 9(3).
           05  CDW-MAX-CAPACITY        PIC 9(3).

       01  ATTEND-COUNT-FIELDS         BINARY.
           05  MARKS-READ-COUNT        PIC S9(7)      VALUE ZERO.
           05  CLASS-MEETING-COUNT     PIC S9(5)      VALUE ZERO.
           05  CLASS-MARK-COUNT        PIC S9(7)      VALUE ZERO.
           05  CLASS-PRESENT-COUNT     PIC S9(7)      VALUE ZERO.
           05  CLASSES-REPORTED-COUNT  PIC S9(5)      VALUE ZERO.
           05  TOTAL-PRESENT-COUNT     PIC S9(7)      VALUE ZERO.
           05  NOSHOW-COUNT            PIC S9(5)      VALUE ZERO.
           05  NOSHOW-CLASS-COUNT      PIC S9(5)      VALUE ZERO.

       01  RATE-PERCENT-WORK           PIC 9(3)       VALUE ZERO.
       01  RATE-PRESENT-WORK           PIC S9(7)      BINARY.
       01  RATE-MARKS-WORK             PIC S9(7)      BINARY.

      * EVERY CARD MARKED IN THE CURRENT CLASS, WITH ITS RUN OF
      * ABSENCES SINCE IT WAS LAST MARKED PRESENT.  MARKS ARRIVE IN
      * MEETING DATE ORDER, SO THE RUN LEFT AT THE CLASS BREAK IS THE
      * RUN UP TO THE CLASS'S LATEST MEETING.
       01  CARD-RUN-FIELDS             BINARY.
           05  CARD-RUN-COUNT          PIC S9(3)      VALUE ZERO.
           05  CARD-RUN-MAX            PIC S9(3)      VALUE 200.
           05  CARD-RUN-IDX            PIC S9(3)      VALUE ZERO.
           05  CARD-FOUND-IDX          PIC S9(3)      VALUE ZERO.

       01  CARD-RUN-TABLE.
           05  CARD-RUN-ENTRY OCCURS 200 TIMES.
               10  CR-CARD-NUMBER          PIC 9(6).
               10  CR-MISS-RUN             PIC S9(3)     BINARY.
               10  CR-LAST-PRESENT         PIC 9(8).

      * ONE ROW PER INSTRUCTOR, OPENED ON THE FLY AS THEIR FIRST
      * CLASS BREAKS.
       01  INSTRUCTOR-TABLE-FIELDS     BINARY.
           05  INSTR-TABLE-COUNT       PIC S9(3)      VALUE ZERO.
           05  INSTR-TABLE-MAX         PIC S9(3)      VALUE 50.
           05  INSTR-IDX               PIC S9(3)      VALUE ZERO.
           05  INSTR-FOUND-IDX         PIC S9(3)      VALUE ZERO.

       01  INSTRUCTOR-RATE-TABLE.
           05  INSTR-ENTRY OCCURS 50 TIMES.
               10  IR-INSTRUCTOR           PIC X(8).
               10  IR-CLASS-COUNT          PIC S9(3)     BINARY.
               10  IR-MEETING-COUNT        PIC S9(5)     BINARY.
               10  IR-MARK-COUNT           PIC S9(7)     BINARY.
               10  IR-PRESENT-COUNT        PIC S9(7)     BINARY.

      * THE SEATS CURRENTLY HELD, LOADED FROM ENROLLFILE SO A MEMBER
      * WHO HAS ALREADY DROPPED IS NOT LISTED AS A NO-SHOW.
       01  ENROLL-TABLE-FIELDS         BINARY.
           05  ENROLL-TABLE-COUNT      PIC S9(5)      VALUE ZERO.
           05  ENROLL-TABLE-MAX        PIC S9(5)      VALUE 3000.
           05  ENROLL-IDX              PIC S9(5)      VALUE ZERO.

       01  ENROLL-SEAT-TABLE.
           05  ENROLL-SEAT-ENTRY OCCURS 3000 TIMES.
               10  ES-CLASS-CODE           PIC X(6).
               10  ES-CARD-NUMBER          PIC 9(6).

      * WAITLIST DEPTH PER CLASS, TALLIED FROM WAITFILE AT STARTUP THE
      * SAME WAY YMCA_ROSTER_RPT TALLIES IT.
       01  WAIT-CLASS-KEY              PIC X(6).

       01  WAITLIST-COUNT-FIELDS       BINARY.
           05  WTL-TABLE-COUNT         PIC S9(3)      VALUE ZERO.
           05  WTL-TABLE-MAX           PIC S9(3)      VALUE 100.
           05  WTL-IDX                 PIC S9(3)      VALUE ZERO.
           05  WTL-FOUND-IDX           PIC S9(3)      VALUE ZERO.

       01  WAITLIST-DEPTH-TABLE.
           05  WTL-TABLE-ENTRY OCCURS 100 TIMES.
               10  WT-CLASS-CODE           PIC X(6).
               10  WT-DEPTH                PIC S9(3).

       01  RATE-HEADING-LINE.
           05              PIC X(30)
               VALUE "CLASS ATTENDANCE RATES AS OF  ".
           05  RH-CURRENT-DATE         PIC 9(8).

       01  RATE-COLUMN-LINE.
           05              PIC X(8)        VALUE "CLASS   ".
           05              PIC X(22)       VALUE "DESCRIPTION".
           05              PIC X(10)       VALUE "INSTR".
           05              PIC X(10)       VALUE "MEETINGS".
           05              PIC X(9)        VALUE "   MARKS".
           05              PIC X(9)        VALUE " PRESENT".
           05              PIC X(6)        VALUE "  RATE".

       01  RATE-DETAIL-LINE.
           05  RD-CLASS-CODE           PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-DESCRIPTION          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  RD-INSTRUCTOR           PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-MEETING-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  RD-MARK-COUNT           PIC ZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACE.
           05  RD-PRESENT-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACE.
           05  RD-RATE-PERCENT         PIC ZZ9.
           05                          PIC X           VALUE "%".

       01  INSTR-HEADING-LINE.
           05              PIC X(30)
               VALUE "ATTENDANCE RATES BY INSTRUCTOR".

       01  INSTR-COLUMN-LINE.
           05              PIC X(10)       VALUE "INSTR".
           05              PIC X(10)       VALUE "CLASSES".
           05              PIC X(10)       VALUE "MEETINGS".
           05              PIC X(9)        VALUE "   MARKS".
           05              PIC X(9)        VALUE " PRESENT".
           05              PIC X(6)        VALUE "  RATE".

       01  INSTR-DETAIL-LINE.
           05  ID-INSTRUCTOR           PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  ID-CLASS-COUNT          PIC ZZ9.
           05                          PIC X(7)        VALUE SPACE.
           05  ID-MEETING-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  ID-MARK-COUNT           PIC ZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACE.
           05  ID-PRESENT-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACE.
           05  ID-RATE-PERCENT         PIC ZZ9.
           05                          PIC X           VALUE "%".

       01  RATE-TRAILER-LINE.
           05          PIC X(18)   VALUE "ALL CLASSES ----- ".
           05  RT-CLASS-COUNT      PIC ZZ,ZZ9.
           05          PIC X(12)   VALUE " CLASS(ES), ".
           05  RT-MARK-COUNT       PIC Z,ZZZ,ZZ9.
           05          PIC X(11)   VALUE " MARK(S),  ".
           05  RT-RATE-PERCENT     PIC ZZ9.
           05          PIC X(9)    VALUE "% PRESENT".

       01  NOSHOW-HEADING-LINE.
           05              PIC X(14)       VALUE "NO-SHOW LIST -".
           05  NH-MISS-LIMIT           PIC Z9.
           05              PIC X(34)
               VALUE " OR MORE MEETINGS MISSED IN A ROW ".
           05              PIC X(6)        VALUE "AS OF ".
           05  NH-CURRENT-DATE         PIC 9(8).

       01  NOSHOW-CLASS-LINE.
           05              PIC X(7)        VALUE "CLASS: ".
           05  NC-CLASS-CODE           PIC X(6).
           05              PIC XX          VALUE SPACE.
           05  NC-DESCRIPTION          PIC X(20).
           05              PIC XX          VALUE SPACE.
           05  NC-INSTRUCTOR           PIC X(8).
           05              PIC X(9)        VALUE "  SEATS: ".
           05  NC-ENROLLED-COUNT       PIC ZZ9.
           05              PIC X(4)        VALUE " OF ".
           05  NC-MAX-CAPACITY         PIC ZZ9.
           05              PIC X(12)       VALUE "  WAITLIST: ".
           05  NC-WAIT-DEPTH           PIC ZZ9.

       01  NOSHOW-DETAIL-LINE.
           05                          PIC X(4)        VALUE SPACE.
           05  ND-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  ND-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  ND-MISS-RUN             PIC ZZ9.
           05              PIC X(24)
               VALUE " MISSED - LAST PRESENT: ".
           05  ND-LAST-PRESENT         PIC X(10).
           05  ND-LAST-PRESENT-X       REDEFINES ND-LAST-PRESENT.
               10  ND-LP-MONTH             PIC 99.
               10                          PIC X.
               10  ND-LP-DAY               PIC 99.
               10                          PIC X.
               10  ND-LP-YEAR              PIC 9(4).

       01  NOSHOW-TRAILER-LINE.
           05          PIC X(18)   VALUE "NO-SHOWS -------- ".
           05  NT-NOSHOW-COUNT     PIC ZZ,ZZ9.
           05          PIC X(4)    VALUE " IN ".
           05  NT-CLASS-COUNT      PIC ZZ,ZZ9.
           05          PIC X(10)   VALUE " CLASS(ES)".

       PROCEDURE DIVISION.

       000-REPORT-ATTENDANCE.
           PERFORM 050-GET-RUNTIME-PATHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           DISPLAY "Enter: Meetings Missed In A Row For No-Show List "
               "(0 = 3)"
           ACCEPT NOSHOW-MISS-LIMIT.
           IF NOSHOW-MISS-LIMIT NOT NUMERIC
               OR NOSHOW-MISS-LIMIT = ZERO
               MOVE 3 TO NOSHOW-MISS-LIMIT
           END-IF.

           OPEN INPUT YMCAMEM
                INPUT CLASSMAS.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           IF NOT WS-CLASSMAS-OK
               DISPLAY "UNABLE TO OPEN CLASSMAS AT " WS-CLASSMAS-PATH
               DISPLAY "STATUS: " WS-CLASSMAS-STATUS
                   " - RUN YMCA_CLASS_ENROLL FIRST TO CREATE IT"
               STOP RUN
           END-IF.

           PERFORM 100-LOAD-ENROLLMENTS.
           PERFORM 110-LOAD-WAITLIST-COUNTS.

           OPEN OUTPUT ATTENDRPT
                OUTPUT NOSHOWRPT.
           PERFORM 150-PRINT-HEADINGS.

           PERFORM 200-TALLY-ATTENDANCE.

           PERFORM 400-PRINT-INSTRUCTOR-RATES.
           PERFORM 500-PRINT-TRAILERS.

           DISPLAY "ATTENDANCE MARKS READ - " MARKS-READ-COUNT.
           DISPLAY "CLASSES REPORTED ----- " CLASSES-REPORTED-COUNT.
           DISPLAY "NO-SHOWS LISTED ------ " NOSHOW-COUNT.
           CLOSE YMCAMEM
                 CLASSMAS
                 ATTENDRPT
                 NOSHOWRPT.
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

           ACCEPT WS-WAITFILE-PATH FROM ENVIRONMENT "WAITFILE_PATH".
           IF WS-WAITFILE-PATH = SPACES
               MOVE "WAITLIST.DAT" TO WS-WAITFILE-PATH
           END-IF.

           ACCEPT WS-ATTENDFILE-PATH FROM ENVIRONMENT "ATTENDFILE_PATH".
           IF WS-ATTENDFILE-PATH = SPACES
               MOVE "ATTEND.DAT" TO WS-ATTENDFILE-PATH
           END-IF.

           ACCEPT WS-ATTENDRPT-PATH FROM ENVIRONMENT "ATTENDRPT_PATH".
           IF WS-ATTENDRPT-PATH = SPACES
               MOVE "ATTENDRPT.TXT" TO WS-ATTENDRPT-PATH
           END-IF.

           ACCEPT WS-NOSHOWRPT-PATH FROM ENVIRONMENT "NOSHOWRPT_PATH".
           IF WS-NOSHOWRPT-PATH = SPACES
               MOVE "NOSHOWRPT.TXT" TO WS-NOSHOWRPT-PATH
           END-IF.

      * THE SEATS HELD TODAY.  A MISSING ENROLLFILE LEAVES THE TABLE
      * EMPTY AND NOBODY CAN BE A NO-SHOW.
       100-LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLFILE.
           IF NOT WS-ENROLLFILE-OK
               DISPLAY "NO ENROLLFILE AT " WS-ENROLLFILE-PATH
                   " - NO SEATS HELD"
           ELSE
               PERFORM 105-LOAD-ONE-ENROLLMENT
                   WITH TEST AFTER
                   UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
           END-IF.

       105-LOAD-ONE-ENROLLMENT.
           READ ENROLLFILE
               AT END
                   MOVE "Y" TO ENROLL-EOF-SWITCH
               NOT AT END
                   IF ENROLL-TABLE-COUNT < ENROLL-TABLE-MAX
                       ADD 1 TO ENROLL-TABLE-COUNT
                       MOVE ENR-CLASS-CODE
                           TO ES-CLASS-CODE(ENROLL-TABLE-COUNT)
                       MOVE ENR-CARD-NUMBER
                           TO ES-CARD-NUMBER(ENROLL-TABLE-COUNT)
                   ELSE
                       DISPLAY "WARNING - ENROLLMENT TABLE FULL, "
                           "SKIPPING: " ENR-CLASS-CODE " "
                           ENR-CARD-NUMBER
                   END-IF
           END-READ.

       110-LOAD-WAITLIST-COUNTS.
           OPEN INPUT WAITFILE.
           IF NOT WS-WAITFILE-OK
               MOVE "Y" TO WAIT-EOF-SWITCH
           ELSE
               PERFORM 115-TALLY-ONE-WAIT-ENTRY
                   WITH TEST AFTER
                   UNTIL WAIT-EOF
               CLOSE WAITFILE
           END-IF.

       115-TALLY-ONE-WAIT-ENTRY.
           READ WAITFILE
               AT END
                   MOVE "Y" TO WAIT-EOF-SWITCH
               NOT AT END
                   MOVE WTL-CLASS-CODE TO WAIT-CLASS-KEY
                   PERFORM 120-FIND-WAIT-ROW
                   IF WTL-FOUND-IDX > ZERO
                       ADD 1 TO WT-DEPTH(WTL-FOUND-IDX)
                   END-IF
           END-READ.

       120-FIND-WAIT-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO WTL-FOUND-IDX.
           PERFORM 125-MATCH-ONE-WAIT-ROW
               VARYING WTL-IDX FROM 1 BY 1
               UNTIL WTL-IDX > WTL-TABLE-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF WTL-TABLE-COUNT < WTL-TABLE-MAX
                   ADD 1 TO WTL-TABLE-COUNT
                   MOVE WTL-TABLE-COUNT TO WTL-FOUND-IDX
                   MOVE WAIT-CLASS-KEY TO WT-CLASS-CODE(WTL-FOUND-IDX)
                   MOVE ZERO TO WT-DEPTH(WTL-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - WAITLIST TABLE FULL, SKIPPING: "
                       WAIT-CLASS-KEY
               END-IF
           END-IF.

       125-MATCH-ONE-WAIT-ROW.
           IF WT-CLASS-CODE(WTL-IDX) = WAIT-CLASS-KEY
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE WTL-IDX TO WTL-FOUND-IDX
           END-IF.

       150-PRINT-HEADINGS.
           MOVE CD-CURRENT-DATE TO RH-CURRENT-DATE.
           MOVE RATE-HEADING-LINE TO ATTEND-REPORT.
           WRITE ATTEND-REPORT.
           MOVE RATE-COLUMN-LINE TO ATTEND-REPORT.
           WRITE ATTEND-REPORT AFTER ADVANCING 2 LINES.

           MOVE NOSHOW-MISS-LIMIT TO NH-MISS-LIMIT.
           MOVE CD-CURRENT-DATE TO NH-CURRENT-DATE.
           MOVE NOSHOW-HEADING-LINE TO NOSHOW-REPORT.
           WRITE NOSHOW-REPORT.

      * ONE PASS OVER THE MARKS IN KEY ORDER - CLASS, THEN MEETING
      * DATE, THEN CARD - BREAKING ON CLASS.  A MISSING ATTENDFILE
      * MEANS NO ROLL HAS BEEN CALLED YET AND THE REPORTS PRINT EMPTY.
       200-TALLY-ATTENDANCE.
           OPEN INPUT ATTENDFILE.
           IF NOT WS-ATTENDFILE-OK
               DISPLAY "NO ATTENDFILE AT " WS-ATTENDFILE-PATH
                   " - NO ROLL CALLS TAKEN YET"
           ELSE
               PERFORM 205-READ-NEXT-MARK
               PERFORM 210-TALLY-ONE-MARK
                   WITH TEST AFTER
                   UNTIL ATT-EOF
               CLOSE ATTENDFILE
           END-IF.

       205-READ-NEXT-MARK.
           READ ATTENDFILE NEXT RECORD
               AT END
                   MOVE "Y" TO ATT-EOF-SWITCH.

       210-TALLY-ONE-MARK.
           IF NOT ATT-EOF
               IF ATT-CLASS-CODE NOT = OLD-CLASS-CODE
                   IF OLD-CLASS-CODE NOT = SPACES
                       PERFORM 300-FINISH-CLASS
                   END-IF
                   PERFORM 220-START-CLASS
               END-IF
               IF ATT-MEETING-DATE NOT = OLD-MEETING-DATE
                   ADD 1 TO CLASS-MEETING-COUNT
                   MOVE ATT-MEETING-DATE TO OLD-MEETING-DATE
               END-IF
               ADD 1 TO MARKS-READ-COUNT
               ADD 1 TO CLASS-MARK-COUNT
               IF ATT-PRESENT
                   ADD 1 TO CLASS-PRESENT-COUNT
               END-IF
               PERFORM 230-FIND-CARD-ROW
               IF CARD-FOUND-IDX > ZERO
                   IF ATT-PRESENT
                       MOVE ZERO TO CR-MISS-RUN(CARD-FOUND-IDX)
                       MOVE ATT-MEETING-DATE
                           TO CR-LAST-PRESENT(CARD-FOUND-IDX)
                   ELSE
                       ADD 1 TO CR-MISS-RUN(CARD-FOUND-IDX)
                   END-IF
               END-IF
               PERFORM 205-READ-NEXT-MARK
           ELSE
               IF OLD-CLASS-CODE NOT = SPACES
                   PERFORM 300-FINISH-CLASS
               END-IF
           END-IF.

      * A CLASS THAT HAS SINCE COME OFF CLASSMAS STILL REPORTS ITS
      * MARKS, FLAGGED, UNDER AN UNKNOWN INSTRUCTOR.
       220-START-CLASS.
           MOVE ATT-CLASS-CODE TO OLD-CLASS-CODE.
           MOVE ZERO TO OLD-MEETING-DATE.
           MOVE ZERO TO CLASS-MEETING-COUNT.
           MOVE ZERO TO CLASS-MARK-COUNT.
           MOVE ZERO TO CLASS-PRESENT-COUNT.
           MOVE ZERO TO CARD-RUN-COUNT.
           MOVE "N" TO CLASS-FOUND-SWITCH.
           MOVE ATT-CLASS-CODE TO CLS-CLASS-CODE.
           READ CLASSMAS
               INVALID KEY
                   MOVE "N" TO CLASS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CLASS-FOUND-SWITCH
           END-READ.
           IF CLASS-FOUND
               MOVE CLS-DESCRIPTION    TO CDW-DESCRIPTION
               MOVE CLS-INSTRUCTOR     TO CDW-INSTRUCTOR
               MOVE CLS-ENROLLED-COUNT TO CDW-ENROLLED-COUNT
               MOVE CLS-MAX-CAPACITY   TO CDW-MAX-CAPACITY
           ELSE
               MOVE "** NOT ON CLASS MAS" TO CDW-DESCRIPTION
               MOVE "????????"         TO CDW-INSTRUCTOR
               MOVE ZERO               TO CDW-ENROLLED-COUNT
               MOVE ZERO               TO CDW-MAX-CAPACITY
           END-IF.

       230-FIND-CARD-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO CARD-FOUND-IDX.
           PERFORM 235-MATCH-ONE-CARD-ROW
               VARYING CARD-RUN-IDX FROM 1 BY 1
               UNTIL CARD-RUN-IDX > CARD-RUN-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF CARD-RUN-COUNT < CARD-RUN-MAX
                   ADD 1 TO CARD-RUN-COUNT
                   MOVE CARD-RUN-COUNT TO CARD-FOUND-IDX
                   MOVE ATT-CARD-NUMBER
                       TO CR-CARD-NUMBER(CARD-FOUND-IDX)
                   MOVE ZERO TO CR-MISS-RUN(CARD-FOUND-IDX)
                   MOVE ZERO TO CR-LAST-PRESENT(CARD-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - CARD TABLE FULL FOR CLASS "
                       ATT-CLASS-CODE ", SKIPPING: " ATT-CARD-NUMBER
               END-IF
           END-IF.

       235-MATCH-ONE-CARD-ROW.
           IF CR-CARD-NUMBER(CARD-RUN-IDX) = ATT-CARD-NUMBER
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE CARD-RUN-IDX TO CARD-FOUND-IDX
           END-IF.

      * CLASS BREAK - PRINT THE CLASS'S RATE, ROLL IT INTO ITS
      * INSTRUCTOR'S ROW, AND LIST ITS NO-SHOWS.
       300-FINISH-CLASS.
           ADD 1 TO CLASSES-REPORTED-COUNT.
           ADD CLASS-PRESENT-COUNT TO TOTAL-PRESENT-COUNT.
           MOVE CLASS-PRESENT-COUNT TO RATE-PRESENT-WORK.
           MOVE CLASS-MARK-COUNT TO RATE-MARKS-WORK.
           PERFORM 390-COMPUTE-RATE.
           MOVE OLD-CLASS-CODE      TO RD-CLASS-CODE.
           MOVE CDW-DESCRIPTION     TO RD-DESCRIPTION.
           MOVE CDW-INSTRUCTOR      TO RD-INSTRUCTOR.
           MOVE CLASS-MEETING-COUNT TO RD-MEETING-COUNT.
           MOVE CLASS-MARK-COUNT    TO RD-MARK-COUNT.
           MOVE CLASS-PRESENT-COUNT TO RD-PRESENT-COUNT.
           MOVE RATE-PERCENT-WORK   TO RD-RATE-PERCENT.
           MOVE RATE-DETAIL-LINE TO ATTEND-REPORT.
           WRITE ATTEND-REPORT AFTER ADVANCING 1 LINES.

           PERFORM 310-FIND-INSTRUCTOR-ROW.
           IF INSTR-FOUND-IDX > ZERO
               ADD 1 TO IR-CLASS-COUNT(INSTR-FOUND-IDX)
               ADD CLASS-MEETING-COUNT
                   TO IR-MEETING-COUNT(INSTR-FOUND-IDX)
               ADD CLASS-MARK-COUNT TO IR-MARK-COUNT(INSTR-FOUND-IDX)
               ADD CLASS-PRESENT-COUNT
                   TO IR-PRESENT-COUNT(INSTR-FOUND-IDX)
           END-IF.

           MOVE "N" TO NOSHOW-HEADER-SWITCH.
           PERFORM 320-CHECK-ONE-CARD-RUN
               VARYING CARD-RUN-IDX FROM 1 BY 1
               UNTIL CARD-RUN-IDX > CARD-RUN-COUNT.

       310-FIND-INSTRUCTOR-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO INSTR-FOUND-IDX.
           PERFORM 315-MATCH-ONE-INSTRUCTOR-ROW
               VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-TABLE-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF INSTR-TABLE-COUNT < INSTR-TABLE-MAX
                   ADD 1 TO INSTR-TABLE-COUNT
                   MOVE INSTR-TABLE-COUNT TO INSTR-FOUND-IDX
                   MOVE CDW-INSTRUCTOR
                       TO IR-INSTRUCTOR(INSTR-FOUND-IDX)
                   MOVE ZERO TO IR-CLASS-COUNT(INSTR-FOUND-IDX)
                   MOVE ZERO TO IR-MEETING-COUNT(INSTR-FOUND-IDX)
                   MOVE ZERO TO IR-MARK-COUNT(INSTR-FOUND-IDX)
                   MOVE ZERO TO IR-PRESENT-COUNT(INSTR-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - INSTRUCTOR TABLE FULL, "
                       "SKIPPING: " CDW-INSTRUCTOR
               END-IF
           END-IF.

       315-MATCH-ONE-INSTRUCTOR-ROW.
           IF IR-INSTRUCTOR(INSTR-IDX) = CDW-INSTRUCTOR
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE INSTR-IDX TO INSTR-FOUND-IDX
           END-IF.

      * A CARD WHOSE LATEST MARKS ARE A LONG ENOUGH RUN OF ABSENCES,
      * AND WHICH STILL HOLDS THE SEAT, GOES ON THE NO-SHOW LIST.
       320-CHECK-ONE-CARD-RUN.
           IF CR-MISS-RUN(CARD-RUN-IDX) NOT < NOSHOW-MISS-LIMIT
               PERFORM 330-CHECK-STILL-ENROLLED
               IF STILL-ENROLLED
                   IF NOT NOSHOW-HEADER-PRINTED
                       PERFORM 340-PRINT-NOSHOW-CLASS
                   END-IF
                   PERFORM 350-PRINT-NOSHOW-LINE
               END-IF
           END-IF.

       330-CHECK-STILL-ENROLLED.
           MOVE "N" TO STILL-ENROLLED-SWITCH.
           PERFORM 335-MATCH-ONE-SEAT
               VARYING ENROLL-IDX FROM 1 BY 1
               UNTIL ENROLL-IDX > ENROLL-TABLE-COUNT
                  OR STILL-ENROLLED.

       335-MATCH-ONE-SEAT.
           IF ES-CLASS-CODE(ENROLL-IDX) = OLD-CLASS-CODE
               AND ES-CARD-NUMBER(ENROLL-IDX)
                   = CR-CARD-NUMBER(CARD-RUN-IDX)
               MOVE "Y" TO STILL-ENROLLED-SWITCH
           END-IF.

       340-PRINT-NOSHOW-CLASS.
           MOVE "Y" TO NOSHOW-HEADER-SWITCH.
           ADD 1 TO NOSHOW-CLASS-COUNT.
           MOVE OLD-CLASS-CODE     TO NC-CLASS-CODE.
           MOVE CDW-DESCRIPTION    TO NC-DESCRIPTION.
           MOVE CDW-INSTRUCTOR     TO NC-INSTRUCTOR.
           MOVE CDW-ENROLLED-COUNT TO NC-ENROLLED-COUNT.
           MOVE CDW-MAX-CAPACITY   TO NC-MAX-CAPACITY.
           MOVE OLD-CLASS-CODE TO WAIT-CLASS-KEY.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO WTL-FOUND-IDX.
           PERFORM 125-MATCH-ONE-WAIT-ROW
               VARYING WTL-IDX FROM 1 BY 1
               UNTIL WTL-IDX > WTL-TABLE-COUNT
                  OR ROW-FOUND.
           IF ROW-FOUND
               MOVE WT-DEPTH(WTL-FOUND-IDX) TO NC-WAIT-DEPTH
           ELSE
               MOVE ZERO TO NC-WAIT-DEPTH
           END-IF.
           MOVE NOSHOW-CLASS-LINE TO NOSHOW-REPORT.
           WRITE NOSHOW-REPORT AFTER ADVANCING 2 LINES.

       350-PRINT-NOSHOW-LINE.
           ADD 1 TO NOSHOW-COUNT.
           MOVE CR-CARD-NUMBER(CARD-RUN-IDX) TO ND-CARD-NUMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE CR-CARD-NUMBER(CARD-RUN-IDX) TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.
           IF CARD-FOUND
               MOVE MBR-NAME TO ND-MEMBER-NAME
           ELSE
               MOVE "** NOT ON MBR FILE" TO ND-MEMBER-NAME
           END-IF.
           MOVE CR-MISS-RUN(CARD-RUN-IDX) TO ND-MISS-RUN.
           IF CR-LAST-PRESENT(CARD-RUN-IDX) = ZERO
               MOVE "NEVER" TO ND-LAST-PRESENT
           ELSE
               MOVE CR-LAST-PRESENT(CARD-RUN-IDX)(5:2) TO ND-LP-MONTH
               MOVE CR-LAST-PRESENT(CARD-RUN-IDX)(7:2) TO ND-LP-DAY
               MOVE CR-LAST-PRESENT(CARD-RUN-IDX)(1:4) TO ND-LP-YEAR
               MOVE "/" TO ND-LAST-PRESENT(3:1)
               MOVE "/" TO ND-LAST-PRESENT(6:1)
           END-IF.
           MOVE NOSHOW-DETAIL-LINE TO NOSHOW-REPORT.
           WRITE NOSHOW-REPORT AFTER ADVANCING 1 LINES.

      * PRESENT MARKS AS A WHOLE PERCENT OF ALL MARKS, ZERO WHEN THERE
      * ARE NO MARKS.
       390-COMPUTE-RATE.
           IF RATE-MARKS-WORK = ZERO
               MOVE ZERO TO RATE-PERCENT-WORK
           ELSE
               COMPUTE RATE-PERCENT-WORK ROUNDED =
                   RATE-PRESENT-WORK * 100 / RATE-MARKS-WORK
           END-IF.

       400-PRINT-INSTRUCTOR-RATES.
           MOVE INSTR-HEADING-LINE TO ATTEND-REPORT.
           WRITE ATTEND-REPORT AFTER ADVANCING 3 LINES.
           MOVE INSTR-COLUMN-LINE TO ATTEND-REPORT.
           WRITE ATTEND-REPORT AFTER ADVANCING 2 LINES.
           PERFORM 410-PRINT-ONE-INSTRUCTOR
               VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-TABLE-COUNT.

       410-PRINT-ONE-INSTRUCTOR.
           MOVE IR-PRESENT-COUNT(INSTR-IDX) TO RATE-PRESENT-WORK.
           MOVE IR-MARK-COUNT(INSTR-IDX)    TO RATE-MARKS-WORK.
           PERFORM 390-COMPUTE-RATE.
           MOVE IR-INSTRUCTOR(INSTR-IDX)    TO ID-INSTRUCTOR.
           MOVE IR-CLASS-COUNT(INSTR-IDX)   TO ID-CLASS-COUNT.
           MOVE IR-MEETING-COUNT(INSTR-IDX) TO ID-MEETING-COUNT.
           MOVE IR-MARK-COUNT(INSTR-IDX)    TO ID-MARK-COUNT.
           MOVE IR-PRESENT-COUNT(INSTR-IDX) TO ID-PRESENT-COUNT.
           MOVE RATE-PERCENT-WORK           TO ID-RATE-PERCENT.
           MOVE INSTR-DETAIL-LINE TO ATTEND-REPORT.
           WRITE ATTEND-REPORT AFTER ADVANCING 1 LINES.

       500-PRINT-TRAILERS.
           MOVE TOTAL-PRESENT-COUNT TO RATE-PRESENT-WORK.
           MOVE MARKS-READ-COUNT    TO RATE-MARKS-WORK.
           PERFORM 390-COMPUTE-RATE.
           MOVE CLASSES-REPORTED-COUNT TO RT-CLASS-COUNT.
           MOVE MARKS-READ-COUNT       TO RT-MARK-COUNT.
           MOVE RATE-PERCENT-WORK      TO RT-RATE-PERCENT.
           MOVE RATE-TRAILER-LINE TO ATTEND-REPORT.
           WRITE ATTEND-REPORT AFTER ADVANCING 2 LINES.

           MOVE NOSHOW-COUNT       TO NT-NOSHOW-COUNT.
           MOVE NOSHOW-CLASS-COUNT TO NT-CLASS-COUNT.
           MOVE NOSHOW-TRAILER-LINE TO NOSHOW-REPORT.
           WRITE NOSHOW-REPORT AFTER ADVANCING 2 LINES.
