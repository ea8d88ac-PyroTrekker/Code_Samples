      *                   WAITFILE YMCA_CLASS_ENROLL queues refused
      *                   members on, so the program board can see at
      *                   a glance which classes need another section.
      *   05/02/2018 GW - With SIGNIN_SHEETS set to Y the run also
      *                   prints SIGNINRPT - one blank sign-in sheet
      *                   page per class listing every seat holder with
      *                   a signature line and a present/absent box.
      *                   The instructor copies one per meeting and the
      *                   desk keys the marks into YMCA_ATTEND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CLASS-ROSTER-REPORT.
               FILE STATUS IS WS-WAITFILE-STATUS.
           SELECT ROSTERRPT ASSIGN TO WS-ROSTERRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIGNINRPT ASSIGN TO WS-SIGNINRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK3".

       DATA DIVISION.
       FD  ROSTERRPT.
       01  ROSTER-REPORT               PIC X(80).

       FD  SIGNINRPT.
       01  SIGNIN-REPORT               PIC X(80).

      * SCRATCH SORT FILE - ENROLLMENTS ARE APPENDED IN SIGNUP ORDER,
      * SO THEY ARE SORTED INTO CLASS/CARD ORDER HERE BEFORE THE
      * CONTROL-BREAK PASS PRINTS EACH CLASS AS ONE GROUP.
           05  WS-ENROLLFILE-PATH      PIC X(100).
           05  WS-WAITFILE-PATH        PIC X(100).
           05  WS-ROSTERRPT-PATH       PIC X(100).
           05  WS-SIGNINRPT-PATH       PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".
               88  WAIT-EOF                               VALUE "Y".
           05  WAIT-ROW-SWITCH             PIC X.
               88  WAIT-ROW-FOUND                         VALUE "Y".
           05  SIGNIN-SHEETS-SWITCH        PIC X          VALUE "N".
               88  SIGNIN-SHEETS-WANTED                   VALUE "Y".

       01  OLD-CLASS-CODE              PIC X(6).

           05              PIC X(14)   VALUE "    WAITLIST: ".
           05  CW-WAIT-DEPTH       PIC ZZ9.

       01  SIGNIN-HEADER-LINE-1.
           05              PIC X(22)
               VALUE "SIGN-IN SHEET  CLASS: ".
           05  SH1-CLASS-CODE          PIC X(6).
           05              PIC XX          VALUE SPACE.
           05  SH1-DESCRIPTION         PIC X(25).

       01  SIGNIN-HEADER-LINE-2.
           05              PIC X(10)       VALUE "SCHEDULE: ".
           05  SH2-SCHEDULE            PIC X(20).
           05              PIC X(14)       VALUE "  INSTRUCTOR: ".
           05  SH2-INSTRUCTOR          PIC X(8).

       01  SIGNIN-HEADER-LINE-3.
           05              PIC X(32)
               VALUE "MEETING DATE:  ____/____/______".

       01  SIGNIN-COLUMN-LINE.
           05              PIC X(8)        VALUE "CARD".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05              PIC X(32)       VALUE "SIGNATURE".
           05              PIC X(3)        VALUE "P/A".

       01  SIGNIN-DETAIL-LINE.
           05  SD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  SD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05                          PIC X(30)       VALUE ALL "_".
           05                          PIC XX          VALUE SPACE.
           05                          PIC X(3)        VALUE "___".

       01  ROSTER-TRAILER-LINE.
           05          PIC X(18)   VALUE "ROSTERS --------- ".
           05  RT-CLASS-COUNT      PIC ZZ9.
           END-IF.

           PERFORM 110-LOAD-WAITLIST-COUNTS.
           IF SIGNIN-SHEETS-WANTED
               OPEN OUTPUT SIGNINRPT
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CLASS-CODE
           CLOSE   YMCAMEM
                   CLASSMAS
                   ROSTERRPT.
           IF SIGNIN-SHEETS-WANTED
               CLOSE SIGNINRPT
           END-IF.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
               MOVE "ROSTERRPT.TXT" TO WS-ROSTERRPT-PATH
           END-IF.

           ACCEPT WS-SIGNINRPT-PATH FROM ENVIRONMENT "SIGNINRPT_PATH".
           IF WS-SIGNINRPT-PATH = SPACES
               MOVE "SIGNINRPT.TXT" TO WS-SIGNINRPT-PATH
           END-IF.

           ACCEPT SIGNIN-SHEETS-SWITCH FROM ENVIRONMENT "SIGNIN_SHEETS".

      * TALLIES EACH CLASS'S WAITLIST DEPTH INTO THE TABLE.  A CLASS
      * PAST THE TABLE LIMIT IS COUNTED AGAINST A WARNING INSTEAD OF
      * SILENTLY DROPPED.
           MOVE SRT-ENROLL-DATE(1:4) TO RD-ENR-YEAR.
           MOVE ROSTER-DETAIL-LINE TO ROSTER-REPORT.
           WRITE ROSTER-REPORT AFTER ADVANCING 1 LINES.
           IF SIGNIN-SHEETS-WANTED
               MOVE RD-CARD-NUMBER TO SD-CARD-NUMBER
               MOVE RD-MEMBER-NAME TO SD-MEMBER-NAME
               MOVE SIGNIN-DETAIL-LINE TO SIGNIN-REPORT
               WRITE SIGNIN-REPORT AFTER ADVANCING 2 LINES
           END-IF.
           ADD 1 TO CLASS-ROSTER-COUNT.
           ADD 1 TO TOTAL-ENROLL-COUNT.

               MOVE CLASS-UNKNOWN-LINE TO ROSTER-REPORT
               WRITE ROSTER-REPORT AFTER ADVANCING 2 LINES
           END-IF.
           IF SIGNIN-SHEETS-WANTED
               PERFORM 360-PRINT-SIGNIN-HEADER
           END-IF.

       355-LOOK-UP-CLASS.
           MOVE "N" TO CLASS-FOUND-SWITCH.
                   MOVE "Y" TO CLASS-FOUND-SWITCH
           END-READ.

      * EACH CLASS STARTS A NEW SIGN-IN PAGE.  THE MEETING DATE IS
      * LEFT BLANK - THE SHEET IS COPIED FOR EVERY MEETING.
       360-PRINT-SIGNIN-HEADER.
           MOVE SRT-CLASS-CODE TO SH1-CLASS-CODE.
           IF CLASS-FOUND
               MOVE CLS-DESCRIPTION TO SH1-DESCRIPTION
               MOVE CLS-SCHEDULE    TO SH2-SCHEDULE
               MOVE CLS-INSTRUCTOR  TO SH2-INSTRUCTOR
           ELSE
               MOVE "** NOT ON CLASS MASTER **" TO SH1-DESCRIPTION
               MOVE SPACES TO SH2-SCHEDULE
               MOVE SPACES TO SH2-INSTRUCTOR
           END-IF.
           MOVE SIGNIN-HEADER-LINE-1 TO SIGNIN-REPORT.
           WRITE SIGNIN-REPORT AFTER ADVANCING PAGE.
           MOVE SIGNIN-HEADER-LINE-2 TO SIGNIN-REPORT.
           WRITE SIGNIN-REPORT AFTER ADVANCING 1 LINES.
           MOVE SIGNIN-HEADER-LINE-3 TO SIGNIN-REPORT.
           WRITE SIGNIN-REPORT AFTER ADVANCING 2 LINES.
           MOVE SIGNIN-COLUMN-LINE TO SIGNIN-REPORT.
           WRITE SIGNIN-REPORT AFTER ADVANCING 2 LINES.

       345-PRINT-CLASS-TRAILER.
           MOVE CLASS-ROSTER-COUNT TO CT-ROSTER-COUNT.
           MOVE CLASS-TRAILER-LINE TO ROSTER-REPORT.
