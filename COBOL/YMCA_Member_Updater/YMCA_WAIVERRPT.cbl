      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/06/2018
      * Purpose: Waiver and emergency-contact compliance report for
      *          the branch managers and the program office.  Reads
      *          YMCAMEM and lists every member in good standing (and
      *          every program participant) whose paperwork is out of
      *          date - no liability waiver on file, a waiver more
      *          than a year old, no emergency contact name or phone,
      *          or a member under 18 with no medical release - by
      *          branch and name, one line per problem, so the desk
      *          can have the forms signed on the member's next visit
      *          instead of finding out at the pool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-WAIVER-REPORT.

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
           SELECT WAIVERRPT ASSIGN TO WS-WAIVERRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK9".

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  WAIVERRPT.
       01  WAIVER-REPORT               PIC X(90).

      * SCRATCH SORT FILE - ONE RECORD PER MEMBER OUT OF DATE, WITH
      * THE PROBLEMS FOUND ON THEM, PRINTED BY BRANCH AND NAME.
       SD  SORT-WORK.
       01  SORT-WAIVER-RECORD.
           05  SRT-BRANCH-CODE         PIC X(3).
           05  SRT-NAME                PIC X(20).
           05  SRT-CARD-NUMBER         PIC 9(6).
           05  SRT-STATUS              PIC X(8).
           05  SRT-WAIVER-DATE         PIC 9(8).
           05  SRT-WAIVER-VERSION      PIC X(4).
           05  SRT-WAIVER-CODE         PIC X.
               88  SRT-WAIVER-MISSING                 VALUE "M".
               88  SRT-WAIVER-EXPIRED                 VALUE "E".
           05  SRT-CONTACT-CODE        PIC X.
               88  SRT-NO-CONTACT                     VALUE "Y".
           05  SRT-RELEASE-CODE        PIC X.
               88  SRT-NO-RELEASE                     VALUE "Y".

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-WAIVERRPT-PATH       PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  SWITCHES.
           05  MEMBER-EOF-SWITCH           PIC X          VALUE "N".
               88  MEMBER-EOF                             VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X          VALUE "N".
               88  SORT-EOF                               VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X          VALUE "Y".
               88  FIRST-RECORD                           VALUE "Y".
           05  FIRST-PROBLEM-SWITCH        PIC X.
               88  FIRST-PROBLEM                          VALUE "Y".

      * THE STATUSES THIS REPORT COVERS - A MEMBER WHO CAN COME
      * THROUGH THE DOOR OR SIT IN A CLASS.
       01  COVERED-STATUS-CHECK        PIC X(8).
           88  STATUS-COVERED         VALUES "ACTIVE  ", "PROGRAM ".

      * A WAIVER IS GOOD FOR ONE YEAR FROM THE DATE SIGNED; A MEMBER
      * IS A MINOR UNTIL THE 18TH BIRTHDAY.
       01  WAIVER-TEST-FIELDS.
           05  TODAY-DATE              PIC 9(8).
           05  WAIVER-EXPIRY-WORK      PIC 9(8).
           05  ADULT-DATE-WORK         PIC 9(8).

       01  BREAK-BRANCH-CODE           PIC X(3)       VALUE SPACES.

       01  WAIVER-COUNT-FIELDS         BINARY.
           05  MEMBERS-READ-COUNT      PIC S9(7)      VALUE ZERO.
           05  MEMBERS-LISTED-COUNT    PIC S9(7)      VALUE ZERO.
           05  BRANCH-MEMBER-COUNT     PIC S9(5)      VALUE ZERO.
           05  BRANCH-COUNT            PIC S9(3)      VALUE ZERO.
           05  MISSING-WAIVER-COUNT    PIC S9(7)      VALUE ZERO.
           05  EXPIRED-WAIVER-COUNT    PIC S9(7)      VALUE ZERO.
           05  NO-CONTACT-COUNT        PIC S9(7)      VALUE ZERO.
           05  NO-RELEASE-COUNT        PIC S9(7)      VALUE ZERO.

       01  WAIVER-HEADING-LINE.
           05              PIC X(39)
               VALUE "WAIVER AND EMERGENCY CONTACT COMPLIANCE".
           05              PIC X(7)        VALUE " - AS O".
           05              PIC X(2)        VALUE "F ".
           05  WH-MONTH                PIC 99.
           05              PIC X           VALUE "/".
           05  WH-DAY                  PIC 99.
           05              PIC X           VALUE "/".
           05  WH-YEAR                 PIC 9(4).

       01  WAIVER-BRANCH-LINE.
           05              PIC X(8)        VALUE "BRANCH: ".
           05  WB-BRANCH-CODE          PIC X(3).

       01  WAIVER-COLUMN-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05              PIC X(10)       VALUE "STATUS    ".
           05              PIC X(12)       VALUE "WAIVER DATE ".
           05              PIC X(6)        VALUE "VER   ".
           05              PIC X(26)       VALUE "PROBLEM".

       01  WAIVER-DETAIL-LINE.
           05  WD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  WD-NAME                 PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  WD-STATUS               PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  WD-WAIVER-DATE          PIC X(10).
           05                          PIC XX          VALUE SPACE.
           05  WD-WAIVER-VERSION       PIC X(4).
           05                          PIC XX          VALUE SPACE.
           05  WD-PROBLEM              PIC X(26).

      * CONTINUATION LINE FOR A SECOND OR LATER PROBLEM ON THE SAME
      * MEMBER - ONLY THE PROBLEM COLUMN IS FILLED IN.
       01  WAIVER-MORE-LINE.
           05                          PIC X(64)       VALUE SPACE.
           05  WM-PROBLEM              PIC X(26).

       01  WAIVER-DATE-EDIT.
           05  WE-MONTH                PIC 99.
           05                          PIC X           VALUE "/".
           05  WE-DAY                  PIC 99.
           05                          PIC X           VALUE "/".
           05  WE-YEAR                 PIC 9(4).

       01  PROBLEM-TEXT-WORK           PIC X(26).

       01  WAIVER-BRANCH-TOTAL-LINE.
           05              PIC X(26)
               VALUE "  MEMBERS OUT OF DATE AT  ".
           05  WBT-BRANCH-CODE     PIC X(3).
           05              PIC X(4)        VALUE " -- ".
           05  WBT-MEMBER-COUNT    PIC ZZ,ZZ9.

       01  WAIVER-TRAILER-LINE.
           05              PIC X(32)
               VALUE "MEMBERS OUT OF DATE ALL BRANCHES".
           05              PIC X(3)        VALUE " - ".
           05  WT-MEMBER-COUNT     PIC Z,ZZZ,ZZ9.
           05              PIC X(12)       VALUE " AT BRANCHES".
           05              PIC X           VALUE SPACE.
           05  WT-BRANCH-COUNT     PIC ZZ9.

       01  WAIVER-PROBLEM-TOTAL-LINE.
           05              PIC X(2)        VALUE SPACE.
           05  WPT-PROBLEM             PIC X(26).
           05              PIC X(3)        VALUE " - ".
           05  WPT-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-REPORT-WAIVER-COMPLIANCE.
           PERFORM 050-GET-RUNTIME-PATHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           OPEN OUTPUT WAIVERRPT.

           MOVE TODAY-DATE(5:2) TO WH-MONTH.
           MOVE TODAY-DATE(7:2) TO WH-DAY.
           MOVE TODAY-DATE(1:4) TO WH-YEAR.
           MOVE WAIVER-HEADING-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH-CODE
                                SRT-NAME
                                SRT-CARD-NUMBER
               INPUT PROCEDURE 200-RELEASE-MEMBERS
               OUTPUT PROCEDURE 300-PRINT-MEMBERS.

           PERFORM 400-PRINT-TOTALS.

           DISPLAY "MEMBERS READ: " MEMBERS-READ-COUNT
               " OUT OF DATE: " MEMBERS-LISTED-COUNT.
           CLOSE YMCAMEM
                 WAIVERRPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-WAIVERRPT-PATH FROM ENVIRONMENT "WAIVERRPT_PATH".
           IF WS-WAIVERRPT-PATH = SPACES
               MOVE "WAIVERRPT.TXT" TO WS-WAIVERRPT-PATH
           END-IF.

      * SORT INPUT PROCEDURE - READS YMCAMEM IN CARD ORDER AND
      * RELEASES EVERY COVERED MEMBER WITH AT LEAST ONE PROBLEM.  A
      * RECORD CONVERTED WITHOUT THE FIELDS READS AS NOTHING ON FILE.
       200-RELEASE-MEMBERS.
           MOVE ZERO TO MBR-CARD-NUMBER.
           START YMCAMEM KEY IS NOT < MBR-CARD-NUMBER
               INVALID KEY
                   MOVE "Y" TO MEMBER-EOF-SWITCH
           END-START.
           PERFORM 210-RELEASE-ONE-MEMBER
               WITH TEST AFTER
               UNTIL MEMBER-EOF.

       210-RELEASE-ONE-MEMBER.
           IF NOT MEMBER-EOF
               READ YMCAMEM NEXT RECORD
                   AT END
                       MOVE "Y" TO MEMBER-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO MEMBERS-READ-COUNT
                       MOVE MBR-STATUS TO COVERED-STATUS-CHECK
                       IF STATUS-COVERED
                           PERFORM 220-TEST-ONE-MEMBER
                       END-IF
               END-READ
           END-IF.

       220-TEST-ONE-MEMBER.
           MOVE SPACE TO SRT-WAIVER-CODE.
           MOVE "N" TO SRT-CONTACT-CODE.
           MOVE "N" TO SRT-RELEASE-CODE.
           IF MBR-WAIVER-SIGNED-DATE NOT NUMERIC
               OR MBR-WAIVER-SIGNED-DATE = ZERO
               MOVE "M" TO SRT-WAIVER-CODE
               MOVE ZERO TO SRT-WAIVER-DATE
           ELSE
               MOVE MBR-WAIVER-SIGNED-DATE TO SRT-WAIVER-DATE
               COMPUTE WAIVER-EXPIRY-WORK =
                   MBR-WAIVER-SIGNED-DATE + 10000
               IF WAIVER-EXPIRY-WORK NOT > TODAY-DATE
                   MOVE "E" TO SRT-WAIVER-CODE
               END-IF
           END-IF.
           IF MBR-EMERG-CONTACT-NAME = SPACES
               OR MBR-EMERG-CONTACT-NAME = LOW-VALUES
               OR MBR-EMERG-CONTACT-PHONE NOT NUMERIC
               OR MBR-EMERG-CONTACT-PHONE = ZERO
               MOVE "Y" TO SRT-CONTACT-CODE
           END-IF.
           IF MBR-BIRTH-DATE NUMERIC
               AND MBR-BIRTH-DATE > ZERO
               COMPUTE ADULT-DATE-WORK = MBR-BIRTH-DATE + 180000
               IF ADULT-DATE-WORK > TODAY-DATE
                   IF MBR-MED-RELEASE-DATE NOT NUMERIC
                       OR MBR-MED-RELEASE-DATE = ZERO
                       MOVE "Y" TO SRT-RELEASE-CODE
                   END-IF
               END-IF
           END-IF.
           IF SRT-WAIVER-CODE NOT = SPACE
               OR SRT-NO-CONTACT
               OR SRT-NO-RELEASE
               MOVE MBR-BRANCH-CODE    TO SRT-BRANCH-CODE
               MOVE MBR-NAME           TO SRT-NAME
               MOVE MBR-CARD-NUMBER    TO SRT-CARD-NUMBER
               MOVE MBR-STATUS         TO SRT-STATUS
               MOVE MBR-WAIVER-VERSION TO SRT-WAIVER-VERSION
               RELEASE SORT-WAIVER-RECORD
           END-IF.

      * SORT OUTPUT PROCEDURE - ONE SECTION PER BRANCH, HEADED AND
      * TOTALLED AT THE BRANCH BREAK.
       300-PRINT-MEMBERS.
           PERFORM 310-RETURN-ONE-MEMBER.
           PERFORM 320-PRINT-ONE-MEMBER
               WITH TEST AFTER
               UNTIL SORT-EOF.

       310-RETURN-ONE-MEMBER.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.

       320-PRINT-ONE-MEMBER.
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
               ADD 1 TO MEMBERS-LISTED-COUNT
               ADD 1 TO BRANCH-MEMBER-COUNT
               PERFORM 350-PRINT-MEMBER-PROBLEMS
               PERFORM 310-RETURN-ONE-MEMBER
           ELSE
               IF NOT FIRST-RECORD
                   PERFORM 340-END-BRANCH
               END-IF
           END-IF.

       330-START-BRANCH.
           MOVE SRT-BRANCH-CODE TO BREAK-BRANCH-CODE.
           MOVE ZERO TO BRANCH-MEMBER-COUNT.
           ADD 1 TO BRANCH-COUNT.
           MOVE SRT-BRANCH-CODE TO WB-BRANCH-CODE.
           MOVE WAIVER-BRANCH-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 2 LINES.
           MOVE WAIVER-COLUMN-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 1 LINES.

       340-END-BRANCH.
           MOVE BREAK-BRANCH-CODE   TO WBT-BRANCH-CODE.
           MOVE BRANCH-MEMBER-COUNT TO WBT-MEMBER-COUNT.
           MOVE WAIVER-BRANCH-TOTAL-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 2 LINES.

      * THE FIRST PROBLEM GOES ON THE MEMBER'S DETAIL LINE, ANY MORE
      * ON CONTINUATION LINES UNDER IT.
       350-PRINT-MEMBER-PROBLEMS.
           MOVE "Y" TO FIRST-PROBLEM-SWITCH.
           MOVE SRT-CARD-NUMBER    TO WD-CARD-NUMBER.
           MOVE SRT-NAME           TO WD-NAME.
           MOVE SRT-STATUS         TO WD-STATUS.
           MOVE SRT-WAIVER-VERSION TO WD-WAIVER-VERSION.
           IF SRT-WAIVER-DATE = ZERO
               MOVE "NONE" TO WD-WAIVER-DATE
           ELSE
               MOVE SRT-WAIVER-DATE(5:2) TO WE-MONTH
               MOVE SRT-WAIVER-DATE(7:2) TO WE-DAY
               MOVE SRT-WAIVER-DATE(1:4) TO WE-YEAR
               MOVE WAIVER-DATE-EDIT TO WD-WAIVER-DATE
           END-IF.
           IF SRT-WAIVER-MISSING
               ADD 1 TO MISSING-WAIVER-COUNT
               MOVE "WAIVER MISSING" TO PROBLEM-TEXT-WORK
               PERFORM 360-PRINT-ONE-PROBLEM
           END-IF.
           IF SRT-WAIVER-EXPIRED
               ADD 1 TO EXPIRED-WAIVER-COUNT
               MOVE "WAIVER EXPIRED" TO PROBLEM-TEXT-WORK
               PERFORM 360-PRINT-ONE-PROBLEM
           END-IF.
           IF SRT-NO-CONTACT
               ADD 1 TO NO-CONTACT-COUNT
               MOVE "NO EMERGENCY CONTACT" TO PROBLEM-TEXT-WORK
               PERFORM 360-PRINT-ONE-PROBLEM
           END-IF.
           IF SRT-NO-RELEASE
               ADD 1 TO NO-RELEASE-COUNT
               MOVE "MINOR - NO MEDICAL RELEASE" TO PROBLEM-TEXT-WORK
               PERFORM 360-PRINT-ONE-PROBLEM
           END-IF.

       360-PRINT-ONE-PROBLEM.
           IF FIRST-PROBLEM
               MOVE "N" TO FIRST-PROBLEM-SWITCH
               MOVE PROBLEM-TEXT-WORK TO WD-PROBLEM
               MOVE WAIVER-DETAIL-LINE TO WAIVER-REPORT
           ELSE
               MOVE PROBLEM-TEXT-WORK TO WM-PROBLEM
               MOVE WAIVER-MORE-LINE TO WAIVER-REPORT
           END-IF.
           WRITE WAIVER-REPORT AFTER ADVANCING 1 LINES.

      * GRAND TOTAL OF MEMBERS OUT OF DATE, THEN HOW MANY OF EACH
      * PROBLEM - A MEMBER WITH TWO PROBLEMS COUNTS UNDER BOTH.
       400-PRINT-TOTALS.
           MOVE MEMBERS-LISTED-COUNT TO WT-MEMBER-COUNT.
           MOVE BRANCH-COUNT         TO WT-BRANCH-COUNT.
           MOVE WAIVER-TRAILER-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 2 LINES.

           MOVE "WAIVER MISSING" TO WPT-PROBLEM.
           MOVE MISSING-WAIVER-COUNT TO WPT-COUNT.
           MOVE WAIVER-PROBLEM-TOTAL-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 1 LINES.

           MOVE "WAIVER EXPIRED" TO WPT-PROBLEM.
           MOVE EXPIRED-WAIVER-COUNT TO WPT-COUNT.
           MOVE WAIVER-PROBLEM-TOTAL-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 1 LINES.

           MOVE "NO EMERGENCY CONTACT" TO WPT-PROBLEM.
           MOVE NO-CONTACT-COUNT TO WPT-COUNT.
           MOVE WAIVER-PROBLEM-TOTAL-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 1 LINES.

           MOVE "MINOR - NO MEDICAL RELEASE" TO WPT-PROBLEM.
           MOVE NO-RELEASE-COUNT TO WPT-COUNT.
           MOVE WAIVER-PROBLEM-TOTAL-LINE TO WAIVER-REPORT.
           WRITE WAIVER-REPORT AFTER ADVANCING 1 LINES.
