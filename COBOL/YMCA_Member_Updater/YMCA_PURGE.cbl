      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/27/2018
      * Purpose: Retention purge and archive for the files that only
      *          ever grow - VISITS, ARITEMS, GUESTFILE, SESSFILE, and
      *          CORPITEMS.  The office keys how many months of each to
      *          keep; any record dated before that cutoff is moved off
      *          the live file onto a dated archive file
      *          (VISITS.YYYYMMDD and so on, added to if the purge is
      *          run twice in a day) and the rest is copied back.  An
      *          ARITEMS or CORPITEMS item with money still open is
      *          kept whatever its age.  Each file prints records-in,
      *          kept, and archived on PURGERPT, and in must equal
      *          kept plus archived before the live file is touched -
      *          a file that does not balance is left as it was and
      *          the run stops there, REFUSING to purge the files after
      *          it.  Run with the desks closed:
      *          YMCA_CHECKIN, YMCA_GUESTPASS, and YMCA_SESSLOG append
      *          to these files all day.  The period reports read an
      *          archive back when asked for its path.
      * Tectonics: cobc
      *
      * Modification History:
      *   08/09/2018 GW - Employer open items on CORPITEMS are purged as
      *                   a fifth file under the ARITEMS rule - an item
      *                   with money still open is kept, a settled item
      *                   older than the months keyed goes to a dated
      *                   CORPITEMS archive.  An operator refused at
      *                   startup now ends the run with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-PURGE-ARCHIVE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PURGELIVE ASSIGN TO WS-PURGELIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGELIVE-STATUS.
           SELECT PURGEWORK ASSIGN TO WS-PURGEWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGEWORK-STATUS.
           SELECT PURGEARC ASSIGN TO WS-PURGEARC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGEARC-STATUS.
           SELECT PURGERPT ASSIGN TO WS-PURGERPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      * THE FILE BEING PURGED, ITS SCRATCH COPY, AND ITS ARCHIVE ARE
      * OPAQUE IMAGES AS WIDE AS THE WIDEST OF THE FIVE LAYOUTS (THE
      * GUEST PASS) - WIDEN IF VISITREC, ARITEMREC, GUESTREC, SESSREC,
      * OR CORPITEMREC GROWS PAST IT.
       FD  PURGELIVE.
       01  PURGE-LIVE-RECORD           PIC X(36).

       FD  PURGEWORK.
       01  PURGE-WORK-RECORD           PIC X(36).

       FD  PURGEARC.
       01  PURGE-ARCHIVE-RECORD        PIC X(36).

       FD  PURGERPT.
       01  PURGE-REPORT                PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-VISITS-PATH          PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-GUESTFILE-PATH       PIC X(100).
           05  WS-SESSFILE-PATH        PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).
           05  WS-VISITARC-PATH        PIC X(100).
           05  WS-ARITEMARC-PATH       PIC X(100).
           05  WS-GUESTARC-PATH        PIC X(100).
           05  WS-SESSARC-PATH         PIC X(100).
           05  WS-CORPITEMARC-PATH     PIC X(100).
           05  WS-PURGELIVE-PATH       PIC X(100).
           05  WS-PURGEWORK-PATH       PIC X(100).
           05  WS-PURGEARC-PATH        PIC X(100).
           05  WS-PURGERPT-PATH        PIC X(100).

       01  WS-PURGELIVE-STATUS         PIC X(2).
           88  WS-PURGELIVE-OK                    VALUE "00".
           88  WS-PURGELIVE-FILE-MISSING           VALUE "35".

       01  WS-PURGEWORK-STATUS         PIC X(2).
           88  WS-PURGEWORK-OK                    VALUE "00".

       01  WS-PURGEARC-STATUS          PIC X(2).
           88  WS-PURGEARC-OK                     VALUE "00".
           88  WS-PURGEARC-FILE-MISSING            VALUE "35".

       01  SWITCHES.
           05  LIVE-EOF-SWITCH             PIC X.
               88  LIVE-EOF                               VALUE "Y".
           05  WORK-EOF-SWITCH             PIC X.
               88  WORK-EOF                               VALUE "Y".
           05  RUN-GOOD-SWITCH             PIC X          VALUE "Y".
               88  RUN-GOOD                               VALUE "Y".
           05  FILE-GOOD-SWITCH            PIC X.
               88  FILE-GOOD                              VALUE "Y".
           05  ARCHIVE-SWITCH              PIC X.
               88  ARCHIVE-THIS-RECORD                    VALUE "Y".
           05  ARCHIVE-OPEN-SWITCH         PIC X.
               88  ARCHIVE-OPEN                           VALUE "Y".

       01  PURGE-COUNT-FIELDS          BINARY.
           05  FILE-IDX                PIC S9(3)      VALUE ZERO.
           05  RECORDS-IN-COUNT        PIC S9(9)      VALUE ZERO.
           05  RECORDS-KEPT-COUNT      PIC S9(9)      VALUE ZERO.
           05  RECORDS-ARCHIVED-COUNT  PIC S9(9)      VALUE ZERO.
           05  RECORDS-BACK-COUNT      PIC S9(9)      VALUE ZERO.
           05  BALANCE-CHECK-COUNT     PIC S9(9)      VALUE ZERO.
           05  OPEN-KEPT-COUNT         PIC S9(9)      VALUE ZERO.
           05  TOTAL-ARCHIVED-COUNT    PIC S9(9)      VALUE ZERO.

      * THE FIVE FILES IN THE ORDER THEY ARE PURGED, AND THE MONTHS
      * OF EACH THE OFFICE KEEPS - PROMPTED EACH RUN, WITH THE
      * DEFAULTS SHOWN IN THE PROMPTS.
       01  PURGE-FILE-NAME-VALUES.
           05              PIC X(40)
               VALUE "VISITS    ARITEMS   GUESTFILE SESSFILE  ".
           05              PIC X(10)
               VALUE "CORPITEMS ".
       01  PURGE-FILE-NAME-TABLE REDEFINES PURGE-FILE-NAME-VALUES.
           05  PF-FILE-NAME            PIC X(10)  OCCURS 5 TIMES.

       01  RETAIN-MONTHS-TABLE.
           05  RM-RETAIN-MONTHS        PIC 9(3)   OCCURS 5 TIMES.

      * THE CUTOFF FOR THE FILE IN HAND - TODAY LESS ITS RETENTION
      * MONTHS, THE DAY PULLED BACK TO THE END OF A SHORTER MONTH.
      * ANYTHING DATED BEFORE IT GOES TO THE ARCHIVE.
       01  CUTOFF-DATE-FIELDS.
           05  CUTOFF-DATE             PIC 9(8)       VALUE ZERO.
           05  CUTOFF-DATE-X           REDEFINES CUTOFF-DATE.
               10  CUT-YEAR                PIC 9(4).
               10  CUT-MONTH               PIC 99.
               10  CUT-DAY                 PIC 99.
           05  RETAIN-YEARS-WORK       PIC 9(3)       VALUE ZERO.
           05  RETAIN-ODD-MONTHS       PIC 99         VALUE ZERO.
           05  CUT-MONTH-WORK          PIC S9(3)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-DATE-X       REDEFINES CD-CURRENT-DATE.
               10  CD-YEAR                 PIC 9(4).
               10  CD-MONTH                PIC 99.
               10  CD-DAY                  PIC 99.

       01  DAYS-IN-MONTH-TABLE.
           05  FILLER                  PIC 99         VALUE 31.
           05  FILLER                  PIC 99         VALUE 28.
           05  FILLER                  PIC 99         VALUE 31.
           05  FILLER                  PIC 99         VALUE 30.
           05  FILLER                  PIC 99         VALUE 31.
           05  FILLER                  PIC 99         VALUE 30.
           05  FILLER                  PIC 99         VALUE 31.
           05  FILLER                  PIC 99         VALUE 31.
           05  FILLER                  PIC 99         VALUE 30.
           05  FILLER                  PIC 99         VALUE 31.
           05  FILLER                  PIC 99         VALUE 30.
           05  FILLER                  PIC 99         VALUE 31.
       01  DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE.
           05  DIM-DAYS                PIC 99         OCCURS 12 TIMES.

       01  LEAP-YEAR-WORK-FIELDS.
           05  LEAP-QUOTIENT           PIC 9(4)       VALUE ZERO.
           05  LEAP-REMAINDER-4        PIC 9          VALUE ZERO.
           05  LEAP-REMAINDER-100      PIC 99         VALUE ZERO.
           05  LEAP-REMAINDER-400      PIC 9(3)       VALUE ZERO.

      * THE RECORD IN HAND, LAID OUT AS WHICHEVER FILE IT CAME FROM
      * SO ITS DATE (AND, FOR AN ITEM, ITS OPEN AMOUNT) CAN BE TESTED.
           COPY VISITREC.

           COPY ARITEMREC.

           COPY GUESTREC.

           COPY SESSREC.

           COPY CORPITEMREC.

      * WHO IS RUNNING THE PURGE - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       01  PURGE-HEADING-LINE.
           05          PIC X(40)
               VALUE "RETENTION PURGE AND ARCHIVE - RUN DATE: ".
           05  PH-RUN-DATE         PIC 9(8).
           05          PIC X(12)   VALUE "  OPERATOR: ".
           05  PH-OPERATOR-ID      PIC X(8).

       01  PURGE-COLUMN-LINE.
           05              PIC X(12)       VALUE "FILE".
           05              PIC X(9)        VALUE "KEEP MOS".
           05              PIC X(10)       VALUE "CUTOFF".
           05              PIC X(13)       VALUE "   RECORDS IN".
           05              PIC X(13)       VALUE "         KEPT".
           05              PIC X(13)       VALUE "     ARCHIVED".
           05              PIC X(16)       VALUE "  RESULT".

       01  PURGE-DETAIL-LINE.
           05  PD-FILE-NAME            PIC X(10).
           05                          PIC XX          VALUE SPACE.
           05  PD-RETAIN-MONTHS        PIC ZZ9.
           05                          PIC X(6)        VALUE SPACE.
           05  PD-CUTOFF-DATE          PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  PD-RECORDS-IN           PIC ZZZ,ZZZ,ZZ9.
           05                          PIC XX          VALUE SPACE.
           05  PD-RECORDS-KEPT         PIC ZZZ,ZZZ,ZZ9.
           05                          PIC XX          VALUE SPACE.
           05  PD-RECORDS-ARCHIVED     PIC ZZZ,ZZZ,ZZ9.
           05                          PIC XX          VALUE SPACE.
           05  PD-RESULT               PIC X(16).

       01  PURGE-OPEN-ITEM-LINE.
           05          PIC X(12)   VALUE SPACE.
           05          PIC X(36)
               VALUE "OPEN ITEMS KEPT REGARDLESS OF AGE - ".
           05  PO-OPEN-KEPT-COUNT  PIC ZZZ,ZZZ,ZZ9.

       01  PURGE-ARCHIVE-LINE.
           05          PIC X(12)   VALUE SPACE.
           05          PIC X(12)   VALUE "ARCHIVE --- ".
           05  PA-ARCHIVE-PATH     PIC X(76).

       01  PURGE-TRAILER-LINE.
           05          PIC X(18)   VALUE "ARCHIVED -------- ".
           05  PT-TOTAL-ARCHIVED   PIC ZZZ,ZZZ,ZZ9.
           05          PIC X(11)   VALUE " RECORD(S) ".
           05  PT-RUN-RESULT       PIC X(50).

       PROCEDURE DIVISION.

       000-RUN-PURGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 060-GET-RETENTION-MONTHS.

           OPEN OUTPUT PURGERPT.
           MOVE CD-CURRENT-DATE TO PH-RUN-DATE.
           MOVE OPERATOR-ID TO PH-OPERATOR-ID.
           MOVE PURGE-HEADING-LINE TO PURGE-REPORT.
           WRITE PURGE-REPORT.
           MOVE SPACES TO PURGE-REPORT.
           WRITE PURGE-REPORT.
           MOVE PURGE-COLUMN-LINE TO PURGE-REPORT.
           WRITE PURGE-REPORT.

           PERFORM 100-PURGE-ONE-FILE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > 5.

           PERFORM 800-PRINT-PURGE-TRAILER.
           CLOSE PURGERPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-VISITS-PATH FROM ENVIRONMENT "VISITS_PATH".
           IF WS-VISITS-PATH = SPACES
               MOVE "VISITS.DAT" TO WS-VISITS-PATH
           END-IF.

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-GUESTFILE-PATH FROM ENVIRONMENT "GUESTFILE_PATH".
           IF WS-GUESTFILE-PATH = SPACES
               MOVE "GUESTS.DAT" TO WS-GUESTFILE-PATH
           END-IF.

           ACCEPT WS-SESSFILE-PATH FROM ENVIRONMENT "SESSFILE_PATH".
           IF WS-SESSFILE-PATH = SPACES
               MOVE "SESSIONS.DAT" TO WS-SESSFILE-PATH
           END-IF.

           ACCEPT WS-CORPITEMS-PATH FROM ENVIRONMENT "CORPITEMS_PATH".
           IF WS-CORPITEMS-PATH = SPACES
               MOVE "CORPITEMS.DAT" TO WS-CORPITEMS-PATH
           END-IF.

      * EACH ARCHIVE IS NAMED FOR THE DAY OF THE PURGE, THE SAME WAY
      * YMCA_FILEUTIL NAMES A CHANGE-LOG GENERATION.
           ACCEPT WS-VISITARC-PATH FROM ENVIRONMENT "VISITARC_PATH".
           IF WS-VISITARC-PATH = SPACES
               STRING "VISITS." DELIMITED BY SIZE
                      CD-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-VISITARC-PATH
           END-IF.

           ACCEPT WS-ARITEMARC-PATH FROM ENVIRONMENT "ARITEMARC_PATH".
           IF WS-ARITEMARC-PATH = SPACES
               STRING "ARITEMS." DELIMITED BY SIZE
                      CD-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-ARITEMARC-PATH
           END-IF.

           ACCEPT WS-GUESTARC-PATH FROM ENVIRONMENT "GUESTARC_PATH".
           IF WS-GUESTARC-PATH = SPACES
               STRING "GUESTS." DELIMITED BY SIZE
                      CD-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-GUESTARC-PATH
           END-IF.

           ACCEPT WS-SESSARC-PATH FROM ENVIRONMENT "SESSARC_PATH".
           IF WS-SESSARC-PATH = SPACES
               STRING "SESSIONS." DELIMITED BY SIZE
                      CD-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-SESSARC-PATH
           END-IF.

           ACCEPT WS-CORPITEMARC-PATH FROM ENVIRONMENT
               "CORPITEMARC_PATH".
           IF WS-CORPITEMARC-PATH = SPACES
               STRING "CORPITEMS." DELIMITED BY SIZE
                      CD-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-CORPITEMARC-PATH
           END-IF.

           ACCEPT WS-PURGEWORK-PATH FROM ENVIRONMENT "PURGEWORK_PATH".
           IF WS-PURGEWORK-PATH = SPACES
               MOVE "PURGEWORK.DAT" TO WS-PURGEWORK-PATH
           END-IF.

           ACCEPT WS-PURGERPT-PATH FROM ENVIRONMENT "PURGERPT_PATH".
           IF WS-PURGERPT-PATH = SPACES
               MOVE "PURGERPT.TXT" TO WS-PURGERPT-PATH
           END-IF.

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD PURGE TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_PURGE" TO OPC-PROGRAM-NAME.
           MOVE "PURGE" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * ITEMS ARE KEPT LONGEST - THEY ARE THE CHARGE HISTORY THE
      * OFFICE ANSWERS BILLING DISPUTES FROM, AND YMCA_RETCHECK LOOKS
      * BACK THROUGH THEM FOR A RETURNED CHECK'S SETTLED ITEMS.  THE
      * EMPLOYER'S ITEMS ARE HELD AS LONG AS THE MEMBERS' BY DEFAULT.
       060-GET-RETENTION-MONTHS.
           DISPLAY "Enter: Months Of Visits To Keep (0 = 24)"
           ACCEPT RM-RETAIN-MONTHS(1).
           IF RM-RETAIN-MONTHS(1) NOT NUMERIC
               OR RM-RETAIN-MONTHS(1) = ZERO
               MOVE 24 TO RM-RETAIN-MONTHS(1)
           END-IF.

           DISPLAY "Enter: Months Of Paid-Off Items To Keep (0 = 36)"
           ACCEPT RM-RETAIN-MONTHS(2).
           IF RM-RETAIN-MONTHS(2) NOT NUMERIC
               OR RM-RETAIN-MONTHS(2) = ZERO
               MOVE 36 TO RM-RETAIN-MONTHS(2)
           END-IF.

           DISPLAY "Enter: Months Of Guest Passes To Keep (0 = 24)"
           ACCEPT RM-RETAIN-MONTHS(3).
           IF RM-RETAIN-MONTHS(3) NOT NUMERIC
               OR RM-RETAIN-MONTHS(3) = ZERO
               MOVE 24 TO RM-RETAIN-MONTHS(3)
           END-IF.

           DISPLAY "Enter: Months Of Trainer Sessions To Keep (0 = 36)"
           ACCEPT RM-RETAIN-MONTHS(4).
           IF RM-RETAIN-MONTHS(4) NOT NUMERIC
               OR RM-RETAIN-MONTHS(4) = ZERO
               MOVE 36 TO RM-RETAIN-MONTHS(4)
           END-IF.

           DISPLAY "Enter: Months Of Paid-Off Employer Items To Keep "
               "(0 = 36)"
           ACCEPT RM-RETAIN-MONTHS(5).
           IF RM-RETAIN-MONTHS(5) NOT NUMERIC
               OR RM-RETAIN-MONTHS(5) = ZERO
               MOVE 36 TO RM-RETAIN-MONTHS(5)
           END-IF.

      * TODAY LESS THE FILE'S RETENTION MONTHS.  A DAY PAST THE END
      * OF THE CUTOFF MONTH (THE 31ST GOING BACK INTO A 30-DAY MONTH,
      * OR FEBRUARY) IS PULLED BACK TO THAT MONTH'S LAST DAY.
       070-COMPUTE-CUTOFF-DATE.
           DIVIDE RM-RETAIN-MONTHS(FILE-IDX) BY 12
               GIVING RETAIN-YEARS-WORK
               REMAINDER RETAIN-ODD-MONTHS.
           COMPUTE CUT-YEAR = CD-YEAR - RETAIN-YEARS-WORK.
           COMPUTE CUT-MONTH-WORK = CD-MONTH - RETAIN-ODD-MONTHS.
           IF CUT-MONTH-WORK < 1
               ADD 12 TO CUT-MONTH-WORK
               SUBTRACT 1 FROM CUT-YEAR
           END-IF.
           MOVE CUT-MONTH-WORK TO CUT-MONTH.
           PERFORM 075-SET-LEAP-YEAR-DAYS.
           IF CD-DAY > DIM-DAYS(CUT-MONTH)
               MOVE DIM-DAYS(CUT-MONTH) TO CUT-DAY
           ELSE
               MOVE CD-DAY TO CUT-DAY
           END-IF.

      * RESETS THE FEBRUARY ENTRY IN DAYS-IN-MONTH TO 29 WHEN CUT-YEAR
      * IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT ALSO
      * DIVISIBLE BY 400), OTHERWISE LEAVES IT AT 28.
       075-SET-LEAP-YEAR-DAYS.
           MOVE 28 TO DIM-DAYS(2).
           DIVIDE CUT-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-4.
           IF LEAP-REMAINDER-4 = ZERO
               DIVIDE CUT-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               IF LEAP-REMAINDER-100 NOT = ZERO
                   MOVE 29 TO DIM-DAYS(2)
               ELSE
                   DIVIDE CUT-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER-400
                   IF LEAP-REMAINDER-400 = ZERO
                       MOVE 29 TO DIM-DAYS(2)
                   END-IF
               END-IF
           END-IF.

      * ONE FILE - SPLIT INTO KEPT (ON PURGEWORK) AND ARCHIVED, THE
      * COUNTS BALANCED, AND ONLY THEN THE KEPT RECORDS COPIED BACK
      * OVER THE LIVE FILE.  ONCE A FILE HAS FAILED, THE FILES AFTER
      * IT ARE NOT TOUCHED.
       100-PURGE-ONE-FILE.
           MOVE ZERO TO RECORDS-IN-COUNT
                        RECORDS-KEPT-COUNT
                        RECORDS-ARCHIVED-COUNT
                        RECORDS-BACK-COUNT
                        OPEN-KEPT-COUNT.
           MOVE "Y" TO FILE-GOOD-SWITCH.
           MOVE "N" TO LIVE-EOF-SWITCH.
           MOVE "N" TO ARCHIVE-OPEN-SWITCH.
           PERFORM 070-COMPUTE-CUTOFF-DATE.
           PERFORM 105-SET-FILE-PATHS.
           MOVE SPACES TO PD-RESULT.

           IF NOT RUN-GOOD
               MOVE "NOT RUN" TO PD-RESULT
           ELSE
               OPEN INPUT PURGELIVE
               IF WS-PURGELIVE-FILE-MISSING
                   MOVE "NO FILE" TO PD-RESULT
               ELSE
                   IF NOT WS-PURGELIVE-OK
                       DISPLAY "UNABLE TO OPEN " PF-FILE-NAME(FILE-IDX)
                           " AT " WS-PURGELIVE-PATH
                       DISPLAY "STATUS: " WS-PURGELIVE-STATUS
                       MOVE "N" TO FILE-GOOD-SWITCH
                   ELSE
                       PERFORM 110-SPLIT-LIVE-FILE
                       CLOSE PURGELIVE
                       PERFORM 150-BALANCE-COUNTS
                       IF FILE-GOOD
                           AND RECORDS-ARCHIVED-COUNT > ZERO
                           PERFORM 160-COPY-KEPT-BACK
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NOT FILE-GOOD
               MOVE "N" TO RUN-GOOD-SWITCH
               IF PD-RESULT = SPACES
                   MOVE "** FAILED **" TO PD-RESULT
               END-IF
           END-IF.
           IF PD-RESULT = SPACES
               IF RECORDS-ARCHIVED-COUNT = ZERO
                   MOVE "NONE OLD ENOUGH" TO PD-RESULT
               ELSE
                   MOVE "BALANCED" TO PD-RESULT
               END-IF
           END-IF.
           ADD RECORDS-ARCHIVED-COUNT TO TOTAL-ARCHIVED-COUNT.
           PERFORM 700-PRINT-FILE-LINES.

       105-SET-FILE-PATHS.
           EVALUATE FILE-IDX
               WHEN 1
                   MOVE WS-VISITS-PATH    TO WS-PURGELIVE-PATH
                   MOVE WS-VISITARC-PATH  TO WS-PURGEARC-PATH
               WHEN 2
                   MOVE WS-ARITEMS-PATH   TO WS-PURGELIVE-PATH
                   MOVE WS-ARITEMARC-PATH TO WS-PURGEARC-PATH
               WHEN 3
                   MOVE WS-GUESTFILE-PATH TO WS-PURGELIVE-PATH
                   MOVE WS-GUESTARC-PATH  TO WS-PURGEARC-PATH
               WHEN 4
                   MOVE WS-SESSFILE-PATH  TO WS-PURGELIVE-PATH
                   MOVE WS-SESSARC-PATH   TO WS-PURGEARC-PATH
               WHEN 5
                   MOVE WS-CORPITEMS-PATH   TO WS-PURGELIVE-PATH
                   MOVE WS-CORPITEMARC-PATH TO WS-PURGEARC-PATH
           END-EVALUATE.

       110-SPLIT-LIVE-FILE.
           OPEN OUTPUT PURGEWORK.
           IF NOT WS-PURGEWORK-OK
               DISPLAY "UNABLE TO OPEN PURGEWORK AT " WS-PURGEWORK-PATH
               DISPLAY "STATUS: " WS-PURGEWORK-STATUS
               MOVE "N" TO FILE-GOOD-SWITCH
           ELSE
               PERFORM 120-SPLIT-ONE-RECORD
                   WITH TEST AFTER
                   UNTIL LIVE-EOF
               CLOSE PURGEWORK
               IF ARCHIVE-OPEN
                   CLOSE PURGEARC
               END-IF
           END-IF.

       120-SPLIT-ONE-RECORD.
           READ PURGELIVE
               AT END
                   MOVE "Y" TO LIVE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-IN-COUNT
                   PERFORM 125-CHOOSE-KEEP-OR-ARCHIVE
                   IF ARCHIVE-THIS-RECORD
                       PERFORM 130-WRITE-ARCHIVE-RECORD
                   ELSE
                       PERFORM 135-WRITE-KEPT-RECORD
                   END-IF
           END-READ.

      * THE RECORD IS LAID OVER ITS OWN FILE'S LAYOUT FOR THE DATE
      * TEST.  AN ITEM WITH ANY MONEY STILL OPEN STAYS LIVE - AGING,
      * PAYMENT POSTING, AND THE BALANCE-DUE AUDIT ALL NEED IT.
       125-CHOOSE-KEEP-OR-ARCHIVE.
           MOVE "N" TO ARCHIVE-SWITCH.
           EVALUATE FILE-IDX
               WHEN 1
                   MOVE PURGE-LIVE-RECORD TO VISIT-RECORD
                   IF VST-VISIT-DATE < CUTOFF-DATE
                       MOVE "Y" TO ARCHIVE-SWITCH
                   END-IF
               WHEN 2
                   MOVE PURGE-LIVE-RECORD TO OPEN-ITEM-RECORD
                   IF ARI-CHARGE-DATE < CUTOFF-DATE
                       IF ARI-OPEN-AMOUNT > ZERO
                           ADD 1 TO OPEN-KEPT-COUNT
                       ELSE
                           MOVE "Y" TO ARCHIVE-SWITCH
                       END-IF
                   END-IF
               WHEN 3
                   MOVE PURGE-LIVE-RECORD TO GUEST-PASS-RECORD
                   IF GST-SALE-DATE < CUTOFF-DATE
                       MOVE "Y" TO ARCHIVE-SWITCH
                   END-IF
               WHEN 4
                   MOVE PURGE-LIVE-RECORD TO SESSION-RECORD
                   IF SES-SESSION-DATE < CUTOFF-DATE
                       MOVE "Y" TO ARCHIVE-SWITCH
                   END-IF
               WHEN 5
                   MOVE PURGE-LIVE-RECORD TO CORP-ITEM-RECORD
                   IF CPI-CHARGE-DATE < CUTOFF-DATE
                       IF CPI-OPEN-AMOUNT > ZERO
                           ADD 1 TO OPEN-KEPT-COUNT
                       ELSE
                           MOVE "Y" TO ARCHIVE-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE.

      * THE ARCHIVE IS OPENED ON THE FIRST RECORD OLD ENOUGH FOR IT,
      * SO A FILE WITH NOTHING TO PURGE LEAVES NO EMPTY ARCHIVE
      * BEHIND.  A SECOND PURGE THE SAME DAY ADDS TO THE FIRST'S.
       130-WRITE-ARCHIVE-RECORD.
           IF NOT ARCHIVE-OPEN
               PERFORM 140-OPEN-ARCHIVE
           END-IF.
           IF ARCHIVE-OPEN
               MOVE PURGE-LIVE-RECORD TO PURGE-ARCHIVE-RECORD
               WRITE PURGE-ARCHIVE-RECORD
               IF WS-PURGEARC-OK
                   ADD 1 TO RECORDS-ARCHIVED-COUNT
               ELSE
                   DISPLAY "ARCHIVE WRITE FAILED - STATUS: "
                       WS-PURGEARC-STATUS
                   MOVE "N" TO FILE-GOOD-SWITCH
               END-IF
           END-IF.

       135-WRITE-KEPT-RECORD.
           MOVE PURGE-LIVE-RECORD TO PURGE-WORK-RECORD.
           WRITE PURGE-WORK-RECORD.
           IF WS-PURGEWORK-OK
               ADD 1 TO RECORDS-KEPT-COUNT
           ELSE
               DISPLAY "PURGEWORK WRITE FAILED - STATUS: "
                   WS-PURGEWORK-STATUS
               MOVE "N" TO FILE-GOOD-SWITCH
           END-IF.

       140-OPEN-ARCHIVE.
           OPEN EXTEND PURGEARC.
           IF WS-PURGEARC-FILE-MISSING
               OPEN OUTPUT PURGEARC
               CLOSE PURGEARC
               OPEN EXTEND PURGEARC
           END-IF.
           IF WS-PURGEARC-OK
               MOVE "Y" TO ARCHIVE-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN ARCHIVE AT " WS-PURGEARC-PATH
               DISPLAY "STATUS: " WS-PURGEARC-STATUS
               MOVE "N" TO FILE-GOOD-SWITCH
           END-IF.

      * THE WHOLE POINT - EVERY RECORD READ MUST HAVE LANDED ON
      * EXACTLY ONE SIDE.  IF NOT, THE LIVE FILE IS LEFT ALONE; ANY
      * RECORDS ALREADY ON THE ARCHIVE ARE STILL LIVE TOO, AND THE
      * OPERATOR IS TOLD SO.
       150-BALANCE-COUNTS.
           COMPUTE BALANCE-CHECK-COUNT =
               RECORDS-KEPT-COUNT + RECORDS-ARCHIVED-COUNT.
           IF RECORDS-IN-COUNT NOT = BALANCE-CHECK-COUNT
               MOVE "N" TO FILE-GOOD-SWITCH
           END-IF.
           IF NOT FILE-GOOD
               MOVE "OUT OF BALANCE" TO PD-RESULT
               DISPLAY "** RUN FAILED - " PF-FILE-NAME(FILE-IDX)
                   " NOT PURGED - COUNTS DO NOT RECONCILE **"
               IF RECORDS-ARCHIVED-COUNT > ZERO
                   DISPLAY "** THE RECORDS ADDED TO " WS-PURGEARC-PATH
                       " TODAY ARE STILL ON THE LIVE FILE **"
               END-IF
           END-IF.

      * THE KEPT RECORDS OVER THE LIVE FILE.  A SHORT COPY LEAVES
      * THEM SAFE ON PURGEWORK FOR THE OPERATOR TO RESTORE FROM.
       160-COPY-KEPT-BACK.
           MOVE "N" TO WORK-EOF-SWITCH.
           OPEN INPUT PURGEWORK.
           IF NOT WS-PURGEWORK-OK
               DISPLAY "UNABLE TO REOPEN PURGEWORK - STATUS: "
                   WS-PURGEWORK-STATUS
               MOVE "N" TO FILE-GOOD-SWITCH
           ELSE
               OPEN OUTPUT PURGELIVE
               IF NOT WS-PURGELIVE-OK
                   DISPLAY "UNABLE TO REWRITE " PF-FILE-NAME(FILE-IDX)
                       " - STATUS: " WS-PURGELIVE-STATUS
                   MOVE "N" TO FILE-GOOD-SWITCH
                   CLOSE PURGEWORK
               ELSE
                   PERFORM 165-COPY-ONE-KEPT-BACK
                       WITH TEST AFTER
                       UNTIL WORK-EOF
                   CLOSE PURGEWORK
                         PURGELIVE
                   IF RECORDS-BACK-COUNT NOT = RECORDS-KEPT-COUNT
                       MOVE "N" TO FILE-GOOD-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF NOT FILE-GOOD
               MOVE "REWRITE FAILED" TO PD-RESULT
               DISPLAY "** RUN FAILED - " PF-FILE-NAME(FILE-IDX)
                   " REWRITE INCOMPLETE - KEPT RECORDS ARE ON "
                   WS-PURGEWORK-PATH " **"
           END-IF.

       165-COPY-ONE-KEPT-BACK.
           READ PURGEWORK
               AT END
                   MOVE "Y" TO WORK-EOF-SWITCH
               NOT AT END
                   MOVE PURGE-WORK-RECORD TO PURGE-LIVE-RECORD
                   WRITE PURGE-LIVE-RECORD
                   IF WS-PURGELIVE-OK
                       ADD 1 TO RECORDS-BACK-COUNT
                   ELSE
                       DISPLAY "REWRITE FAILED - STATUS: "
                           WS-PURGELIVE-STATUS
                   END-IF
           END-READ.

       700-PRINT-FILE-LINES.
           MOVE PF-FILE-NAME(FILE-IDX)     TO PD-FILE-NAME.
           MOVE RM-RETAIN-MONTHS(FILE-IDX) TO PD-RETAIN-MONTHS.
           MOVE CUTOFF-DATE                TO PD-CUTOFF-DATE.
           MOVE RECORDS-IN-COUNT           TO PD-RECORDS-IN.
           MOVE RECORDS-KEPT-COUNT         TO PD-RECORDS-KEPT.
           MOVE RECORDS-ARCHIVED-COUNT     TO PD-RECORDS-ARCHIVED.
           MOVE PURGE-DETAIL-LINE TO PURGE-REPORT.
           WRITE PURGE-REPORT.
           IF OPEN-KEPT-COUNT > ZERO
               MOVE OPEN-KEPT-COUNT TO PO-OPEN-KEPT-COUNT
               MOVE PURGE-OPEN-ITEM-LINE TO PURGE-REPORT
               WRITE PURGE-REPORT
           END-IF.
           IF RECORDS-ARCHIVED-COUNT > ZERO
               MOVE WS-PURGEARC-PATH TO PA-ARCHIVE-PATH
               MOVE PURGE-ARCHIVE-LINE TO PURGE-REPORT
               WRITE PURGE-REPORT
           END-IF.
           DISPLAY PF-FILE-NAME(FILE-IDX) " IN: " RECORDS-IN-COUNT
               " KEPT: " RECORDS-KEPT-COUNT
               " ARCHIVED: " RECORDS-ARCHIVED-COUNT
               " - " PD-RESULT.

       800-PRINT-PURGE-TRAILER.
           MOVE TOTAL-ARCHIVED-COUNT TO PT-TOTAL-ARCHIVED.
           IF RUN-GOOD
               MOVE "- RUN GOOD, ALL COUNTS BALANCED" TO PT-RUN-RESULT
               DISPLAY "RUN GOOD - COUNTS RECONCILED"
           ELSE
               MOVE "- ** RUN FAILED - SEE RESULTS ABOVE **"
                   TO PT-RUN-RESULT
               DISPLAY "** RUN FAILED - DO NOT TRUST THIS PURGE - "
                   "COUNTS DO NOT RECONCILE **"
           END-IF.
           MOVE PURGE-TRAILER-LINE TO PURGE-REPORT.
           WRITE PURGE-REPORT AFTER ADVANCING 2 LINES.
