      ******************************************************************
      * Author: Graham Wenz
      * Date: 04/18/2018
      * Purpose: Financial assistance report for donors and the United
      *          Way.  Reads the ASSISTLOG subsidy records written by
      *          YMCA_MEM_UPDATE, YMCA_RENEWBILL, YMCA_DRAFTRUN and the
      *          class charges, selects the requested date range, and
      *          totals the assistance dollars given by branch - dues
      *          and class subsidy separately, against the full rate
      *          and what members were actually charged.  A second
      *          pass over YMCAMEM lists every approval that has
      *          passed its review date (no longer discounted) or
      *          comes up for review within the month, so the office
      *          renews or ends it rather than letting it lapse
      *          unseen.
      * Tectonics: cobc
      *
      * Modification History:
      *   04/25/2018 GW - A dropped class writes its subsidy back out
      *                   as a negative CL record; it nets against the
      *                   amounts and takes one off the charge count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-ASSISTANCE-REPORT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT YMCAMEM ASSIGN TO WS-YMCAMEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MBR-CARD-NUMBER
               ALTERNATE RECORD KEY IS MBR-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-YMCAMEM-STATUS.
           SELECT ASSISTLOG ASSIGN TO WS-ASSISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSISTLOG-STATUS.
           SELECT ASSISTRPT ASSIGN TO WS-ASSISTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  ASSISTLOG.
           COPY ASSISTREC.

       FD  ASSISTRPT.
       01  ASSIST-REPORT               PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-ASSISTLOG-PATH       PIC X(100).
           05  WS-ASSISTRPT-PATH       PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-ASSISTLOG-STATUS         PIC X(2).
           88  WS-ASSISTLOG-OK                    VALUE "00".

       01  SWITCHES.
           05  LOG-EOF-SWITCH              PIC X          VALUE "N".
               88  LOG-EOF                                VALUE "Y".
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  BRANCH-ROW-SWITCH           PIC X.
               88  BRANCH-ROW-FOUND                       VALUE "Y".

      * THE RANGE OF CHARGE DATES REPORTED, YYYYMMDD - A BLANK FROM
      * DATE TAKES EVERYTHING LOGGED, A BLANK TO DATE RUNS TO TODAY.
       01  REPORT-RANGE-FIELDS.
           05  FROM-DATE               PIC 9(8)       VALUE ZERO.
           05  TO-DATE                 PIC 9(8)       VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

      * A MONTH FROM TODAY - AN APPROVAL WHOSE REVIEW DATE FALLS
      * BEFORE THIS IS LISTED AS DUE FOR REVIEW.
       01  REVIEW-CUTOFF-DATE          PIC 9(8).
       01  REVIEW-CUTOFF-X             REDEFINES REVIEW-CUTOFF-DATE.
           05  RC-YEAR                 PIC 9(4).
           05  RC-MONTH                PIC 99.
           05  RC-DAY                  PIC 99.

       01  ASSIST-COUNT-FIELDS         BINARY.
           05  RECORDS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  RECORDS-IN-RANGE-COUNT  PIC S9(5)      VALUE ZERO.
           05  MEMBERS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  EXPIRED-COUNT           PIC S9(5)      VALUE ZERO.
           05  DUE-SOON-COUNT          PIC S9(5)      VALUE ZERO.
           05  BRANCH-TABLE-COUNT      PIC S9(3)      VALUE ZERO.
           05  BRANCH-TABLE-MAX        PIC S9(3)      VALUE 20.
           05  BRANCH-IDX              PIC S9(3)      VALUE ZERO.
           05  BRANCH-FOUND-IDX        PIC S9(3)      VALUE ZERO.

      * ONE ROW PER BRANCH, OPENED ON THE FLY LIKE YMCA_REVSUM'S.
       01  BRANCH-ASSIST-TABLE.
           05  BRANCH-ENTRY OCCURS 20 TIMES.
               10  BR-BRANCH-CODE          PIC X(3).
               10  BR-CHARGE-COUNT         PIC S9(5)     BINARY.
               10  BR-FULL-AMOUNT          PIC S9(7)V99  COMP-3.
               10  BR-CHARGED-AMOUNT       PIC S9(7)V99  COMP-3.
               10  BR-DUES-SUBSIDY         PIC S9(7)V99  COMP-3.
               10  BR-CLASS-SUBSIDY        PIC S9(7)V99  COMP-3.

       01  GRAND-TOTAL-FIELDS          PACKED-DECIMAL.
           05  GT-FULL-AMOUNT          PIC S9(9)V99   VALUE ZERO.
           05  GT-CHARGED-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  GT-DUES-SUBSIDY         PIC S9(9)V99   VALUE ZERO.
           05  GT-CLASS-SUBSIDY        PIC S9(9)V99   VALUE ZERO.

       01  BRANCH-SUBSIDY-WORK         PIC S9(7)V99   PACKED-DECIMAL.
       01  WORK-BRANCH-CODE            PIC X(3).

       01  ASSIST-HEADING-LINE.
           05              PIC X(30)
               VALUE "FINANCIAL ASSISTANCE GIVEN -  ".
           05  AH-FROM-DATE            PIC 9(8).
           05              PIC X(4)        VALUE " TO ".
           05  AH-TO-DATE              PIC 9(8).

       01  ASSIST-COLUMN-LINE.
           05              PIC X(5)        VALUE "BRN  ".
           05              PIC X(8)        VALUE "CHARGES ".
           05              PIC X(14)       VALUE "   FULL RATE  ".
           05              PIC X(14)       VALUE "     CHARGED  ".
           05              PIC X(14)       VALUE "  DUES SUBSIDY".
           05              PIC X(14)       VALUE " CLASS SUBSIDY".
           05              PIC X(14)       VALUE " TOTAL SUBSIDY".

       01  ASSIST-DETAIL-LINE.
           05  AD-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  AD-CHARGE-COUNT         PIC ZZ,ZZ9.
           05                          PIC XX          VALUE SPACE.
           05  AD-FULL-AMOUNT          PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  AD-CHARGED-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  AD-DUES-SUBSIDY         PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  AD-CLASS-SUBSIDY        PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  AD-TOTAL-SUBSIDY        PIC $Z,ZZZ,ZZ9.99.

       01  ASSIST-TOTAL-LINE.
           05          PIC X(18)   VALUE "TOTAL SUBSIDY --- ".
           05  AT-TOTAL-SUBSIDY    PIC $ZZZ,ZZZ,ZZ9.99.
           05          PIC X(8)    VALUE "  DUES: ".
           05  AT-DUES-SUBSIDY     PIC $ZZZ,ZZZ,ZZ9.99.
           05          PIC X(10)   VALUE "  CLASS: ".
           05  AT-CLASS-SUBSIDY    PIC $ZZZ,ZZZ,ZZ9.99.

       01  ASSIST-COUNT-LINE.
           05          PIC X(18)   VALUE "SUBSIDIES READ -- ".
           05  AC-RECORDS-READ     PIC ZZ,ZZ9.
           05          PIC X(13)   VALUE ", IN RANGE - ".
           05  AC-RECORDS-RANGE    PIC ZZ,ZZ9.

       01  REVIEW-HEADING-LINE.
           05              PIC X(42)
               VALUE "ASSISTANCE APPROVALS DUE FOR REVIEW AS OF".
           05  RH-CURRENT-DATE         PIC 9(8).

       01  REVIEW-COLUMN-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05              PIC X(5)        VALUE "BRN".
           05              PIC X(6)        VALUE "PCT".
           05              PIC X(10)       VALUE "APPROVED".
           05              PIC X(10)       VALUE "REVIEW".
           05              PIC X(10)       VALUE "APPROVER".
           05              PIC X(8)        VALUE "STATUS".

       01  REVIEW-DETAIL-LINE.
           05  RD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  RD-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  RD-ASSIST-PERCENT       PIC ZZ9.
           05                          PIC X(3)        VALUE "%  ".
           05  RD-APPROVED-DATE        PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-REVIEW-DATE          PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-APPROVER             PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-STATUS               PIC X(8).

       01  REVIEW-TRAILER-LINE.
           05          PIC X(18)   VALUE "EXPIRED --------- ".
           05  RT-EXPIRED-COUNT    PIC ZZ,ZZ9.
           05          PIC X(14)   VALUE "   DUE SOON: ".
           05  RT-DUE-SOON-COUNT   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-REPORT-ASSISTANCE.
           PERFORM 050-GET-RUNTIME-PATHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           DISPLAY "Enter: From Date (YYYYMMDD)"
           ACCEPT FROM-DATE.
           DISPLAY "Enter: To Date (YYYYMMDD)"
           ACCEPT TO-DATE.
           IF TO-DATE = ZERO
               MOVE CD-CURRENT-DATE TO TO-DATE
           END-IF.

           OPEN OUTPUT ASSISTRPT.

           PERFORM 100-TALLY-SUBSIDIES.
           PERFORM 300-WRITE-SUBSIDY-REPORT.
           PERFORM 400-WRITE-REVIEW-LIST.

           DISPLAY "SUBSIDIES IN RANGE - " RECORDS-IN-RANGE-COUNT.
           DISPLAY "APPROVALS EXPIRED -- " EXPIRED-COUNT.
           DISPLAY "DUE FOR REVIEW ----- " DUE-SOON-COUNT.
           CLOSE ASSISTRPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-ASSISTLOG-PATH FROM ENVIRONMENT "ASSISTLOG_PATH".
           IF WS-ASSISTLOG-PATH = SPACES
               MOVE "ASSISTLOG.DAT" TO WS-ASSISTLOG-PATH
           END-IF.

           ACCEPT WS-ASSISTRPT-PATH FROM ENVIRONMENT "ASSISTRPT_PATH".
           IF WS-ASSISTRPT-PATH = SPACES
               MOVE "ASSISTRPT.TXT" TO WS-ASSISTRPT-PATH
           END-IF.

      * EVERY SUBSIDY LOGGED IN THE RANGE, BY THE BRANCH STAMPED ON
      * IT WHEN IT WAS GIVEN.  A MISSING ASSISTLOG JUST MEANS NO
      * ASSISTANCE GIVEN YET.
       100-TALLY-SUBSIDIES.
           OPEN INPUT ASSISTLOG.
           IF NOT WS-ASSISTLOG-OK
               DISPLAY "NO ASSISTLOG AT " WS-ASSISTLOG-PATH
                   " - NO SUBSIDY DETAIL"
               MOVE "Y" TO LOG-EOF-SWITCH
           ELSE
               PERFORM 110-TALLY-ONE-SUBSIDY
                   WITH TEST AFTER
                   UNTIL LOG-EOF
               CLOSE ASSISTLOG
           END-IF.

       110-TALLY-ONE-SUBSIDY.
           READ ASSISTLOG
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   IF ASB-CHARGE-DATE NOT < FROM-DATE
                       AND ASB-CHARGE-DATE NOT > TO-DATE
                       ADD 1 TO RECORDS-IN-RANGE-COUNT
                       PERFORM 120-ADD-SUBSIDY-TO-BRANCH
                   END-IF
           END-READ.

       120-ADD-SUBSIDY-TO-BRANCH.
           IF ASB-BRANCH-CODE = SPACES
               MOVE "???" TO WORK-BRANCH-CODE
           ELSE
               MOVE ASB-BRANCH-CODE TO WORK-BRANCH-CODE
           END-IF.
           PERFORM 170-FIND-BRANCH-ROW.
           IF BRANCH-FOUND-IDX > ZERO
               IF ASB-SUBSIDY-AMOUNT < ZERO
                   SUBTRACT 1 FROM BR-CHARGE-COUNT(BRANCH-FOUND-IDX)
               ELSE
                   ADD 1 TO BR-CHARGE-COUNT(BRANCH-FOUND-IDX)
               END-IF
               ADD ASB-FULL-AMOUNT
                   TO BR-FULL-AMOUNT(BRANCH-FOUND-IDX)
               ADD ASB-CHARGED-AMOUNT
                   TO BR-CHARGED-AMOUNT(BRANCH-FOUND-IDX)
               IF ASB-CLASS-SUBSIDY
                   ADD ASB-SUBSIDY-AMOUNT
                       TO BR-CLASS-SUBSIDY(BRANCH-FOUND-IDX)
               ELSE
                   ADD ASB-SUBSIDY-AMOUNT
                       TO BR-DUES-SUBSIDY(BRANCH-FOUND-IDX)
               END-IF
           END-IF.
           ADD ASB-FULL-AMOUNT    TO GT-FULL-AMOUNT.
           ADD ASB-CHARGED-AMOUNT TO GT-CHARGED-AMOUNT.
           IF ASB-CLASS-SUBSIDY
               ADD ASB-SUBSIDY-AMOUNT TO GT-CLASS-SUBSIDY
           ELSE
               ADD ASB-SUBSIDY-AMOUNT TO GT-DUES-SUBSIDY
           END-IF.

       170-FIND-BRANCH-ROW.
           MOVE "N" TO BRANCH-ROW-SWITCH.
           PERFORM 175-MATCH-ONE-BRANCH-ROW
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-TABLE-COUNT
                  OR BRANCH-ROW-FOUND.
           IF NOT BRANCH-ROW-FOUND
               IF BRANCH-TABLE-COUNT < BRANCH-TABLE-MAX
                   ADD 1 TO BRANCH-TABLE-COUNT
                   MOVE BRANCH-TABLE-COUNT TO BRANCH-FOUND-IDX
                   MOVE WORK-BRANCH-CODE
                       TO BR-BRANCH-CODE(BRANCH-FOUND-IDX)
                   MOVE ZERO TO BR-CHARGE-COUNT(BRANCH-FOUND-IDX)
                   MOVE ZERO TO BR-FULL-AMOUNT(BRANCH-FOUND-IDX)
                   MOVE ZERO TO BR-CHARGED-AMOUNT(BRANCH-FOUND-IDX)
                   MOVE ZERO TO BR-DUES-SUBSIDY(BRANCH-FOUND-IDX)
                   MOVE ZERO TO BR-CLASS-SUBSIDY(BRANCH-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - BRANCH TABLE FULL, SKIPPING: "
                       WORK-BRANCH-CODE
                   MOVE ZERO TO BRANCH-FOUND-IDX
               END-IF
           END-IF.

       175-MATCH-ONE-BRANCH-ROW.
           IF BR-BRANCH-CODE(BRANCH-IDX) = WORK-BRANCH-CODE
               MOVE "Y" TO BRANCH-ROW-SWITCH
               MOVE BRANCH-IDX TO BRANCH-FOUND-IDX
           END-IF.

       300-WRITE-SUBSIDY-REPORT.
           MOVE FROM-DATE TO AH-FROM-DATE.
           MOVE TO-DATE   TO AH-TO-DATE.
           MOVE ASSIST-HEADING-LINE TO ASSIST-REPORT.
           WRITE ASSIST-REPORT.
           MOVE ASSIST-COLUMN-LINE TO ASSIST-REPORT.
           WRITE ASSIST-REPORT AFTER ADVANCING 2 LINES.
           PERFORM 310-PRINT-ONE-BRANCH
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-TABLE-COUNT.

           COMPUTE BRANCH-SUBSIDY-WORK =
               GT-DUES-SUBSIDY + GT-CLASS-SUBSIDY.
           MOVE BRANCH-SUBSIDY-WORK TO AT-TOTAL-SUBSIDY.
           MOVE GT-DUES-SUBSIDY     TO AT-DUES-SUBSIDY.
           MOVE GT-CLASS-SUBSIDY    TO AT-CLASS-SUBSIDY.
           MOVE ASSIST-TOTAL-LINE   TO ASSIST-REPORT.
           WRITE ASSIST-REPORT AFTER ADVANCING 2 LINES.
           MOVE RECORDS-READ-COUNT     TO AC-RECORDS-READ.
           MOVE RECORDS-IN-RANGE-COUNT TO AC-RECORDS-RANGE.
           MOVE ASSIST-COUNT-LINE   TO ASSIST-REPORT.
           WRITE ASSIST-REPORT AFTER ADVANCING 1 LINES.

       310-PRINT-ONE-BRANCH.
           MOVE BR-BRANCH-CODE(BRANCH-IDX)    TO AD-BRANCH-CODE.
           MOVE BR-CHARGE-COUNT(BRANCH-IDX)   TO AD-CHARGE-COUNT.
           MOVE BR-FULL-AMOUNT(BRANCH-IDX)    TO AD-FULL-AMOUNT.
           MOVE BR-CHARGED-AMOUNT(BRANCH-IDX) TO AD-CHARGED-AMOUNT.
           MOVE BR-DUES-SUBSIDY(BRANCH-IDX)   TO AD-DUES-SUBSIDY.
           MOVE BR-CLASS-SUBSIDY(BRANCH-IDX)  TO AD-CLASS-SUBSIDY.
           COMPUTE BRANCH-SUBSIDY-WORK =
               BR-DUES-SUBSIDY(BRANCH-IDX)
                   + BR-CLASS-SUBSIDY(BRANCH-IDX).
           MOVE BRANCH-SUBSIDY-WORK TO AD-TOTAL-SUBSIDY.
           MOVE ASSIST-DETAIL-LINE TO ASSIST-REPORT.
           WRITE ASSIST-REPORT AFTER ADVANCING 1 LINES.

      * EVERY APPROVAL PAST ITS REVIEW DATE - NO LONGER DISCOUNTED BY
      * RENEWAL, DRAFT, OR CLASS CHARGES - OR DUE WITHIN THE MONTH.
       400-WRITE-REVIEW-LIST.
           PERFORM 405-COMPUTE-REVIEW-CUTOFF.
           MOVE CD-CURRENT-DATE TO RH-CURRENT-DATE.
           MOVE REVIEW-HEADING-LINE TO ASSIST-REPORT.
           WRITE ASSIST-REPORT AFTER ADVANCING 3 LINES.
           MOVE REVIEW-COLUMN-LINE TO ASSIST-REPORT.
           WRITE ASSIST-REPORT AFTER ADVANCING 2 LINES.

           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - NO REVIEW LIST"
           ELSE
               PERFORM 410-CHECK-ONE-APPROVAL
                   WITH TEST AFTER
                   UNTIL EOF
               CLOSE YMCAMEM
           END-IF.

           MOVE EXPIRED-COUNT  TO RT-EXPIRED-COUNT.
           MOVE DUE-SOON-COUNT TO RT-DUE-SOON-COUNT.
           MOVE REVIEW-TRAILER-LINE TO ASSIST-REPORT.
           WRITE ASSIST-REPORT AFTER ADVANCING 2 LINES.

       405-COMPUTE-REVIEW-CUTOFF.
           MOVE CD-CURRENT-DATE TO REVIEW-CUTOFF-DATE.
           ADD 1 TO RC-MONTH.
           IF RC-MONTH > 12
               MOVE 1 TO RC-MONTH
               ADD 1 TO RC-YEAR
           END-IF.
           IF RC-DAY > 28
               MOVE 28 TO RC-DAY
           END-IF.

       410-CHECK-ONE-APPROVAL.
           READ YMCAMEM
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO MEMBERS-READ-COUNT
                   IF MBR-ASSIST-PERCENT NUMERIC
                       AND MBR-ASSIST-PERCENT > ZERO
                       PERFORM 420-LIST-APPROVAL
                   END-IF
           END-READ.

      * AN APPROVAL WITH NO USABLE REVIEW DATE IS TREATED AS EXPIRED -
      * THE BILLING PROGRAMS DO NOT HONOR IT EITHER.
       420-LIST-APPROVAL.
           MOVE SPACES TO RD-STATUS.
           IF MBR-ASSIST-REVIEW-DATE NOT NUMERIC
               OR MBR-ASSIST-REVIEW-DATE < CD-CURRENT-DATE
               MOVE "EXPIRED " TO RD-STATUS
               ADD 1 TO EXPIRED-COUNT
           ELSE
               IF MBR-ASSIST-REVIEW-DATE < REVIEW-CUTOFF-DATE
                   MOVE "DUE SOON" TO RD-STATUS
                   ADD 1 TO DUE-SOON-COUNT
               END-IF
           END-IF.
           IF RD-STATUS NOT = SPACES
               MOVE MBR-CARD-NUMBER     TO RD-CARD-NUMBER
               MOVE MBR-NAME            TO RD-MEMBER-NAME
               MOVE MBR-BRANCH-CODE     TO RD-BRANCH-CODE
               MOVE MBR-ASSIST-PERCENT  TO RD-ASSIST-PERCENT
               MOVE MBR-ASSIST-APPROVED-DATE TO RD-APPROVED-DATE
               MOVE MBR-ASSIST-REVIEW-DATE   TO RD-REVIEW-DATE
               MOVE MBR-ASSIST-APPROVER TO RD-APPROVER
               MOVE REVIEW-DETAIL-LINE  TO ASSIST-REPORT
               WRITE ASSIST-REPORT AFTER ADVANCING 1 LINES
           END-IF.
