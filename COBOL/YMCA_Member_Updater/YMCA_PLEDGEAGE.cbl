      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/12/2018
      * Purpose: Campaign pledge aging report.  Reads every open pledge
      *          on PLEDGES (see PLEDGEREC) in donor order, lays out its
      *          installment schedule from the first due date, and ages
      *          whatever part of each installment already due has not
      *          been paid - 0-30 / 31-60 / 61-90 / OVER 90 days past
      *          its due date, the same buckets YMCA_ARAGING uses.
      *          Gifts pay installments oldest first.  One line per
      *          pledge behind on its schedule, with the donor's name
      *          from DONORMAS, then the same buckets per branch
      *          credited and an association total with the balance
      *          not yet due.  Paid and cancelled pledges never age.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-PLEDGE-AGING.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PLEDGES ASSIGN TO WS-PLEDGES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLG-PLEDGE-KEY
               FILE STATUS IS WS-PLEDGES-STATUS.
           SELECT DONORMAS ASSIGN TO WS-DONORMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DNR-DONOR-NUMBER
               FILE STATUS IS WS-DONORMAS-STATUS.
           SELECT PLEDGERPT ASSIGN TO WS-PLEDGERPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PLEDGES.
           COPY PLEDGEREC.

       FD  DONORMAS.
           COPY DONORREC.

       FD  PLEDGERPT.
       01  PLEDGE-AGING-REPORT         PIC X(130).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-PLEDGES-PATH         PIC X(100).
           05  WS-DONORMAS-PATH        PIC X(100).
           05  WS-PLEDGERPT-PATH       PIC X(100).

       01  WS-PLEDGES-STATUS           PIC X(2).
           88  WS-PLEDGES-OK                      VALUE "00".

       01  WS-DONORMAS-STATUS          PIC X(2).
           88  WS-DONORMAS-OK                     VALUE "00".

       01  SWITCHES.
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  DONORMAS-OPEN-SWITCH        PIC X          VALUE "N".
               88  DONORMAS-OPEN                          VALUE "Y".
           05  DONOR-FOUND-SWITCH          PIC X.
               88  DONOR-FOUND                            VALUE "Y".
           05  NOT-YET-DUE-SWITCH          PIC X.
               88  INSTALLMENT-NOT-YET-DUE                VALUE "Y".
           05  BRANCH-ROW-SWITCH           PIC X.
               88  BRANCH-ROW-FOUND                       VALUE "Y".

       01  AGING-COUNT-FIELDS          BINARY.
           05  PLEDGES-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  OPEN-PLEDGE-COUNT       PIC S9(5)      VALUE ZERO.
           05  PLEDGES-BEHIND-COUNT    PIC S9(5)      VALUE ZERO.
           05  BRANCH-TABLE-COUNT      PIC S9(3)      VALUE ZERO.
           05  BRANCH-TABLE-MAX        PIC S9(3)      VALUE 20.
           05  BRANCH-IDX              PIC S9(3)      VALUE ZERO.
           05  BRANCH-FOUND-IDX        PIC S9(3)      VALUE ZERO.
           05  INSTALLMENT-IDX         PIC S9(3)      VALUE ZERO.
           05  INSTALLMENT-LIMIT       PIC S9(3)      VALUE ZERO.
           05  STEP-MONTHS             PIC S9(3)      VALUE ZERO.
           05  MONTHS-OFFSET           PIC S9(5)      VALUE ZERO.
           05  YEARS-OFFSET            PIC S9(5)      VALUE ZERO.
           05  MONTH-REMAINDER         PIC S9(3)      VALUE ZERO.
           05  ITEM-AGE-DAYS           PIC S9(7)      VALUE ZERO.

      * ONE INSTALLMENT'S SHARE OF THE PLEDGE - WHAT THE DONOR SHOULD
      * HAVE GIVEN THROUGH IT AND THROUGH THE ONE BEFORE, AND HOW MUCH
      * OF IT THE GIFTS SO FAR HAVE NOT COVERED.
       01  INSTALLMENT-WORK-FIELDS     PACKED-DECIMAL.
           05  DUE-THROUGH-AMOUNT      PIC S9(7)V99   VALUE ZERO.
           05  DUE-BEFORE-AMOUNT       PIC S9(7)V99   VALUE ZERO.
           05  UNPAID-PORTION          PIC S9(7)V99   VALUE ZERO.
           05  UNPAID-THROUGH-AMOUNT   PIC S9(7)V99   VALUE ZERO.
           05  NOT-YET-DUE-AMOUNT      PIC S9(7)V99   VALUE ZERO.

      * THE PLEDGE'S BUCKETS, ACCUMULATED ACROSS ITS INSTALLMENTS.
       01  PLEDGE-BUCKET-FIELDS        PACKED-DECIMAL.
           05  PB-CURRENT              PIC S9(7)V99   VALUE ZERO.
           05  PB-OVER-30              PIC S9(7)V99   VALUE ZERO.
           05  PB-OVER-60              PIC S9(7)V99   VALUE ZERO.
           05  PB-OVER-90              PIC S9(7)V99   VALUE ZERO.
           05  PB-TOTAL                PIC S9(7)V99   VALUE ZERO.

       01  GRAND-BUCKET-FIELDS         PACKED-DECIMAL.
           05  GB-CURRENT              PIC S9(7)V99   VALUE ZERO.
           05  GB-OVER-30              PIC S9(7)V99   VALUE ZERO.
           05  GB-OVER-60              PIC S9(7)V99   VALUE ZERO.
           05  GB-OVER-90              PIC S9(7)V99   VALUE ZERO.
           05  GB-TOTAL                PIC S9(7)V99   VALUE ZERO.
           05  GB-NOT-YET-DUE          PIC S9(7)V99   VALUE ZERO.

      * ONE ROW PER BRANCH CREDITED, OPENED ON THE FLY AS PLEDGES LAND
      * - THE SAME TECHNIQUE YMCA_ARAGING USES.
       01  BRANCH-BUCKET-TABLE.
           05  BRANCH-ENTRY OCCURS 20 TIMES.
               10  BB-BRANCH-CODE          PIC X(3).
               10  BB-CURRENT              PIC S9(7)V99  VALUE ZERO.
               10  BB-OVER-30              PIC S9(7)V99  VALUE ZERO.
               10  BB-OVER-60              PIC S9(7)V99  VALUE ZERO.
               10  BB-OVER-90              PIC S9(7)V99  VALUE ZERO.
               10  BB-TOTAL                PIC S9(7)V99  VALUE ZERO.

       01  DONOR-NAME-WORK             PIC X(24).

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

      * THE FIRST DUE DATE, AND THE DUE DATE OF THE INSTALLMENT BEING
      * AGED - THE FIRST DATE STEPPED ON BY WHOLE MONTHS, THE DAY
      * PULLED BACK TO THE MONTH'S LAST WHEN THE MONTH IS SHORTER.
       01  DUE-DATE-FIELDS.
           05  FIRST-DUE-DATE          PIC 9(8).
           05  FIRST-DUE-DATE-X        REDEFINES FIRST-DUE-DATE.
               10  FIRST-DUE-YEAR          PIC 9(4).
               10  FIRST-DUE-MONTH         PIC 99.
               10  FIRST-DUE-DAY           PIC 99.
           05  DUE-DATE                PIC 9(8).
           05  DUE-DATE-X              REDEFINES DUE-DATE.
               10  DUE-YEAR                PIC 9(4).
               10  DUE-MONTH               PIC 99.
               10  DUE-DAY                 PIC 99.

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

      * SERIAL DAY-NUMBER CONVERSION - THE SAME ROUTINE YMCA_ARAGING
      * AGES ITS OPEN ITEMS WITH.
       01  DAY-NUMBER-FIELDS.
           05  DAYNUM-DATE             PIC 9(8).
           05  DAYNUM-DATE-X           REDEFINES DAYNUM-DATE.
               10  DAYNUM-YEAR             PIC 9(4).
               10  DAYNUM-MONTH            PIC 99.
               10  DAYNUM-DAY              PIC 99.
           05  DAYNUM-RESULT           PIC S9(7)      VALUE ZERO.
           05  TODAY-DAY-NUMBER        PIC S9(7)      VALUE ZERO.
           05  PRIOR-YEARS-WORK        PIC 9(4)       VALUE ZERO.
           05  LEAP-DAYS-WORK          PIC 9(4)       VALUE ZERO.

       01  LEAP-YEAR-WORK-FIELDS.
           05  LEAP-CHECK-YEAR         PIC 9(4)       VALUE ZERO.
           05  LEAP-QUOTIENT           PIC 9(4)       VALUE ZERO.
           05  LEAP-REMAINDER-4        PIC 9          VALUE ZERO.
           05  LEAP-REMAINDER-100      PIC 99         VALUE ZERO.
           05  LEAP-REMAINDER-400      PIC 9(3)       VALUE ZERO.
           05  LEAP-YEAR-SWITCH        PIC X.
               88  LEAP-YEAR                          VALUE "Y".

       01  CUMULATIVE-DAYS-TABLE.
           05  FILLER                  PIC 9(3)       VALUE 0.
           05  FILLER                  PIC 9(3)       VALUE 31.
           05  FILLER                  PIC 9(3)       VALUE 59.
           05  FILLER                  PIC 9(3)       VALUE 90.
           05  FILLER                  PIC 9(3)       VALUE 120.
           05  FILLER                  PIC 9(3)       VALUE 151.
           05  FILLER                  PIC 9(3)       VALUE 181.
           05  FILLER                  PIC 9(3)       VALUE 212.
           05  FILLER                  PIC 9(3)       VALUE 243.
           05  FILLER                  PIC 9(3)       VALUE 273.
           05  FILLER                  PIC 9(3)       VALUE 304.
           05  FILLER                  PIC 9(3)       VALUE 334.
       01  CUMULATIVE-DAYS REDEFINES CUMULATIVE-DAYS-TABLE.
           05  CUM-DAYS                PIC 9(3)       OCCURS 12 TIMES.

       01  PLEDGE-HEADING-LINE.
           05              PIC X(8)        VALUE "DONOR   ".
           05              PIC X(26)       VALUE "DONOR NAME".
           05              PIC X(4)        VALUE "PLG ".
           05              PIC X(6)        VALUE "YEAR  ".
           05              PIC X(5)        VALUE "BRN  ".
           05              PIC X(12)       VALUE "    PLEDGED ".
           05              PIC X(12)       VALUE "       PAID ".
           05              PIC X(12)       VALUE "  0-30 DAYS ".
           05              PIC X(12)       VALUE "      31-60 ".
           05              PIC X(12)       VALUE "      61-90 ".
           05              PIC X(12)       VALUE "    OVER 90 ".
           05              PIC X(12)       VALUE "   PAST DUE ".

       01  PLEDGE-DETAIL-LINE.
           05  PD-DONOR-NUMBER         PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  PD-DONOR-NAME           PIC X(24).
           05                          PIC XX          VALUE SPACE.
           05  PD-PLEDGE-SEQ           PIC 99.
           05                          PIC XX          VALUE SPACE.
           05  PD-CAMPAIGN-YEAR        PIC 9(4).
           05                          PIC XX          VALUE SPACE.
           05  PD-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  PD-PLEDGED-AMOUNT       PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  PD-PAID-AMOUNT          PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  PD-CURRENT              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  PD-OVER-30              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  PD-OVER-60              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  PD-OVER-90              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  PD-TOTAL                PIC $ZZZ,ZZ9.99.

       01  BRANCH-HEADING-LINE.
           05              PIC X(35)
               VALUE "BRANCH TOTALS ---------------------".

       01  BRANCH-DETAIL-LINE.
           05  BD-BRANCH-CODE          PIC X(3).
           05                          PIC X(70)       VALUE SPACE.
           05  BD-CURRENT              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  BD-OVER-30              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  BD-OVER-60              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  BD-OVER-90              PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  BD-TOTAL                PIC $ZZZ,ZZ9.99.

       01  PLEDGE-TRAILER-LINE.
           05          PIC X(18)   VALUE "ASSOCIATION ----- ".
           05          PIC X(55)   VALUE SPACE.
           05  PT-CURRENT          PIC $ZZZ,ZZ9.99.
           05          PIC X       VALUE SPACE.
           05  PT-OVER-30          PIC $ZZZ,ZZ9.99.
           05          PIC X       VALUE SPACE.
           05  PT-OVER-60          PIC $ZZZ,ZZ9.99.
           05          PIC X       VALUE SPACE.
           05  PT-OVER-90          PIC $ZZZ,ZZ9.99.
           05          PIC X       VALUE SPACE.
           05  PT-TOTAL            PIC $ZZZ,ZZ9.99.

       01  PLEDGE-COUNT-LINE.
           05          PIC X(20)   VALUE "PLEDGES READ ------ ".
           05  PC-READ-COUNT       PIC ZZ,ZZ9.
           05          PIC X(8)    VALUE ", OPEN: ".
           05  PC-OPEN-COUNT       PIC ZZ,ZZ9.
           05          PIC X(15)   VALUE ", PAST DUE: ".
           05  PC-BEHIND-COUNT     PIC ZZ,ZZ9.
           05          PIC X(19)   VALUE ", NOT YET DUE: ".
           05  PC-NOT-YET-DUE      PIC $Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-PREPARE-PLEDGE-AGING.
           PERFORM 050-GET-RUNTIME-PATHS.
           OPEN OUTPUT PLEDGERPT.
           OPEN INPUT PLEDGES.
           IF NOT WS-PLEDGES-OK
               DISPLAY "NO PLEDGES AT " WS-PLEDGES-PATH
                   " - NO PLEDGES TO AGE"
               MOVE "Y" TO EOF-SWITCH
           END-IF.
           OPEN INPUT DONORMAS.
           IF WS-DONORMAS-OK
               MOVE "Y" TO DONORMAS-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN DONORMAS AT " WS-DONORMAS-PATH
                   " - DONOR NAMES WILL NOT PRINT"
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           MOVE CD-CURRENT-DATE TO DAYNUM-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE DAYNUM-RESULT TO TODAY-DAY-NUMBER.

           MOVE PLEDGE-HEADING-LINE TO PLEDGE-AGING-REPORT.
           WRITE PLEDGE-AGING-REPORT.

           PERFORM 100-AGE-ONE-PLEDGE
               WITH TEST AFTER
               UNTIL EOF.

           PERFORM 500-PRINT-BRANCH-TOTALS.
           PERFORM 510-PRINT-AGING-TRAILER.
           DISPLAY "PLEDGES READ: " PLEDGES-READ-COUNT
               " OPEN: " OPEN-PLEDGE-COUNT
               " PAST DUE: " PLEDGES-BEHIND-COUNT.
           IF WS-PLEDGES-OK
               CLOSE PLEDGES
           END-IF.
           IF DONORMAS-OPEN
               CLOSE DONORMAS
           END-IF.
           CLOSE PLEDGERPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-PLEDGES-PATH FROM ENVIRONMENT "PLEDGES_PATH".
           IF WS-PLEDGES-PATH = SPACES
               MOVE "PLEDGES.DAT" TO WS-PLEDGES-PATH
           END-IF.

           ACCEPT WS-DONORMAS-PATH FROM ENVIRONMENT "DONORMAS_PATH".
           IF WS-DONORMAS-PATH = SPACES
               MOVE "DONORMAS.DAT" TO WS-DONORMAS-PATH
           END-IF.

           ACCEPT WS-PLEDGERPT-PATH FROM ENVIRONMENT "PLEDGERPT_PATH".
           IF WS-PLEDGERPT-PATH = SPACES
               MOVE "PLEDGEAGE.TXT" TO WS-PLEDGERPT-PATH
           END-IF.

       100-AGE-ONE-PLEDGE.
           IF NOT EOF
               READ PLEDGES NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-SWITCH
               END-READ
           END-IF.
           IF NOT EOF
               ADD 1 TO PLEDGES-READ-COUNT
               IF PLG-OPEN
                   ADD 1 TO OPEN-PLEDGE-COUNT
                   PERFORM 110-AGE-PLEDGE-SCHEDULE
               END-IF
           END-IF.

      * INSTALLMENTS FALL DUE IN DATE ORDER, SO THE FIRST ONE NOT YET
      * DUE ENDS THE SCHEDULE.  WHAT IS LEFT OF THE PLEDGE BEYOND THE
      * PAST-DUE DOLLARS IS THE BALANCE NOT YET DUE.
       110-AGE-PLEDGE-SCHEDULE.
           MOVE ZERO TO PB-CURRENT
                        PB-OVER-30
                        PB-OVER-60
                        PB-OVER-90
                        PB-TOTAL.
           MOVE PLG-FIRST-DUE-DATE TO FIRST-DUE-DATE.
           EVALUATE TRUE
               WHEN PLG-MONTHLY
                   MOVE 1  TO STEP-MONTHS
               WHEN PLG-QUARTERLY
                   MOVE 3  TO STEP-MONTHS
               WHEN OTHER
                   MOVE 12 TO STEP-MONTHS
           END-EVALUATE.
           MOVE PLG-INSTALLMENT-COUNT TO INSTALLMENT-LIMIT.
           IF INSTALLMENT-LIMIT < 1
               MOVE 1 TO INSTALLMENT-LIMIT
           END-IF.
           MOVE "N" TO NOT-YET-DUE-SWITCH.
           PERFORM 200-AGE-ONE-INSTALLMENT
               VARYING INSTALLMENT-IDX FROM 1 BY 1
               UNTIL INSTALLMENT-IDX > INSTALLMENT-LIMIT
                  OR INSTALLMENT-NOT-YET-DUE.
           COMPUTE NOT-YET-DUE-AMOUNT =
               PLG-PLEDGED-AMOUNT - PLG-PAID-AMOUNT - PB-TOTAL.
           IF NOT-YET-DUE-AMOUNT > ZERO
               ADD NOT-YET-DUE-AMOUNT TO GB-NOT-YET-DUE
           END-IF.
           IF PB-TOTAL > ZERO
               PERFORM 400-PRINT-PLEDGE-LINE
           END-IF.

      * INSTALLMENT N IS DUE N-1 STEPS AFTER THE FIRST.  THROUGH IT
      * THE DONOR OWES N EVEN SHARES, AND THE WHOLE PLEDGE AT THE LAST
      * ONE; THE GIFTS COVER THE SHARES OLDEST FIRST.
       200-AGE-ONE-INSTALLMENT.
           COMPUTE MONTHS-OFFSET =
               (INSTALLMENT-IDX - 1) * STEP-MONTHS
               + FIRST-DUE-MONTH - 1.
           DIVIDE MONTHS-OFFSET BY 12 GIVING YEARS-OFFSET
               REMAINDER MONTH-REMAINDER.
           COMPUTE DUE-YEAR  = FIRST-DUE-YEAR + YEARS-OFFSET.
           COMPUTE DUE-MONTH = MONTH-REMAINDER + 1.
           MOVE FIRST-DUE-DAY TO DUE-DAY.
           PERFORM 920-SET-FEBRUARY-DAYS.
           IF DUE-DAY > DIM-DAYS(DUE-MONTH)
               MOVE DIM-DAYS(DUE-MONTH) TO DUE-DAY
           END-IF.
           MOVE DUE-DATE TO DAYNUM-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           COMPUTE ITEM-AGE-DAYS = TODAY-DAY-NUMBER - DAYNUM-RESULT.
           IF ITEM-AGE-DAYS < ZERO
               MOVE "Y" TO NOT-YET-DUE-SWITCH
           ELSE
               COMPUTE DUE-BEFORE-AMOUNT =
                   PLG-INSTALLMENT-AMOUNT * (INSTALLMENT-IDX - 1)
               IF INSTALLMENT-IDX = INSTALLMENT-LIMIT
                   MOVE PLG-PLEDGED-AMOUNT TO DUE-THROUGH-AMOUNT
               ELSE
                   COMPUTE DUE-THROUGH-AMOUNT =
                       PLG-INSTALLMENT-AMOUNT * INSTALLMENT-IDX
               END-IF
               COMPUTE UNPAID-PORTION =
                   DUE-THROUGH-AMOUNT - DUE-BEFORE-AMOUNT
               COMPUTE UNPAID-THROUGH-AMOUNT =
                   DUE-THROUGH-AMOUNT - PLG-PAID-AMOUNT
               IF UNPAID-THROUGH-AMOUNT < UNPAID-PORTION
                   MOVE UNPAID-THROUGH-AMOUNT TO UNPAID-PORTION
               END-IF
               IF UNPAID-PORTION > ZERO
                   PERFORM 210-BUCKET-INSTALLMENT
               END-IF
           END-IF.

       210-BUCKET-INSTALLMENT.
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS NOT > 30
                   ADD UNPAID-PORTION TO PB-CURRENT
               WHEN ITEM-AGE-DAYS NOT > 60
                   ADD UNPAID-PORTION TO PB-OVER-30
               WHEN ITEM-AGE-DAYS NOT > 90
                   ADD UNPAID-PORTION TO PB-OVER-60
               WHEN OTHER
                   ADD UNPAID-PORTION TO PB-OVER-90
           END-EVALUATE.
           ADD UNPAID-PORTION TO PB-TOTAL.

      * ONE LINE PER PLEDGE BEHIND ON ITS SCHEDULE.
       400-PRINT-PLEDGE-LINE.
           PERFORM 410-LOOK-UP-DONOR.
           ADD 1 TO PLEDGES-BEHIND-COUNT.
           MOVE PLG-DONOR-NUMBER   TO PD-DONOR-NUMBER.
           MOVE DONOR-NAME-WORK    TO PD-DONOR-NAME.
           MOVE PLG-PLEDGE-SEQ     TO PD-PLEDGE-SEQ.
           MOVE PLG-CAMPAIGN-YEAR  TO PD-CAMPAIGN-YEAR.
           MOVE PLG-BRANCH-CODE    TO PD-BRANCH-CODE.
           MOVE PLG-PLEDGED-AMOUNT TO PD-PLEDGED-AMOUNT.
           MOVE PLG-PAID-AMOUNT    TO PD-PAID-AMOUNT.
           MOVE PB-CURRENT         TO PD-CURRENT.
           MOVE PB-OVER-30         TO PD-OVER-30.
           MOVE PB-OVER-60         TO PD-OVER-60.
           MOVE PB-OVER-90         TO PD-OVER-90.
           MOVE PB-TOTAL           TO PD-TOTAL.
           MOVE PLEDGE-DETAIL-LINE TO PLEDGE-AGING-REPORT.
           WRITE PLEDGE-AGING-REPORT AFTER ADVANCING 1 LINES.

           PERFORM 420-POST-TO-BRANCH-ROW.

           ADD PB-CURRENT TO GB-CURRENT.
           ADD PB-OVER-30 TO GB-OVER-30.
           ADD PB-OVER-60 TO GB-OVER-60.
           ADD PB-OVER-90 TO GB-OVER-90.
           ADD PB-TOTAL   TO GB-TOTAL.

       410-LOOK-UP-DONOR.
           MOVE "N" TO DONOR-FOUND-SWITCH.
           IF DONORMAS-OPEN
               MOVE PLG-DONOR-NUMBER TO DNR-DONOR-NUMBER
               READ DONORMAS
                   INVALID KEY
                       MOVE "N" TO DONOR-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO DONOR-FOUND-SWITCH
               END-READ
           END-IF.
           IF DONOR-FOUND
               MOVE DNR-DONOR-NAME TO DONOR-NAME-WORK
           ELSE
               MOVE "** NOT ON DONOR FILE" TO DONOR-NAME-WORK
           END-IF.

       420-POST-TO-BRANCH-ROW.
           MOVE "N" TO BRANCH-ROW-SWITCH.
           PERFORM 425-MATCH-ONE-BRANCH-ROW
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-TABLE-COUNT
                  OR BRANCH-ROW-FOUND.
           IF NOT BRANCH-ROW-FOUND
               IF BRANCH-TABLE-COUNT < BRANCH-TABLE-MAX
                   ADD 1 TO BRANCH-TABLE-COUNT
                   MOVE BRANCH-TABLE-COUNT TO BRANCH-FOUND-IDX
                   MOVE PLG-BRANCH-CODE
                       TO BB-BRANCH-CODE(BRANCH-FOUND-IDX)
                   MOVE ZERO TO BB-CURRENT(BRANCH-FOUND-IDX)
                                BB-OVER-30(BRANCH-FOUND-IDX)
                                BB-OVER-60(BRANCH-FOUND-IDX)
                                BB-OVER-90(BRANCH-FOUND-IDX)
                                BB-TOTAL(BRANCH-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - BRANCH TABLE FULL, SKIPPING: "
                       PLG-BRANCH-CODE
                   MOVE ZERO TO BRANCH-FOUND-IDX
               END-IF
           END-IF.
           IF BRANCH-FOUND-IDX > ZERO
               ADD PB-CURRENT TO BB-CURRENT(BRANCH-FOUND-IDX)
               ADD PB-OVER-30 TO BB-OVER-30(BRANCH-FOUND-IDX)
               ADD PB-OVER-60 TO BB-OVER-60(BRANCH-FOUND-IDX)
               ADD PB-OVER-90 TO BB-OVER-90(BRANCH-FOUND-IDX)
               ADD PB-TOTAL   TO BB-TOTAL(BRANCH-FOUND-IDX)
           END-IF.

       425-MATCH-ONE-BRANCH-ROW.
           IF BB-BRANCH-CODE(BRANCH-IDX) = PLG-BRANCH-CODE
               MOVE "Y" TO BRANCH-ROW-SWITCH
               MOVE BRANCH-IDX TO BRANCH-FOUND-IDX
           END-IF.

       500-PRINT-BRANCH-TOTALS.
           IF BRANCH-TABLE-COUNT > ZERO
               MOVE BRANCH-HEADING-LINE TO PLEDGE-AGING-REPORT
               WRITE PLEDGE-AGING-REPORT AFTER ADVANCING 2 LINES
               PERFORM 505-PRINT-ONE-BRANCH-TOTAL
                   VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-TABLE-COUNT
           END-IF.

       505-PRINT-ONE-BRANCH-TOTAL.
           MOVE BB-BRANCH-CODE(BRANCH-IDX) TO BD-BRANCH-CODE.
           MOVE BB-CURRENT(BRANCH-IDX)     TO BD-CURRENT.
           MOVE BB-OVER-30(BRANCH-IDX)     TO BD-OVER-30.
           MOVE BB-OVER-60(BRANCH-IDX)     TO BD-OVER-60.
           MOVE BB-OVER-90(BRANCH-IDX)     TO BD-OVER-90.
           MOVE BB-TOTAL(BRANCH-IDX)       TO BD-TOTAL.
           MOVE BRANCH-DETAIL-LINE TO PLEDGE-AGING-REPORT.
           WRITE PLEDGE-AGING-REPORT AFTER ADVANCING 1 LINES.

       510-PRINT-AGING-TRAILER.
           MOVE GB-CURRENT TO PT-CURRENT.
           MOVE GB-OVER-30 TO PT-OVER-30.
           MOVE GB-OVER-60 TO PT-OVER-60.
           MOVE GB-OVER-90 TO PT-OVER-90.
           MOVE GB-TOTAL   TO PT-TOTAL.
           MOVE PLEDGE-TRAILER-LINE TO PLEDGE-AGING-REPORT.
           WRITE PLEDGE-AGING-REPORT AFTER ADVANCING 2 LINES.
           MOVE PLEDGES-READ-COUNT   TO PC-READ-COUNT.
           MOVE OPEN-PLEDGE-COUNT    TO PC-OPEN-COUNT.
           MOVE PLEDGES-BEHIND-COUNT TO PC-BEHIND-COUNT.
           MOVE GB-NOT-YET-DUE       TO PC-NOT-YET-DUE.
           MOVE PLEDGE-COUNT-LINE    TO PLEDGE-AGING-REPORT.
           WRITE PLEDGE-AGING-REPORT AFTER ADVANCING 1 LINES.

      * TURNS DAYNUM-DATE INTO A SERIAL DAY COUNT - SEE YMCA_ARAGING.
       900-COMPUTE-DAY-NUMBER.
           COMPUTE PRIOR-YEARS-WORK = DAYNUM-YEAR - 1.
           DIVIDE PRIOR-YEARS-WORK BY 4
               GIVING LEAP-DAYS-WORK.
           DIVIDE PRIOR-YEARS-WORK BY 100
               GIVING LEAP-QUOTIENT.
           SUBTRACT LEAP-QUOTIENT FROM LEAP-DAYS-WORK.
           DIVIDE PRIOR-YEARS-WORK BY 400
               GIVING LEAP-QUOTIENT.
           ADD LEAP-QUOTIENT TO LEAP-DAYS-WORK.
           COMPUTE DAYNUM-RESULT =
               (PRIOR-YEARS-WORK * 365) + LEAP-DAYS-WORK
               + CUM-DAYS(DAYNUM-MONTH) + DAYNUM-DAY.
           IF DAYNUM-MONTH > 2
               MOVE DAYNUM-YEAR TO LEAP-CHECK-YEAR
               PERFORM 910-CHECK-LEAP-YEAR
               IF LEAP-YEAR
                   ADD 1 TO DAYNUM-RESULT
               END-IF
           END-IF.

       910-CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-YEAR-SWITCH.
           DIVIDE LEAP-CHECK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-4.
           IF LEAP-REMAINDER-4 = ZERO
               DIVIDE LEAP-CHECK-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               IF LEAP-REMAINDER-100 NOT = ZERO
                   MOVE "Y" TO LEAP-YEAR-SWITCH
               ELSE
                   DIVIDE LEAP-CHECK-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER-400
                   IF LEAP-REMAINDER-400 = ZERO
                       MOVE "Y" TO LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

       920-SET-FEBRUARY-DAYS.
           MOVE DUE-YEAR TO LEAP-CHECK-YEAR.
           PERFORM 910-CHECK-LEAP-YEAR.
           IF LEAP-YEAR
               MOVE 29 TO DIM-DAYS(2)
           ELSE
               MOVE 28 TO DIM-DAYS(2)
           END-IF.
