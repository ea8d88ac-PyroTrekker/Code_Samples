      *          extract YMCA_PAYPOST writes (collected side), selects
      *          the requested month, and breaks billed and collected
      *          dollars out by MBR-BRANCH-CODE and revenue type
      *          (membership, class, massage, locker, other).  Produces
      *          a readable summary on REVSUMRPT plus the fixed-layout
      *          REVEXTR interface file - detail records and a control
      *          trailer whose totals tie back to the source files -
      *          that the accounting office imports instead of
      *          re-keying two print registers into their ledger.
      * Tectonics: cobc
      *
      * Modification History:
      *   05/23/2018 GW - Locker rental (LK) items from YMCA_LOCKER and
      *                   YMCA_LOCKRUN broken out as their own LOCKER
      *                   revenue type, code LKR, ahead of OTHER.
      *   06/20/2018 GW - Bad-debt write-offs (WO items from
      *                   YMCA_BADDEBT) kept out of billed and reported
      *                   in their own section and as W records on
      *                   REVEXTR, counted and totalled on the trailer.
      *                   Agency recoveries (RC) get their own RECOVERY
      *                   type, code RCV.
      *   06/27/2018 GW - A month older than what YMCA_PURGE kept live
      *                   can be summarized from the dated item archives
      *                   - the operator keys each archive path after
      *                   the live ARITEMS is read (blank ends).
      *   07/05/2018 GW - The employer shares YMCA_RENEWBILL and
      *                   YMCA_MEM_UPDATE bill to corporate accounts
      *                   (CORPITEMS, see CORPITEMREC copybook) are
      *                   added to membership billed under the
      *                   employee's branch, and employer payments
      *                   extracted by YMCA_CORPACCT land in the same
      *                   columns as a member's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-REVENUE-SUMMARY.
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.
           SELECT CORPITEMS ASSIGN TO WS-CORPITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPITEMS-STATUS.
           SELECT PAYEXTR ASSIGN TO WS-PAYEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.
       FD  ARITEMS.
           COPY ARITEMREC.

       FD  CORPITEMS.
           COPY CORPITEMREC.

       FD  PAYEXTR.
           COPY PAYXREC.

           05  RXT-DETAIL-COUNT        PIC 9(6).
           05  RXT-BILLED-TOTAL        PIC 9(9)V99.
           05  RXT-COLLECTED-TOTAL     PIC 9(9)V99.
           05  RXT-WRITEOFF-COUNT      PIC 9(6).
           05  RXT-WRITEOFF-TOTAL      PIC 9(9)V99.
      * ONE W RECORD PER BRANCH WITH BALANCES WRITTEN OFF TO THE
      * COLLECTION AGENCY IN THE MONTH - NOT BILLED, NOT COLLECTED,
      * COUNTED AND TOTALLED ON THEIR OWN IN THE TRAILER.
       01  REVENUE-WRITEOFF-RECORD.
           05  RXW-RECORD-TYPE         PIC X.
           05  RXW-PERIOD              PIC 9(6).
           05  RXW-BRANCH-CODE         PIC X(3).
           05  RXW-REVENUE-TYPE        PIC X(3).
           05  RXW-WRITEOFF-AMOUNT     PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).
           05  WS-PAYEXTR-PATH         PIC X(100).
           05  WS-REVSUMRPT-PATH       PIC X(100).
           05  WS-REVEXTR-PATH         PIC X(100).
       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".

       01  WS-CORPITEMS-STATUS         PIC X(2).
           88  WS-CORPITEMS-OK                    VALUE "00".

       01  WS-PAYEXTR-STATUS           PIC X(2).
           88  WS-PAYEXTR-OK                      VALUE "00".

               88  ITEM-EOF                               VALUE "Y".
           05  PAY-EOF-SWITCH              PIC X          VALUE "N".
               88  PAY-EOF                                VALUE "Y".
           05  CORP-EOF-SWITCH             PIC X          VALUE "N".
               88  CORP-EOF                               VALUE "Y".
           05  MORE-ARCHIVES-SWITCH        PIC X          VALUE "Y".
               88  MORE-ARCHIVES                          VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  BRANCH-ROW-SWITCH           PIC X.
           05  BRANCH-FOUND-IDX        PIC S9(3)      VALUE ZERO.
           05  TYPE-IDX                PIC S9(3)      VALUE ZERO.
           05  DETAIL-RECORD-COUNT     PIC S9(5)      VALUE ZERO.
           05  WRITEOFF-ITEM-COUNT     PIC S9(5)      VALUE ZERO.
           05  WRITEOFF-RECORD-COUNT   PIC S9(5)      VALUE ZERO.

      * ONE ROW PER BRANCH, SIX REVENUE TYPES EACH (1=MEMBERSHIP,
      * 2=CLASS, 3=MASSAGE, 4=LOCKER, 5=OTHER/UNAPPLIED, 6=AGENCY
      * RECOVERY), BILLED AND COLLECTED SIDE BY SIDE, PLUS THE
      * BRANCH'S BAD-DEBT WRITE-OFFS - OPENED ON THE FLY LIKE
      * YMCA_COMMRPT'S TRAINER ROWS.
       01  BRANCH-REVENUE-TABLE.
           05  BRANCH-ENTRY OCCURS 20 TIMES.
               10  BR-BRANCH-CODE          PIC X(3).
               10  BR-WRITTEN-OFF          PIC S9(7)V99  COMP-3.
               10  BR-TYPE-ENTRY OCCURS 6 TIMES.
                   15  BR-BILLED           PIC S9(7)V99  COMP-3.
                   15  BR-COLLECTED        PIC S9(7)V99  COMP-3.

       01  GRAND-TOTAL-FIELDS          PACKED-DECIMAL.
           05  GT-BILLED               PIC S9(9)V99   VALUE ZERO.
           05  GT-COLLECTED            PIC S9(9)V99   VALUE ZERO.
           05  GT-WRITTEN-OFF          PIC S9(9)V99   VALUE ZERO.

       01  WORK-BRANCH-CODE            PIC X(3).
       01  WORK-CARD-NUMBER            PIC 9(6)       VALUE ZERO.
       01  WORK-TYPE-INDEX             PIC S9(3)      BINARY.
       01  WORK-AMOUNT                 PIC 9(4)V99    VALUE ZERO.
       01  WORK-SOURCE-CODE            PIC X(2).
           05  FILLER                  PIC X(10)  VALUE "MEMBERSHIP".
           05  FILLER                  PIC X(10)  VALUE "CLASS     ".
           05  FILLER                  PIC X(10)  VALUE "MASSAGE   ".
           05  FILLER                  PIC X(10)  VALUE "LOCKER    ".
           05  FILLER                  PIC X(10)  VALUE "OTHER     ".
           05  FILLER                  PIC X(10)  VALUE "RECOVERY  ".
       01  REVENUE-TYPE-NAME-TABLE REDEFINES REVENUE-TYPE-NAMES.
           05  RT-NAME                 PIC X(10)  OCCURS 6 TIMES.

       01  REVENUE-TYPE-CODES.
           05  FILLER                  PIC X(3)   VALUE "MEM".
           05  FILLER                  PIC X(3)   VALUE "CLS".
           05  FILLER                  PIC X(3)   VALUE "MSG".
           05  FILLER                  PIC X(3)   VALUE "LKR".
           05  FILLER                  PIC X(3)   VALUE "OTH".
           05  FILLER                  PIC X(3)   VALUE "RCV".
       01  REVENUE-TYPE-CODE-TABLE REDEFINES REVENUE-TYPE-CODES.
           05  RT-CODE                 PIC X(3)   OCCURS 6 TIMES.

       01  SUMMARY-HEADING-LINE.
           05              PIC X(28)
           05          PIC XX      VALUE SPACE.
           05  ST-COLLECTED        PIC $ZZZ,ZZZ,ZZ9.99.

       01  WRITEOFF-HEADING-LINE.
           05          PIC X(36)
               VALUE "BAD-DEBT WRITE-OFFS TO COLLECTION - ".
           05          PIC X(24)   VALUE "NOT INCLUDED ABOVE      ".

       01  WRITEOFF-DETAIL-LINE.
           05  WD-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05                          PIC X(10)
                                           VALUE "WRITE-OFF ".
           05                          PIC XX          VALUE SPACE.
           05  WD-WRITTEN-OFF          PIC $Z,ZZZ,ZZ9.99.

       01  WRITEOFF-TRAILER-LINE.
           05          PIC X(18)   VALUE "WRITTEN OFF ----- ".
           05  WT-WRITTEN-OFF      PIC $ZZZ,ZZZ,ZZ9.99.
           05          PIC X(9)    VALUE ", ITEMS -".
           05  WT-ITEM-COUNT       PIC ZZ,ZZ9.

       01  SUMMARY-COUNT-LINE.
           05          PIC X(18)   VALUE "CHARGES READ ---- ".
           05  SC-ITEMS-READ       PIC ZZ,ZZ9.
           DISPLAY "PAYMENTS IN MONTH -- " PAYMENTS-IN-MONTH-COUNT.
           DISPLAY "BILLED ------------- " GT-BILLED.
           DISPLAY "COLLECTED ---------- " GT-COLLECTED.
           DISPLAY "WRITTEN OFF -------- " GT-WRITTEN-OFF.
           CLOSE YMCAMEM.
           STOP RUN.

               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-CORPITEMS-PATH FROM ENVIRONMENT "CORPITEMS_PATH".
           IF WS-CORPITEMS-PATH = SPACES
               MOVE "CORPITEMS.DAT" TO WS-CORPITEMS-PATH
           END-IF.

           ACCEPT WS-PAYEXTR-PATH FROM ENVIRONMENT "PAYEXTR_PATH".
           IF WS-PAYEXTR-PATH = SPACES
               MOVE "PAYEXTR.DAT" TO WS-PAYEXTR-PATH
      * BILLED SIDE - EVERY CHARGE ITEM RAISED IN THE MONTH, AT ITS
      * ORIGINAL AMOUNT (WHAT WAS BILLED, NOT WHAT IS STILL OWED),
      * BRANCH LOOKED UP ON YMCAMEM.  A MISSING ARITEMS JUST MEANS
      * NOTHING BILLED THROUGH THE ITEM PATH YET.  A WO ITEM IS THE
      * BAD-DEBT RUN'S WRITE-OFF OF BALANCES ALREADY BILLED, SO IT
      * GOES TO THE WRITE-OFF COLUMN AND NOT TO BILLED.
       100-TALLY-BILLED-SIDE.
           OPEN INPUT ARITEMS.
           IF NOT WS-ARITEMS-OK
               CLOSE ARITEMS
           END-IF.

      * A MONTH OLDER THAN WHAT YMCA_PURGE KEPT LIVE HAS ITS PAID-OFF
      * ITEMS ON THE DATED ITEM ARCHIVES - THE OPERATOR FEEDS THEM IN
      * HERE.
           PERFORM 130-TALLY-ONE-ARCHIVE
               WITH TEST AFTER
               UNTIL NOT MORE-ARCHIVES.

      * THE EMPLOYER SHARES BILLED TO CORPORATE ACCOUNTS ARE
      * MEMBERSHIP DUES TOO - TALLIED UNDER THE EMPLOYEE'S BRANCH SO
      * A BRANCH'S MEMBERSHIP BILLED IS THE WHOLE DUES, WHOEVER PAYS.
           OPEN INPUT CORPITEMS.
           IF WS-CORPITEMS-OK
               PERFORM 140-TALLY-ONE-CORP-ITEM
                   WITH TEST AFTER
                   UNTIL CORP-EOF
               CLOSE CORPITEMS
           END-IF.

       110-TALLY-ONE-CHARGE.
           READ ARITEMS
               AT END
                   ADD 1 TO ITEMS-READ-COUNT
                   IF ARI-CHARGE-DATE(1:6) = SUMMARY-PERIOD
                       ADD 1 TO ITEMS-IN-MONTH-COUNT
                       MOVE ARI-CARD-NUMBER TO WORK-CARD-NUMBER
                       PERFORM 160-LOOK-UP-ITEM-BRANCH
                       PERFORM 170-FIND-BRANCH-ROW
                       IF ARI-SOURCE-CODE = "WO"
                           PERFORM 120-TALLY-ONE-WRITEOFF
                       ELSE
                           MOVE ARI-SOURCE-CODE TO WORK-SOURCE-CODE
                           PERFORM 150-MAP-SOURCE-TO-TYPE
                           IF BRANCH-FOUND-IDX > ZERO
                               ADD ARI-ORIGINAL-AMOUNT TO
                                   BR-BILLED(BRANCH-FOUND-IDX,
                                       WORK-TYPE-INDEX)
                           END-IF
                           ADD ARI-ORIGINAL-AMOUNT TO GT-BILLED
                       END-IF
                   END-IF
           END-READ.

       120-TALLY-ONE-WRITEOFF.
           ADD 1 TO WRITEOFF-ITEM-COUNT.
           IF BRANCH-FOUND-IDX > ZERO
               ADD ARI-ORIGINAL-AMOUNT
                   TO BR-WRITTEN-OFF(BRANCH-FOUND-IDX)
           END-IF.
           ADD ARI-ORIGINAL-AMOUNT TO GT-WRITTEN-OFF.

       130-TALLY-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARITEMS-PATH.
           DISPLAY "Enter: Older Item Archive Path (BLANK = DONE)"
           ACCEPT WS-ARITEMS-PATH.
           IF WS-ARITEMS-PATH = SPACES
               MOVE "N" TO MORE-ARCHIVES-SWITCH
           ELSE
               OPEN INPUT ARITEMS
               IF NOT WS-ARITEMS-OK
                   DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS: "
                       WS-ARITEMS-STATUS " - SKIPPED"
               ELSE
                   MOVE "N" TO ITEM-EOF-SWITCH
                   PERFORM 110-TALLY-ONE-CHARGE
                       WITH TEST AFTER
                       UNTIL ITEM-EOF
                   CLOSE ARITEMS
               END-IF
           END-IF.

       140-TALLY-ONE-CORP-ITEM.
           READ CORPITEMS
               AT END
                   MOVE "Y" TO CORP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ITEMS-READ-COUNT
                   IF CPI-CHARGE-DATE(1:6) = SUMMARY-PERIOD
                       ADD 1 TO ITEMS-IN-MONTH-COUNT
                       MOVE CPI-CARD-NUMBER TO WORK-CARD-NUMBER
                       PERFORM 160-LOOK-UP-ITEM-BRANCH
                       PERFORM 170-FIND-BRANCH-ROW
                       MOVE CPI-SOURCE-CODE TO WORK-SOURCE-CODE
                       PERFORM 150-MAP-SOURCE-TO-TYPE
                       IF BRANCH-FOUND-IDX > ZERO
                           ADD CPI-ORIGINAL-AMOUNT TO
                               BR-BILLED(BRANCH-FOUND-IDX,
                                   WORK-TYPE-INDEX)
                       END-IF
                       ADD CPI-ORIGINAL-AMOUNT TO GT-BILLED
                   END-IF
           END-READ.

      * RC IS MONEY THE COLLECTION AGENCY SENT BACK, NET OF ITS FEE,
      * ON A BALANCE ALREADY WRITTEN OFF.  NM IS AN EMPLOYER'S SHARE
      * OF A NEW MEMBER'S FIRST PERIOD.
       150-MAP-SOURCE-TO-TYPE.
           EVALUATE WORK-SOURCE-CODE
               WHEN "RN" MOVE 1 TO WORK-TYPE-INDEX
               WHEN "NM" MOVE 1 TO WORK-TYPE-INDEX
               WHEN "CL" MOVE 2 TO WORK-TYPE-INDEX
               WHEN "MS" MOVE 3 TO WORK-TYPE-INDEX
               WHEN "LK" MOVE 4 TO WORK-TYPE-INDEX
               WHEN "RC" MOVE 6 TO WORK-TYPE-INDEX
               WHEN OTHER MOVE 5 TO WORK-TYPE-INDEX
           END-EVALUATE.

       160-LOOK-UP-ITEM-BRANCH.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE WORK-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
                   MOVE BRANCH-TABLE-COUNT TO BRANCH-FOUND-IDX
                   MOVE WORK-BRANCH-CODE
                       TO BR-BRANCH-CODE(BRANCH-FOUND-IDX)
                   MOVE ZERO TO BR-WRITTEN-OFF(BRANCH-FOUND-IDX)
                   PERFORM 180-CLEAR-ONE-BRANCH-ROW
                       VARYING TYPE-IDX FROM 1 BY 1
                       UNTIL TYPE-IDX > 6
               ELSE
                   DISPLAY "WARNING - BRANCH TABLE FULL, SKIPPING: "
                       WORK-BRANCH-CODE
           MOVE GT-COLLECTED TO ST-COLLECTED.
           MOVE SUMMARY-TRAILER-LINE TO REVSUM-REPORT.
           WRITE REVSUM-REPORT AFTER ADVANCING 2 LINES.
           IF WRITEOFF-ITEM-COUNT > ZERO
               MOVE WRITEOFF-HEADING-LINE TO REVSUM-REPORT
               WRITE REVSUM-REPORT AFTER ADVANCING 2 LINES
               PERFORM 330-PRINT-ONE-WRITEOFF
                   VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-TABLE-COUNT
               MOVE GT-WRITTEN-OFF      TO WT-WRITTEN-OFF
               MOVE WRITEOFF-ITEM-COUNT TO WT-ITEM-COUNT
               MOVE WRITEOFF-TRAILER-LINE TO REVSUM-REPORT
               WRITE REVSUM-REPORT AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ITEMS-READ-COUNT       TO SC-ITEMS-READ.
           MOVE ITEMS-IN-MONTH-COUNT   TO SC-ITEMS-MONTH.
           MOVE SUMMARY-COUNT-LINE TO REVSUM-REPORT.
       310-PRINT-ONE-BRANCH.
           PERFORM 320-PRINT-ONE-TYPE-LINE
               VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > 6.

       320-PRINT-ONE-TYPE-LINE.
           IF BR-BILLED(BRANCH-IDX, TYPE-IDX) NOT = ZERO
               WRITE REVSUM-REPORT AFTER ADVANCING 1 LINES
           END-IF.

       330-PRINT-ONE-WRITEOFF.
           IF BR-WRITTEN-OFF(BRANCH-IDX) NOT = ZERO
               MOVE BR-BRANCH-CODE(BRANCH-IDX) TO WD-BRANCH-CODE
               MOVE BR-WRITTEN-OFF(BRANCH-IDX) TO WD-WRITTEN-OFF
               MOVE WRITEOFF-DETAIL-LINE TO REVSUM-REPORT
               WRITE REVSUM-REPORT AFTER ADVANCING 1 LINES
           END-IF.

      * THE IMPORT FILE PROPER - D RECORDS FOR EVERY NONZERO BRANCH/
      * TYPE CELL AND ONE T TRAILER CARRYING THE RECORD COUNT AND
      * BOTH DOLLAR TOTALS, WHICH MUST EQUAL THE SUM OF THE DETAILS
      * OR THE ACCOUNTING INTAKE THROWS THE FILE BACK.  WRITE-OFFS
      * GO OUT AS SEPARATE W RECORDS, BALANCED BY THEIR OWN COUNT
      * AND TOTAL ON THE END OF THE TRAILER.
       400-WRITE-INTERFACE-FILE.
           OPEN OUTPUT REVEXTR.
           PERFORM 410-EXTRACT-ONE-BRANCH
           MOVE DETAIL-RECORD-COUNT TO RXT-DETAIL-COUNT.
           MOVE GT-BILLED           TO RXT-BILLED-TOTAL.
           MOVE GT-COLLECTED        TO RXT-COLLECTED-TOTAL.
           MOVE WRITEOFF-RECORD-COUNT TO RXT-WRITEOFF-COUNT.
           MOVE GT-WRITTEN-OFF      TO RXT-WRITEOFF-TOTAL.
           WRITE REVENUE-TRAILER-RECORD.
           CLOSE REVEXTR.

       410-EXTRACT-ONE-BRANCH.
           PERFORM 420-EXTRACT-ONE-TYPE
               VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > 6.
           IF BR-WRITTEN-OFF(BRANCH-IDX) NOT = ZERO
               ADD 1 TO WRITEOFF-RECORD-COUNT
               MOVE "W"            TO RXW-RECORD-TYPE
               MOVE SUMMARY-PERIOD TO RXW-PERIOD
               MOVE BR-BRANCH-CODE(BRANCH-IDX) TO RXW-BRANCH-CODE
               MOVE "WOF"                      TO RXW-REVENUE-TYPE
               MOVE BR-WRITTEN-OFF(BRANCH-IDX) TO RXW-WRITEOFF-AMOUNT
               WRITE REVENUE-WRITEOFF-RECORD
           END-IF.

       420-EXTRACT-ONE-TYPE.
           IF BR-BILLED(BRANCH-IDX, TYPE-IDX) NOT = ZERO
