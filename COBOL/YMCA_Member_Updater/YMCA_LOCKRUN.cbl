      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/23/2018
      * Purpose: Monthly locker run.  Reads every locker on LOCKMAS
      *          (see LOCKREC copybook) for the billing month keyed at
      *          the start of the run and does three things:
      *          - bills each occupied locker not yet billed through
      *            the month, one LK item on ARITEMS per month owed,
      *            the same way YMCA_LOCKER charges the first month,
      *            and lists the charges on LOCKBILL.TXT;
      *          - lists on LOCKVACATE.TXT the lockers whose lock must
      *            be cut: a rental whose end date fell before the
      *            month, and a locker held by a member who is no
      *            longer on YMCAMEM (terminated) or is not ACTIVE
      *            (frozen, inactive, suspended).  These are not
      *            billed; the desk releases each one in YMCA_LOCKER
      *            once the lock is cut and the contents bagged;
      *          - counts lockers by branch and room on LOCKOCC.TXT -
      *            occupied, vacant, and out of service, with the
      *            share of in-service lockers occupied.
      *          Safe to run again for the same month; a locker
      *          already billed through the month is not billed twice.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs LOCKRN authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      *   08/16/2018 GW - A month that would take the member past the
      *                   balance-due limit is not charged: no credit is
      *                   used, nothing is rewritten or put on ARITEMS
      *                   or the register, the card is shown NOT
      *                   CHARGED, and the locker is set back to the
      *                   last month charged so the next run bills what
      *                   is still owed.
      *   08/23/2018 GW - A failed member rewrite is now handled like
      *                   the balance limit: the month is not listed,
      *                   counted or totalled, billing stops for that
      *                   locker, and the locker is set back to the last
      *                   month charged.  The failed month is also taken
      *                   back out of the member record in storage.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-LOCKER-MONTHLY.

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
           SELECT LOCKMAS ASSIGN TO WS-LOCKMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LKR-LOCKER-KEY
               FILE STATUS IS WS-LOCKMAS-STATUS.
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.
           SELECT BILLRPT ASSIGN TO WS-BILLRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VACATERPT ASSIGN TO WS-VACATERPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OCCRPT ASSIGN TO WS-OCCRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  LOCKMAS.
           COPY LOCKREC.

       FD  ARITEMS.
           COPY ARITEMREC.

       FD  BILLRPT.
       01  BILL-REPORT                 PIC X(90).

       FD  VACATERPT.
       01  VACATE-REPORT               PIC X(90).

       FD  OCCRPT.
       01  OCC-REPORT                  PIC X(90).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-LOCKMAS-PATH         PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-BILLRPT-PATH         PIC X(100).
           05  WS-VACATERPT-PATH       PIC X(100).
           05  WS-OCCRPT-PATH          PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-LOCKMAS-STATUS           PIC X(2).
           88  WS-LOCKMAS-OK                      VALUE "00".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  LOCKER-EOF-SWITCH           PIC X          VALUE "N".
               88  LOCKER-EOF                             VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  ARITEMS-OPEN-SWITCH         PIC X          VALUE "N".
               88  ARITEMS-OPEN                           VALUE "Y".
           05  BRANCH-FOUND-SWITCH         PIC X.
               88  BRANCH-FOUND                           VALUE "Y".
           05  BALANCE-LIMIT-SWITCH        PIC X          VALUE "N".
               88  BALANCE-AT-LIMIT                       VALUE "Y".
           05  CHARGE-POSTED-SWITCH        PIC X.
               88  CHARGE-POSTED                          VALUE "Y".

      * THE MONTH BEING BILLED AND ITS FIRST DAY - A RENTAL WHOSE END
      * DATE FALLS BEFORE THE FIRST OF THE MONTH HAS RUN OUT.
       01  BILL-MONTH-FIELDS.
           05  BILL-MONTH-WORK         PIC 9(6)       VALUE ZERO.
           05  BILL-MONTH-PARTS REDEFINES BILL-MONTH-WORK.
               10  BILL-MONTH-YEAR     PIC 9(4).
               10  BILL-MONTH-MONTH    PIC 9(2).
           05  BILL-MONTH-START        PIC 9(8)       VALUE ZERO.
           05  BILL-MONTH-START-PARTS REDEFINES BILL-MONTH-START.
               10  BMS-MONTH           PIC 9(6).
               10  BMS-DAY             PIC 9(2).

      * THE NEXT MONTH OWED ON A LOCKER, STEPPED ONE MONTH AT A TIME
      * FROM ITS BILLED-THRU MONTH UP TO THE BILLING MONTH.
       01  NEXT-MONTH-WORK             PIC 9(6)       VALUE ZERO.
       01  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-WORK.
           05  NEXT-MONTH-YEAR         PIC 9(4).
           05  NEXT-MONTH-MONTH        PIC 9(2).

      * THE LOCKER'S BILLED-THRU MONTH BEFORE THIS RUN AND THE LAST
      * MONTH ACTUALLY CHARGED - A CHARGE STOPPED BY THE BALANCE LIMIT
      * OR A FAILED MEMBER REWRITE PUTS THE LOCKER BACK TO THE LAST
      * MONTH CHARGED.
       01  BILLED-THRU-FIELDS.
           05  PRIOR-BILLED-THRU       PIC 9(6)       VALUE ZERO.
           05  LAST-MONTH-CHARGED      PIC 9(6)       VALUE ZERO.

       01  VACATE-REASON-WORK          PIC X(24).

       01  FEE-WORK-FIELDS             PACKED-DECIMAL.
           05  FEE-AMOUNT-WORK         PIC S9(4)V99   VALUE ZERO.
           05  CREDIT-APPLIED-WORK     PIC S9(4)V99   VALUE ZERO.
           05  FEE-UNCOVERED-WORK      PIC S9(4)V99   VALUE ZERO.
           05  BILLED-AMOUNT-TOTAL     PIC S9(7)V99   VALUE ZERO.
           05  PERCENT-WORK            PIC S9(3)V9    VALUE ZERO.

       01  RUN-COUNT-FIELDS            BINARY.
           05  LOCKERS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  LOCKERS-BILLED-COUNT    PIC S9(5)      VALUE ZERO.
           05  MONTHS-BILLED-COUNT     PIC S9(5)      VALUE ZERO.
           05  VACATE-COUNT            PIC S9(5)      VALUE ZERO.
           05  IN-SERVICE-WORK         PIC S9(5)      VALUE ZERO.
           05  OCCUPIED-WORK           PIC S9(5)      VALUE ZERO.

      * OCCUPANCY BY BRANCH, ONE ROW PER BRANCH WITH A COLUMN FOR
      * EACH ROOM - 1 = MEN'S, 2 = WOMEN'S, 3 = FAMILY.  LOCKMAS IS
      * READ IN BRANCH ORDER SO ROWS GO IN ALREADY SORTED.
       01  OCC-TABLE-FIELDS            BINARY.
           05  OCC-BRANCH-COUNT        PIC S9(3)      VALUE ZERO.
           05  OCC-BRANCH-MAX          PIC S9(3)      VALUE 30.
           05  OCC-BRANCH-IDX          PIC S9(3)      VALUE ZERO.
           05  OCC-ROOM-IDX            PIC S9(3)      VALUE ZERO.

       01  OCC-TABLE.
           05  OCC-BRANCH-ENTRY OCCURS 30 TIMES.
               10  OB-BRANCH-CODE          PIC X(3).
               10  OB-ROOM-ENTRY OCCURS 3 TIMES.
                   15  OB-TOTAL            PIC S9(5)  BINARY.
                   15  OB-OCCUPIED         PIC S9(5)  BINARY.
                   15  OB-VACANT           PIC S9(5)  BINARY.
                   15  OB-OUT-SVC          PIC S9(5)  BINARY.

       01  OCC-GRAND-FIELDS            BINARY.
           05  OG-TOTAL                PIC S9(5)      VALUE ZERO.
           05  OG-OCCUPIED             PIC S9(5)      VALUE ZERO.
           05  OG-VACANT               PIC S9(5)      VALUE ZERO.
           05  OG-OUT-OF-SERVICE       PIC S9(5)      VALUE ZERO.

       01  ROOM-NAME-VALUES.
           05              PIC X(8)        VALUE "MEN'S".
           05              PIC X(8)        VALUE "WOMEN'S".
           05              PIC X(8)        VALUE "FAMILY".
       01  ROOM-NAME-TABLE REDEFINES ROOM-NAME-VALUES.
           05  RN-ROOM-NAME            PIC X(8)   OCCURS 3 TIMES.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-DATE-PARTS REDEFINES CD-CURRENT-DATE.
               10  CD-CURRENT-MONTH    PIC 9(6).
               10  CD-CURRENT-DAY      PIC 9(2).

       01  RUN-HEADING-LINE.
           05  RH-REPORT-TITLE         PIC X(28).
           05              PIC X(16)       VALUE "BILLING MONTH  ".
           05  RH-BILL-MONTH           PIC 9(6).
           05              PIC X(9)        VALUE "  RUN ON ".
           05  RH-RUN-DATE             PIC 9(8).

       01  BILL-COLUMN-LINE.
           05              PIC X(8)        VALUE "BRANCH".
           05              PIC X(8)        VALUE "LOCKER".
           05              PIC X(10)       VALUE "ROOM".
           05              PIC X(8)        VALUE "CARD".
           05              PIC X(22)       VALUE "MEMBER".
           05              PIC X(8)        VALUE "MONTH".
           05              PIC X(10)       VALUE "    AMOUNT".

       01  BILL-DETAIL-LINE.
           05  BD-BRANCH-CODE          PIC X(3).
           05                          PIC X(5)        VALUE SPACE.
           05  BD-LOCKER-NUMBER        PIC 9(4).
           05                          PIC X(4)        VALUE SPACE.
           05  BD-ROOM-NAME            PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  BD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  BD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  BD-BILL-MONTH           PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  BD-AMOUNT               PIC ZZ,ZZ9.99.

       01  BILL-TRAILER-LINE-1.
           05          PIC X(20)   VALUE "LOCKERS BILLED ---- ".
           05  BT-LOCKERS              PIC ZZ,ZZ9.
           05          PIC X(20)   VALUE "   MONTHS BILLED -- ".
           05  BT-MONTHS               PIC ZZ,ZZ9.

       01  BILL-TRAILER-LINE-2.
           05          PIC X(20)   VALUE "AMOUNT BILLED ----- ".
           05  BT-AMOUNT               PIC Z,ZZZ,ZZ9.99.

       01  VACATE-COLUMN-LINE.
           05              PIC X(8)        VALUE "BRANCH".
           05              PIC X(8)        VALUE "LOCKER".
           05              PIC X(10)       VALUE "ROOM".
           05              PIC X(8)        VALUE "CARD".
           05              PIC X(22)       VALUE "MEMBER".
           05              PIC X(24)       VALUE "REASON".

       01  VACATE-DETAIL-LINE.
           05  VD-BRANCH-CODE          PIC X(3).
           05                          PIC X(5)        VALUE SPACE.
           05  VD-LOCKER-NUMBER        PIC 9(4).
           05                          PIC X(4)        VALUE SPACE.
           05  VD-ROOM-NAME            PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  VD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  VD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  VD-REASON               PIC X(24).

       01  VACATE-TRAILER-LINE.
           05          PIC X(20)   VALUE "LOCKS TO CUT ------ ".
           05  VT-VACATE               PIC ZZ,ZZ9.

       01  OCC-COLUMN-LINE.
           05              PIC X(8)        VALUE "BRANCH".
           05              PIC X(10)       VALUE "ROOM".
           05              PIC X(8)        VALUE "   TOTAL".
           05              PIC X(10)       VALUE "  OCCUPIED".
           05              PIC X(8)        VALUE "  VACANT".
           05              PIC X(10)       VALUE "  OUT SVC".
           05              PIC X(12)       VALUE "  % OCCUPIED".

       01  OCC-DETAIL-LINE.
           05  OD-BRANCH-CODE          PIC X(3).
           05                          PIC X(5)        VALUE SPACE.
           05  OD-ROOM-NAME            PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  OD-TOTAL                PIC ZZ,ZZ9.
           05                          PIC XXXX        VALUE SPACE.
           05  OD-OCCUPIED             PIC ZZ,ZZ9.
           05                          PIC XX          VALUE SPACE.
           05  OD-VACANT               PIC ZZ,ZZ9.
           05                          PIC XXXX        VALUE SPACE.
           05  OD-OUT-OF-SERVICE       PIC ZZ,ZZ9.
           05                          PIC X(7)        VALUE SPACE.
           05  OD-PERCENT              PIC ZZ9.9.

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-RUN-LOCKER-MONTH.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           DISPLAY "Enter: Billing Month (YYYYMM, 0 = THIS MONTH)"
           ACCEPT BILL-MONTH-WORK.
           IF BILL-MONTH-WORK NOT NUMERIC OR BILL-MONTH-WORK = ZERO
               MOVE CD-CURRENT-MONTH TO BILL-MONTH-WORK
           END-IF.
           IF BILL-MONTH-MONTH < 1 OR BILL-MONTH-MONTH > 12
               DISPLAY "REJECTED - NOT A VALID MONTH: "
                   BILL-MONTH-WORK
               STOP RUN
           END-IF.
           MOVE BILL-MONTH-WORK TO BMS-MONTH.
           MOVE 1 TO BMS-DAY.

           OPEN I-O YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LOCKMAS.
           IF NOT WS-LOCKMAS-OK
               DISPLAY "UNABLE TO OPEN LOCKMAS AT " WS-LOCKMAS-PATH
               DISPLAY "STATUS: " WS-LOCKMAS-STATUS
                   " - RUN YMCA_LOCKER FIRST TO CREATE IT"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-ARITEMS.

           OPEN OUTPUT BILLRPT
                       VACATERPT
                       OCCRPT.
           MOVE BILL-MONTH-WORK TO RH-BILL-MONTH.
           MOVE CD-CURRENT-DATE TO RH-RUN-DATE.
           MOVE "LOCKER RENTAL BILLING" TO RH-REPORT-TITLE.
           MOVE RUN-HEADING-LINE TO BILL-REPORT.
           WRITE BILL-REPORT.
           MOVE BILL-COLUMN-LINE TO BILL-REPORT.
           WRITE BILL-REPORT AFTER ADVANCING 2 LINES.
           MOVE "LOCKERS TO VACATE" TO RH-REPORT-TITLE.
           MOVE RUN-HEADING-LINE TO VACATE-REPORT.
           WRITE VACATE-REPORT.
           MOVE VACATE-COLUMN-LINE TO VACATE-REPORT.
           WRITE VACATE-REPORT AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO LKR-LOCKER-KEY.
           START LOCKMAS KEY IS NOT < LKR-LOCKER-KEY
               INVALID KEY
                   MOVE "Y" TO LOCKER-EOF-SWITCH
           END-START.
           IF NOT LOCKER-EOF
               PERFORM 200-PROCESS-ONE-LOCKER
                   WITH TEST AFTER
                   UNTIL LOCKER-EOF
           END-IF.

           PERFORM 600-PRINT-RUN-TRAILERS.
           PERFORM 700-PRINT-OCCUPANCY.
           IF ARITEMS-OPEN
               CLOSE ARITEMS
           END-IF.
           CLOSE BILLRPT
                 VACATERPT
                 OCCRPT
                 LOCKMAS
                 YMCAMEM.

           DISPLAY "LOCKERS READ -------- " LOCKERS-READ-COUNT.
           DISPLAY "LOCKERS BILLED ------ " LOCKERS-BILLED-COUNT.
           DISPLAY "MONTHS BILLED ------- " MONTHS-BILLED-COUNT.
           DISPLAY "LOCKS TO CUT -------- " VACATE-COUNT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-LOCKMAS-PATH FROM ENVIRONMENT "LOCKMAS_PATH".
           IF WS-LOCKMAS-PATH = SPACES
               MOVE "LOCKMAS.DAT" TO WS-LOCKMAS-PATH
           END-IF.

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-BILLRPT-PATH FROM ENVIRONMENT "LOCKBILL_PATH".
           IF WS-BILLRPT-PATH = SPACES
               MOVE "LOCKBILL.TXT" TO WS-BILLRPT-PATH
           END-IF.

           ACCEPT WS-VACATERPT-PATH FROM ENVIRONMENT "LOCKVACATE_PATH".
           IF WS-VACATERPT-PATH = SPACES
               MOVE "LOCKVACATE.TXT" TO WS-VACATERPT-PATH
           END-IF.

           ACCEPT WS-OCCRPT-PATH FROM ENVIRONMENT "LOCKOCC_PATH".
           IF WS-OCCRPT-PATH = SPACES
               MOVE "LOCKOCC.TXT" TO WS-OCCRPT-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD LOCKRN TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_LOCKRUN" TO OPC-PROGRAM-NAME.
           MOVE "LOCKRN" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * ARITEMS IS HELD OPEN FOR THE WHOLE RUN.  IF IT CANNOT BE
      * OPENED THE RUN STILL LISTS AND COUNTS BUT BILLS NOTHING.
       100-OPEN-ARITEMS.
           OPEN EXTEND ARITEMS.
           IF WS-ARITEMS-FILE-MISSING
               OPEN OUTPUT ARITEMS
               CLOSE ARITEMS
               OPEN EXTEND ARITEMS
           END-IF.
           IF WS-ARITEMS-OK
               MOVE "Y" TO ARITEMS-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING - UNABLE TO OPEN ARITEMS - STATUS: "
                   WS-ARITEMS-STATUS " - NO LOCKERS WILL BE BILLED"
           END-IF.

       200-PROCESS-ONE-LOCKER.
           READ LOCKMAS NEXT RECORD
               AT END
                   MOVE "Y" TO LOCKER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LOCKERS-READ-COUNT
                   PERFORM 300-COUNT-OCCUPANCY
                   IF LKR-OCCUPIED
                       PERFORM 400-CHECK-OCCUPIED-LOCKER
                   END-IF
           END-READ.

      * ROOM COLUMN 1, 2, OR 3 FOR THE LOCKER'S ROOM CODE.
       250-SET-ROOM-INDEX.
           EVALUATE TRUE
               WHEN LKR-ROOM-MENS
                   MOVE 1 TO OCC-ROOM-IDX
               WHEN LKR-ROOM-WOMENS
                   MOVE 2 TO OCC-ROOM-IDX
               WHEN OTHER
                   MOVE 3 TO OCC-ROOM-IDX
           END-EVALUATE.

      ******************************************************************
      * OCCUPANCY - THE LOCKER'S BRANCH ROW IS FOUND OR ADDED AND THE
      * ROOM COLUMN COUNTED.  A LOCKER ON THE VACATE LIST IS STILL
      * OCCUPIED UNTIL THE DESK RELEASES IT.
      ******************************************************************
       300-COUNT-OCCUPANCY.
           MOVE "N" TO BRANCH-FOUND-SWITCH.
           PERFORM 310-MATCH-ONE-BRANCH-ROW
               VARYING OCC-BRANCH-IDX FROM 1 BY 1
               UNTIL OCC-BRANCH-IDX > OCC-BRANCH-COUNT
                  OR BRANCH-FOUND.
           IF NOT BRANCH-FOUND
               IF OCC-BRANCH-COUNT < OCC-BRANCH-MAX
                   ADD 1 TO OCC-BRANCH-COUNT
                   MOVE OCC-BRANCH-COUNT TO OCC-BRANCH-IDX
                   MOVE LKR-BRANCH-CODE
                       TO OB-BRANCH-CODE(OCC-BRANCH-IDX)
                   PERFORM 320-CLEAR-ONE-ROOM
                       VARYING OCC-ROOM-IDX FROM 1 BY 1
                       UNTIL OCC-ROOM-IDX > 3
                   MOVE "Y" TO BRANCH-FOUND-SWITCH
               ELSE
                   DISPLAY "WARNING - BRANCH TABLE FULL, NOT COUNTED: "
                       LKR-BRANCH-CODE
               END-IF
           ELSE
               SUBTRACT 1 FROM OCC-BRANCH-IDX
           END-IF.
           IF BRANCH-FOUND
               PERFORM 330-COUNT-ONE-LOCKER
           END-IF.

       310-MATCH-ONE-BRANCH-ROW.
           IF OB-BRANCH-CODE(OCC-BRANCH-IDX) = LKR-BRANCH-CODE
               MOVE "Y" TO BRANCH-FOUND-SWITCH
           END-IF.

       320-CLEAR-ONE-ROOM.
           MOVE ZERO TO OB-TOTAL(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                        OB-OCCUPIED(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                        OB-VACANT(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                        OB-OUT-SVC(OCC-BRANCH-IDX, OCC-ROOM-IDX).

       330-COUNT-ONE-LOCKER.
           PERFORM 250-SET-ROOM-INDEX.
           ADD 1 TO OB-TOTAL(OCC-BRANCH-IDX, OCC-ROOM-IDX).
           EVALUATE TRUE
               WHEN LKR-OCCUPIED
                   ADD 1 TO OB-OCCUPIED(OCC-BRANCH-IDX, OCC-ROOM-IDX)
               WHEN LKR-OUT-OF-SERVICE
                   ADD 1 TO OB-OUT-SVC(OCC-BRANCH-IDX, OCC-ROOM-IDX)
               WHEN OTHER
                   ADD 1 TO OB-VACANT(OCC-BRANCH-IDX, OCC-ROOM-IDX)
           END-EVALUATE.

      ******************************************************************
      * AN OCCUPIED LOCKER IS EITHER LISTED TO VACATE OR BILLED FOR
      * EVERY MONTH OWED THROUGH THE BILLING MONTH - NEVER BOTH.
      ******************************************************************
       400-CHECK-OCCUPIED-LOCKER.
           MOVE SPACES TO VACATE-REASON-WORK.
           MOVE LKR-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT CARD-FOUND
                   MOVE "MEMBER TERMINATED" TO VACATE-REASON-WORK
               WHEN MBR-STATUS NOT = "ACTIVE  "
                   STRING "MEMBER " DELIMITED BY SIZE
                          MBR-STATUS DELIMITED BY SIZE
                       INTO VACATE-REASON-WORK
                   END-STRING
               WHEN LKR-END-DATE NOT = ZERO
                AND LKR-END-DATE < BILL-MONTH-START
                   STRING "RENTAL ENDED " DELIMITED BY SIZE
                          LKR-END-DATE DELIMITED BY SIZE
                       INTO VACATE-REASON-WORK
                   END-STRING
           END-EVALUATE.
           IF VACATE-REASON-WORK NOT = SPACES
               PERFORM 500-LIST-TO-VACATE
           ELSE
               IF LKR-BILLED-THRU < BILL-MONTH-WORK AND ARITEMS-OPEN
                   PERFORM 410-BILL-MONTHS-OWED
               END-IF
           END-IF.

      * THE LOCKER IS REWRITTEN BILLED THROUGH THE MONTH BEFORE ANY
      * CHARGE IS MADE, SO A FAILED REWRITE CHARGES NOBODY.  A LOCKER
      * NEVER BILLED STARTS AT THE BILLING MONTH.
       410-BILL-MONTHS-OWED.
           MOVE LKR-BILLED-THRU TO PRIOR-BILLED-THRU
                                   LAST-MONTH-CHARGED.
           MOVE LKR-BILLED-THRU TO NEXT-MONTH-WORK.
           IF NEXT-MONTH-WORK = ZERO
               MOVE BILL-MONTH-WORK TO NEXT-MONTH-WORK
           ELSE
               PERFORM 420-STEP-NEXT-MONTH
           END-IF.
           MOVE BILL-MONTH-WORK TO LKR-BILLED-THRU.
           REWRITE LOCKER-MASTER-RECORD.
           IF WS-LOCKMAS-OK
               MOVE "Y" TO CHARGE-POSTED-SWITCH
               PERFORM 430-BILL-ONE-MONTH
                   WITH TEST AFTER
                   UNTIL NEXT-MONTH-WORK > BILL-MONTH-WORK
                      OR NOT CHARGE-POSTED
               IF LAST-MONTH-CHARGED NOT = PRIOR-BILLED-THRU
                   ADD 1 TO LOCKERS-BILLED-COUNT
               END-IF
               IF NOT CHARGE-POSTED
                   PERFORM 415-SET-BACK-BILLED-THRU
               END-IF
           ELSE
               DISPLAY "** LOCKER REWRITE FAILED - STATUS: "
                   WS-LOCKMAS-STATUS " - " LKR-BRANCH-CODE " "
                   LKR-LOCKER-NUMBER " NOT BILLED"
           END-IF.

      * A MONTH THAT COULD NOT BE CHARGED, AND ANY MONTH AFTER IT, IS
      * STILL OWED - THE LOCKER GOES BACK TO THE LAST MONTH CHARGED SO
      * THE NEXT RUN BILLS THEM ONCE THE BALANCE HAS COME DOWN OR THE
      * MEMBER RECORD CAN BE REWRITTEN.
       415-SET-BACK-BILLED-THRU.
           MOVE LAST-MONTH-CHARGED TO LKR-BILLED-THRU.
           REWRITE LOCKER-MASTER-RECORD.
           IF NOT WS-LOCKMAS-OK
               DISPLAY "** LOCKER REWRITE FAILED - STATUS: "
                   WS-LOCKMAS-STATUS " - " LKR-BRANCH-CODE " "
                   LKR-LOCKER-NUMBER " SHOWS BILLED THRU "
                   BILL-MONTH-WORK " - SET BACK TO "
                   LAST-MONTH-CHARGED " BY HAND"
           END-IF.

       420-STEP-NEXT-MONTH.
           IF NEXT-MONTH-MONTH = 12
               ADD 1 TO NEXT-MONTH-YEAR
               MOVE 1 TO NEXT-MONTH-MONTH
           ELSE
               ADD 1 TO NEXT-MONTH-MONTH
           END-IF.

       430-BILL-ONE-MONTH.
           MOVE LKR-MONTHLY-RATE TO FEE-AMOUNT-WORK.
           PERFORM 450-CHARGE-THE-MEMBER.
           IF CHARGE-POSTED
               PERFORM 440-LIST-THE-CHARGE
           END-IF.

       440-LIST-THE-CHARGE.
           MOVE LKR-BRANCH-CODE    TO BD-BRANCH-CODE.
           MOVE LKR-LOCKER-NUMBER  TO BD-LOCKER-NUMBER.
           PERFORM 250-SET-ROOM-INDEX.
           MOVE RN-ROOM-NAME(OCC-ROOM-IDX) TO BD-ROOM-NAME.
           MOVE LKR-CARD-NUMBER    TO BD-CARD-NUMBER.
           MOVE MBR-NAME           TO BD-MEMBER-NAME.
           MOVE NEXT-MONTH-WORK    TO BD-BILL-MONTH.
           MOVE FEE-AMOUNT-WORK    TO BD-AMOUNT.
           MOVE BILL-DETAIL-LINE TO BILL-REPORT.
           WRITE BILL-REPORT AFTER ADVANCING 1 LINES.
           ADD 1 TO MONTHS-BILLED-COUNT.
           ADD FEE-AMOUNT-WORK TO BILLED-AMOUNT-TOTAL.
           MOVE NEXT-MONTH-WORK TO LAST-MONTH-CHARGED.
           PERFORM 420-STEP-NEXT-MONTH.

      ******************************************************************
      * THE RENT GOES ON THE MEMBER'S BALANCE, ACCOUNT CREDIT USED UP
      * FIRST, AND AN OPEN LK ITEM FOR THE UNCOVERED PART GOES ON
      * ARITEMS - THE SAME RULE YMCA_LOCKER FOLLOWS FOR THE FIRST
      * MONTH.  A CHARGE THAT WOULD PASS THE BALANCE LIMIT IS NOT
      * MADE AT ALL - NO CREDIT TAKEN, NO REWRITE, NO ITEM.  ONLY A
      * CLEAN MEMBER REWRITE SETS THE CHARGE POSTED.
      ******************************************************************
       450-CHARGE-THE-MEMBER.
           MOVE "N" TO CHARGE-POSTED-SWITCH.
           MOVE ZERO TO CREDIT-APPLIED-WORK.
           IF MBR-CREDIT-BALANCE > ZERO
               IF MBR-CREDIT-BALANCE > FEE-AMOUNT-WORK
                   MOVE FEE-AMOUNT-WORK TO CREDIT-APPLIED-WORK
               ELSE
                   MOVE MBR-CREDIT-BALANCE TO CREDIT-APPLIED-WORK
               END-IF
           END-IF.
           COMPUTE FEE-UNCOVERED-WORK =
               FEE-AMOUNT-WORK - CREDIT-APPLIED-WORK.
           ADD FEE-UNCOVERED-WORK TO MBR-BALANCE-DUE
               ON SIZE ERROR
                   DISPLAY "NOT CHARGED - BALANCE LIMIT - CARD: "
                       MBR-CARD-NUMBER " DUE: " MBR-BALANCE-DUE
                       " MONTH " NEXT-MONTH-WORK
                   MOVE "Y" TO BALANCE-LIMIT-SWITCH
           END-ADD.
           IF BALANCE-AT-LIMIT
               MOVE "N" TO BALANCE-LIMIT-SWITCH
           ELSE
               PERFORM 455-POST-THE-CHARGE
           END-IF.

       455-POST-THE-CHARGE.
           SUBTRACT CREDIT-APPLIED-WORK FROM MBR-CREDIT-BALANCE.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           IF WS-YMCAMEM-OK
               MOVE "Y" TO CHARGE-POSTED-SWITCH
               MOVE MBR-CARD-NUMBER    TO ARI-CARD-NUMBER
               MOVE CD-CURRENT-DATE    TO ARI-CHARGE-DATE
               MOVE "LK"               TO ARI-SOURCE-CODE
               MOVE FEE-AMOUNT-WORK    TO ARI-ORIGINAL-AMOUNT
               MOVE FEE-UNCOVERED-WORK TO ARI-OPEN-AMOUNT
               WRITE OPEN-ITEM-RECORD
               IF NOT WS-ARITEMS-OK
                   DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
                       WS-ARITEMS-STATUS " - CARD: " MBR-CARD-NUMBER
               END-IF
           ELSE
               DISPLAY "** MEMBER REWRITE FAILED - STATUS: "
                   WS-YMCAMEM-STATUS " - CARD: " MBR-CARD-NUMBER
                   " MONTH " NEXT-MONTH-WORK " NOT CHARGED"
               SUBTRACT FEE-UNCOVERED-WORK FROM MBR-BALANCE-DUE
               ADD CREDIT-APPLIED-WORK TO MBR-CREDIT-BALANCE
           END-IF.

       500-LIST-TO-VACATE.
           ADD 1 TO VACATE-COUNT.
           MOVE LKR-BRANCH-CODE    TO VD-BRANCH-CODE.
           MOVE LKR-LOCKER-NUMBER  TO VD-LOCKER-NUMBER.
           PERFORM 250-SET-ROOM-INDEX.
           MOVE RN-ROOM-NAME(OCC-ROOM-IDX) TO VD-ROOM-NAME.
           MOVE LKR-CARD-NUMBER    TO VD-CARD-NUMBER.
           IF CARD-FOUND
               MOVE MBR-NAME TO VD-MEMBER-NAME
           ELSE
               MOVE "** NOT ON MBR FILE" TO VD-MEMBER-NAME
           END-IF.
           MOVE VACATE-REASON-WORK TO VD-REASON.
           MOVE VACATE-DETAIL-LINE TO VACATE-REPORT.
           WRITE VACATE-REPORT AFTER ADVANCING 1 LINES.

       600-PRINT-RUN-TRAILERS.
           MOVE LOCKERS-BILLED-COUNT TO BT-LOCKERS.
           MOVE MONTHS-BILLED-COUNT  TO BT-MONTHS.
           MOVE BILL-TRAILER-LINE-1 TO BILL-REPORT.
           WRITE BILL-REPORT AFTER ADVANCING 3 LINES.
           MOVE BILLED-AMOUNT-TOTAL  TO BT-AMOUNT.
           MOVE BILL-TRAILER-LINE-2 TO BILL-REPORT.
           WRITE BILL-REPORT AFTER ADVANCING 1 LINES.
           MOVE VACATE-COUNT TO VT-VACATE.
           MOVE VACATE-TRAILER-LINE TO VACATE-REPORT.
           WRITE VACATE-REPORT AFTER ADVANCING 3 LINES.

      ******************************************************************
      * OCCUPANCY REPORT - A LINE FOR EACH ROOM AT EACH BRANCH THAT
      * HAS LOCKERS IN IT, THEN ALL BRANCHES.  THE PERCENT IS OF
      * LOCKERS IN SERVICE.
      ******************************************************************
       700-PRINT-OCCUPANCY.
           MOVE "LOCKER OCCUPANCY BY ROOM" TO RH-REPORT-TITLE.
           MOVE RUN-HEADING-LINE TO OCC-REPORT.
           WRITE OCC-REPORT.
           MOVE OCC-COLUMN-LINE TO OCC-REPORT.
           WRITE OCC-REPORT AFTER ADVANCING 2 LINES.
           PERFORM 710-PRINT-ONE-BRANCH
               VARYING OCC-BRANCH-IDX FROM 1 BY 1
               UNTIL OCC-BRANCH-IDX > OCC-BRANCH-COUNT.
           MOVE "ALL"        TO OD-BRANCH-CODE.
           MOVE "ALL ROOMS"  TO OD-ROOM-NAME.
           MOVE OG-TOTAL          TO OD-TOTAL.
           MOVE OG-OCCUPIED       TO OD-OCCUPIED.
           MOVE OG-VACANT         TO OD-VACANT.
           MOVE OG-OUT-OF-SERVICE TO OD-OUT-OF-SERVICE.
           COMPUTE IN-SERVICE-WORK = OG-TOTAL - OG-OUT-OF-SERVICE.
           MOVE OG-OCCUPIED TO OCCUPIED-WORK.
           PERFORM 730-SET-PERCENT.
           MOVE OCC-DETAIL-LINE TO OCC-REPORT.
           WRITE OCC-REPORT AFTER ADVANCING 3 LINES.

       710-PRINT-ONE-BRANCH.
           PERFORM 720-PRINT-ONE-ROOM
               VARYING OCC-ROOM-IDX FROM 1 BY 1
               UNTIL OCC-ROOM-IDX > 3.

       720-PRINT-ONE-ROOM.
           IF OB-TOTAL(OCC-BRANCH-IDX, OCC-ROOM-IDX) > ZERO
               MOVE OB-BRANCH-CODE(OCC-BRANCH-IDX) TO OD-BRANCH-CODE
               MOVE RN-ROOM-NAME(OCC-ROOM-IDX)     TO OD-ROOM-NAME
               MOVE OB-TOTAL(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OD-TOTAL
               MOVE OB-OCCUPIED(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OD-OCCUPIED
               MOVE OB-VACANT(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OD-VACANT
               MOVE OB-OUT-SVC(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OD-OUT-OF-SERVICE
               ADD OB-TOTAL(OCC-BRANCH-IDX, OCC-ROOM-IDX) TO OG-TOTAL
               ADD OB-OCCUPIED(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OG-OCCUPIED
               ADD OB-VACANT(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OG-VACANT
               ADD OB-OUT-SVC(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OG-OUT-OF-SERVICE
               COMPUTE IN-SERVICE-WORK =
                   OB-TOTAL(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                 - OB-OUT-SVC(OCC-BRANCH-IDX, OCC-ROOM-IDX)
               MOVE OB-OCCUPIED(OCC-BRANCH-IDX, OCC-ROOM-IDX)
                   TO OCCUPIED-WORK
               PERFORM 730-SET-PERCENT
               MOVE OCC-DETAIL-LINE TO OCC-REPORT
               WRITE OCC-REPORT AFTER ADVANCING 1 LINES
           END-IF.

       730-SET-PERCENT.
           IF IN-SERVICE-WORK > ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                   OCCUPIED-WORK * 100 / IN-SERVICE-WORK
           ELSE
               MOVE ZERO TO PERCENT-WORK
           END-IF.
           MOVE PERCENT-WORK TO OD-PERCENT.

