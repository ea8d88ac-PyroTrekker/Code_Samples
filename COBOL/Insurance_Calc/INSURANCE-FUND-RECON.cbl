      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/19/2018
      * Purpose: Reconciles the retirement-fund administrator's
      *          acknowledgment file against the FUND-REMIT file the
      *          batch sent them and against INSPAID.  Reports what we
      *          sent that they never acknowledged, what they rejected
      *          and why, amounts they credited that differ from what
      *          we sent, IDs they credited that we never sent, and
      *          any remitted ID missing from INSPAID, with control
      *          totals for both files.  Every acknowledged payout is
      *          marked accepted or rejected on its INSPAID record, so
      *          a payout the fund rejected stops blocking the
      *          corrected resubmission in the next batch.  Replaces
      *          the quarterly side-by-side HR did by hand.
      * Tectonics: cobc
      *
      * Modification History:
      *   07/26/2018 GW - The INSPAID plan code is carried through when
      *                   the paid file is written back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSURANCE-FUND-RECONCILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FUND-REMIT ASSIGN TO REMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-REMIT-STATUS.
           SELECT FUND-ACK ASSIGN TO ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-ACK-STATUS.
           SELECT INSPAID ASSIGN TO INSPAID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSPAID-STATUS.
           SELECT RECON-REPORT ASSIGN TO RECON-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FUND-REMIT.
           COPY REMITREC.

       FD  FUND-ACK.
           COPY FUNDACKREC.

       FD  INSPAID.
           COPY PAIDREC.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(110).

       WORKING-STORAGE SECTION.

       01  REMIT-NAME                  PIC X(60).
       01  ACK-NAME                    PIC X(60).
       01  INSPAID-NAME                PIC X(60).
       01  RECON-NAME                  PIC X(60).

       01  WS-FUND-REMIT-STATUS        PIC X(2).
           88  WS-FUND-REMIT-OK                   VALUE "00".

       01  WS-FUND-ACK-STATUS          PIC X(2).
           88  WS-FUND-ACK-OK                     VALUE "00".

       01  WS-INSPAID-STATUS           PIC X(2).
           88  WS-INSPAID-OK                      VALUE "00".

       01  WS-RECON-REPORT-STATUS      PIC X(2).
           88  WS-RECON-REPORT-OK                 VALUE "00".

       01  SWITCHES.
           05  REMIT-EOF-SWITCH            PIC X     VALUE "N".
               88  REMIT-EOF                         VALUE "Y".
           05  ACK-EOF-SWITCH              PIC X     VALUE "N".
               88  ACK-EOF                           VALUE "Y".
           05  PAID-EOF-SWITCH             PIC X     VALUE "N".
               88  PAID-EOF                          VALUE "Y".
           05  ROW-FOUND-SWITCH            PIC X.
               88  ROW-FOUND                         VALUE "Y".
           05  TRAILER-SEEN-SWITCH         PIC X     VALUE "N".
               88  TRAILER-SEEN                      VALUE "Y".
      *    A PAID FILE TOO BIG FOR THE TABLE IS REPORTED AGAINST BUT
      *    NEVER REWRITTEN - WRITING BACK ONLY WHAT FIT WOULD LOSE
      *    THE REST.
           05  PAID-OVERFLOW-SWITCH        PIC X     VALUE "N".
               88  PAID-OVERFLOW                     VALUE "Y".

       01  TODAYS-DATE.
           05  TD-CURRENT-DATE         PIC 9(8).

       01  REMIT-RUN-DATE              PIC 9(8)   VALUE ZERO.

       01  RECON-COUNT-FIELDS.
           05  REMIT-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
           05  REMIT-TABLE-MAX         PIC 9(4)   VALUE 2000.
           05  REMIT-IDX               PIC 9(4)   VALUE ZERO.
           05  REMIT-FOUND-IDX         PIC 9(4)   VALUE ZERO.
           05  EXTRA-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
           05  EXTRA-TABLE-MAX         PIC 9(3)   VALUE 500.
           05  EXTRA-IDX               PIC 9(3)   VALUE ZERO.
           05  PAID-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
           05  PAID-TABLE-MAX          PIC 9(4)   VALUE 2000.
           05  PAID-IDX                PIC 9(4)   VALUE ZERO.
           05  PAID-FOUND-IDX          PIC 9(4)   VALUE ZERO.
           05  ACK-READ-COUNT          PIC 9(5)   VALUE ZERO.
           05  SECTION-LINE-COUNT      PIC 9(5)   VALUE ZERO.

       01  CONTROL-TOTAL-FIELDS.
           05  CT-REMIT-COUNT          PIC 9(5)      VALUE ZERO.
           05  CT-REMIT-TOTAL          PIC S9(9)V99  VALUE ZERO.
           05  CT-TRAILER-COUNT        PIC 9(5)      VALUE ZERO.
           05  CT-TRAILER-TOTAL        PIC S9(9)V99  VALUE ZERO.
           05  CT-ACCEPTED-COUNT       PIC 9(5)      VALUE ZERO.
           05  CT-CREDITED-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  CT-REJECTED-COUNT       PIC 9(5)      VALUE ZERO.
           05  CT-REJECTED-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  CT-UNACKED-COUNT        PIC 9(5)      VALUE ZERO.
           05  CT-UNACKED-TOTAL        PIC S9(9)V99  VALUE ZERO.
           05  CT-DIFFER-COUNT         PIC 9(5)      VALUE ZERO.
           05  CT-NOT-SENT-COUNT       PIC 9(5)      VALUE ZERO.
           05  CT-NOT-SENT-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  CT-NOT-ON-PAID-COUNT    PIC 9(5)      VALUE ZERO.
           05  CT-PAID-FLAGGED-COUNT   PIC 9(5)      VALUE ZERO.

       01  DIFFERENCE-WORK             PIC S9(7)V99  VALUE ZERO.

      * ONE ROW PER REMITTANCE DETAIL, FILLED IN FROM THE FUND'S
      * ACKNOWLEDGMENT AS IT IS MATCHED - AN ACK STATUS STILL BLANK
      * AT THE END IS A PAYOUT THEY NEVER ANSWERED FOR.
       01  REMIT-TABLE.
           05  REMIT-ENTRY OCCURS 2000 TIMES.
               10  RM-EMPLOYEE-ID          PIC X(6).
               10  RM-PLAN-CODE            PIC X(2).
               10  RM-SENT-AMOUNT          PIC S9(7)V99.
               10  RM-ACK-STATUS           PIC X.
               10  RM-REJECT-REASON        PIC X(30).
               10  RM-CREDIT-DATE          PIC 9(8).
               10  RM-CREDIT-AMOUNT        PIC S9(7)V99.
               10  RM-PAID-FOUND           PIC X.

      * ACKNOWLEDGMENT DETAILS WITH NO REMITTANCE ROW LEFT TO MATCH -
      * AN ID WE NEVER SENT, OR ONE THEY ANSWERED FOR TWICE.
       01  EXTRA-ACK-TABLE.
           05  EXTRA-ENTRY OCCURS 500 TIMES.
               10  XA-EMPLOYEE-ID          PIC X(6).
               10  XA-ACK-STATUS           PIC X.
               10  XA-REJECT-REASON        PIC X(30).
               10  XA-CREDIT-DATE          PIC 9(8).
               10  XA-CREDIT-AMOUNT        PIC S9(7)V99.

      * THE WHOLE PAID FILE, HELD SO IT CAN BE WRITTEN BACK WITH THE
      * FUND'S ANSWER ON EACH RECORD IT COVERS.
       01  PAID-TABLE.
           05  PAID-ENTRY OCCURS 2000 TIMES.
               10  PT-EMPLOYEE-ID          PIC X(6).
               10  PT-RUN-DATE             PIC 9(8).
               10  PT-PAYOUT-AMOUNT        PIC 9(7)V99.
               10  PT-FUND-STATUS          PIC X.
               10  PT-RECON-DATE           PIC 9(8).
               10  PT-PLAN-CODE            PIC X(2).

       01  RECON-HEADING-LINE.
           05              PIC X(30)
               VALUE "FUND ACKNOWLEDGMENT RECON FOR ".
           05  HL-REMIT-NAME           PIC X(40).
           05              PIC X(10)       VALUE " RUN DATE ".
           05  HL-REMIT-RUN-DATE       PIC 9999/99/99.

       01  RECON-ACK-LINE.
           05              PIC X(30)
               VALUE "ACKNOWLEDGMENT FILE           ".
           05  RA-ACK-NAME             PIC X(40).
           05              PIC X(12)       VALUE " RECONCILED ".
           05  RA-RECON-DATE           PIC 9999/99/99.

       01  RECON-SECTION-LINE.
           05  RS-SECTION-TITLE        PIC X(50).

       01  RECON-COLUMN-LINE.
           05              PIC X(8)        VALUE "EMP ID  ".
           05              PIC X(6)        VALUE "PLAN  ".
           05              PIC X(15)       VALUE "SENT           ".
           05              PIC X(10)       VALUE "STATUS    ".
           05              PIC X(12)       VALUE "CREDITED ON ".
           05              PIC X(15)       VALUE "CREDITED       ".
           05              PIC X(15)       VALUE "DIFFERENCE     ".
           05              PIC X(6)        VALUE "REASON".

       01  RECON-DETAIL-LINE.
           05  RL-EMPLOYEE-ID          PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  RL-PLAN-CODE            PIC X(2).
           05                          PIC X(4)        VALUE SPACE.
           05  RL-SENT-AMOUNT          PIC $Z,ZZZ,ZZ9.99-.
           05                          PIC X           VALUE SPACE.
           05  RL-STATUS               PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RL-CREDIT-DATE          PIC 9999/99/99.
           05  RL-CREDIT-DATE-X        REDEFINES RL-CREDIT-DATE
                                       PIC X(10).
           05                          PIC XX          VALUE SPACE.
           05  RL-CREDIT-AMOUNT        PIC $Z,ZZZ,ZZ9.99-.
           05                          PIC X           VALUE SPACE.
           05  RL-DIFFERENCE           PIC $Z,ZZZ,ZZ9.99-.
           05                          PIC X           VALUE SPACE.
           05  RL-REASON               PIC X(30).

       01  RECON-COUNT-LINE.
           05              PIC X(19)   VALUE "    ITEMS -------- ".
           05  RC-SECTION-COUNT    PIC ZZ,ZZ9.

       01  RECON-TOTAL-LINE.
           05  TL-TOTAL-LABEL      PIC X(32).
           05  TL-TOTAL-COUNT      PIC ZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACE.
           05  TL-TOTAL-AMOUNT     PIC $ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       000-RECONCILE-FUND-ACK.
           DISPLAY "Enter: Fund Remittance File"
           ACCEPT REMIT-NAME.
           DISPLAY "Enter: Fund Acknowledgment File"
           ACCEPT ACK-NAME.

           ACCEPT INSPAID-NAME FROM ENVIRONMENT "INSPAID_PATH".
           IF INSPAID-NAME = SPACES
               MOVE "INSPAID.DAT" TO INSPAID-NAME
           END-IF.
           ACCEPT RECON-NAME FROM ENVIRONMENT "FUNDRECON_PATH".
           IF RECON-NAME = SPACES
               MOVE "FUNDRECON.TXT" TO RECON-NAME
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TD-CURRENT-DATE.

           OPEN INPUT FUND-REMIT.
           IF NOT WS-FUND-REMIT-OK
               DISPLAY "UNABLE TO OPEN REMITTANCE FILE: " REMIT-NAME
               DISPLAY "STATUS: " WS-FUND-REMIT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT FUND-ACK.
           IF NOT WS-FUND-ACK-OK
               DISPLAY "UNABLE TO OPEN ACKNOWLEDGMENT FILE: " ACK-NAME
               DISPLAY "STATUS: " WS-FUND-ACK-STATUS
               CLOSE FUND-REMIT
               STOP RUN
           END-IF.

           PERFORM 100-LOAD-ONE-REMIT-RECORD
               WITH TEST AFTER
               UNTIL REMIT-EOF.
           CLOSE FUND-REMIT.

           PERFORM 200-MATCH-ONE-ACK-RECORD
               WITH TEST AFTER
               UNTIL ACK-EOF.
           CLOSE FUND-ACK.

           PERFORM 300-LOAD-PAID-FILE.
           PERFORM 320-FLAG-ONE-REMIT-ROW
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-TABLE-COUNT.
           PERFORM 350-REWRITE-PAID-FILE.

           OPEN OUTPUT RECON-REPORT.
           IF NOT WS-RECON-REPORT-OK
               DISPLAY "UNABLE TO OPEN RECON REPORT: " RECON-NAME
               DISPLAY "STATUS: " WS-RECON-REPORT-STATUS
           ELSE
               PERFORM 400-WRITE-RECON-REPORT
               CLOSE RECON-REPORT
           END-IF.

           DISPLAY "REMITTED -------- " CT-REMIT-COUNT.
           DISPLAY "ACCEPTED -------- " CT-ACCEPTED-COUNT.
           DISPLAY "REJECTED -------- " CT-REJECTED-COUNT.
           DISPLAY "UNACKNOWLEDGED -- " CT-UNACKED-COUNT.
           DISPLAY "NEVER SENT ------ " CT-NOT-SENT-COUNT.
           DISPLAY "PAID FLAGGED ---- " CT-PAID-FLAGGED-COUNT.
           STOP RUN.

      * H HEADER GIVES THE RUN DATE THE PAYOUTS WENT TO INSPAID
      * UNDER, EACH D BECOMES A ROW, THE T TRAILER IS KEPT TO BE
      * BALANCED AGAINST THE DETAILS ON THE REPORT.
       100-LOAD-ONE-REMIT-RECORD.
           READ FUND-REMIT
               AT END
                   MOVE "Y" TO REMIT-EOF-SWITCH
               NOT AT END
                   EVALUATE RD-RECORD-TYPE
                       WHEN "H"
                           MOVE RH-RUN-DATE TO REMIT-RUN-DATE
                       WHEN "D"
                           PERFORM 110-ADD-REMIT-ROW
                       WHEN "T"
                           MOVE "Y" TO TRAILER-SEEN-SWITCH
                           MOVE RT-RECORD-COUNT TO CT-TRAILER-COUNT
                           MOVE RT-TOTAL-AMOUNT TO CT-TRAILER-TOTAL
                       WHEN OTHER
                           DISPLAY "WARNING - UNKNOWN REMITTANCE "
                               "RECORD TYPE: " RD-RECORD-TYPE
                   END-EVALUATE
           END-READ.

       110-ADD-REMIT-ROW.
           ADD 1 TO CT-REMIT-COUNT.
           ADD RD-PAYOUT-AMOUNT TO CT-REMIT-TOTAL.
           IF REMIT-TABLE-COUNT < REMIT-TABLE-MAX
               ADD 1 TO REMIT-TABLE-COUNT
               MOVE RD-EMPLOYEE-ID
                   TO RM-EMPLOYEE-ID(REMIT-TABLE-COUNT)
               MOVE RD-PLAN-CODE
                   TO RM-PLAN-CODE(REMIT-TABLE-COUNT)
               MOVE RD-PAYOUT-AMOUNT
                   TO RM-SENT-AMOUNT(REMIT-TABLE-COUNT)
               MOVE SPACE  TO RM-ACK-STATUS(REMIT-TABLE-COUNT)
               MOVE SPACES TO RM-REJECT-REASON(REMIT-TABLE-COUNT)
               MOVE ZERO   TO RM-CREDIT-DATE(REMIT-TABLE-COUNT)
               MOVE ZERO   TO RM-CREDIT-AMOUNT(REMIT-TABLE-COUNT)
               MOVE "N"    TO RM-PAID-FOUND(REMIT-TABLE-COUNT)
           ELSE
               DISPLAY "WARNING - REMITTANCE TABLE FULL, SKIPPING: "
                   RD-EMPLOYEE-ID
           END-IF.

      * AN ACKNOWLEDGMENT TAKES THE FIRST REMITTANCE ROW FOR ITS ID
      * NOT ALREADY ANSWERED FOR; ONE WITH NO SUCH ROW IS SOMETHING
      * THEY CREDITED THAT THIS REMITTANCE NEVER SENT.
       200-MATCH-ONE-ACK-RECORD.
           READ FUND-ACK
               AT END
                   MOVE "Y" TO ACK-EOF-SWITCH
               NOT AT END
                   IF AK-DETAIL-RECORD
                       ADD 1 TO ACK-READ-COUNT
                       PERFORM 210-FIND-REMIT-ROW
                       IF ROW-FOUND
                           PERFORM 220-POST-ACK-TO-REMIT-ROW
                       ELSE
                           PERFORM 230-ADD-EXTRA-ACK-ROW
                       END-IF
                   END-IF
           END-READ.

       210-FIND-REMIT-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           PERFORM 215-MATCH-ONE-REMIT-ROW
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-TABLE-COUNT
                  OR ROW-FOUND.

       215-MATCH-ONE-REMIT-ROW.
           IF RM-EMPLOYEE-ID(REMIT-IDX) = AK-EMPLOYEE-ID
               AND RM-ACK-STATUS(REMIT-IDX) = SPACE
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE REMIT-IDX TO REMIT-FOUND-IDX
           END-IF.

       220-POST-ACK-TO-REMIT-ROW.
           IF AK-REJECTED
               MOVE "R" TO RM-ACK-STATUS(REMIT-FOUND-IDX)
               ADD 1 TO CT-REJECTED-COUNT
               ADD RM-SENT-AMOUNT(REMIT-FOUND-IDX)
                   TO CT-REJECTED-TOTAL
           ELSE
               MOVE "A" TO RM-ACK-STATUS(REMIT-FOUND-IDX)
               ADD 1 TO CT-ACCEPTED-COUNT
               ADD AK-CREDIT-AMOUNT TO CT-CREDITED-TOTAL
               IF AK-CREDIT-AMOUNT
                   NOT = RM-SENT-AMOUNT(REMIT-FOUND-IDX)
                   ADD 1 TO CT-DIFFER-COUNT
               END-IF
           END-IF.
           MOVE AK-REJECT-REASON
               TO RM-REJECT-REASON(REMIT-FOUND-IDX).
           MOVE AK-CREDIT-DATE
               TO RM-CREDIT-DATE(REMIT-FOUND-IDX).
           MOVE AK-CREDIT-AMOUNT
               TO RM-CREDIT-AMOUNT(REMIT-FOUND-IDX).

       230-ADD-EXTRA-ACK-ROW.
           ADD 1 TO CT-NOT-SENT-COUNT.
           IF NOT AK-REJECTED
               ADD AK-CREDIT-AMOUNT TO CT-NOT-SENT-TOTAL
           END-IF.
           IF EXTRA-TABLE-COUNT < EXTRA-TABLE-MAX
               ADD 1 TO EXTRA-TABLE-COUNT
               MOVE AK-EMPLOYEE-ID
                   TO XA-EMPLOYEE-ID(EXTRA-TABLE-COUNT)
               MOVE AK-ACK-STATUS
                   TO XA-ACK-STATUS(EXTRA-TABLE-COUNT)
               MOVE AK-REJECT-REASON
                   TO XA-REJECT-REASON(EXTRA-TABLE-COUNT)
               MOVE AK-CREDIT-DATE
                   TO XA-CREDIT-DATE(EXTRA-TABLE-COUNT)
               MOVE AK-CREDIT-AMOUNT
                   TO XA-CREDIT-AMOUNT(EXTRA-TABLE-COUNT)
           ELSE
               DISPLAY "WARNING - NEVER-SENT TABLE FULL, SKIPPING: "
                   AK-EMPLOYEE-ID
           END-IF.

      * RECORDS WRITTEN BEFORE THE FUND STATUS EXISTED READ BACK
      * SHORT - BLANK STATUS, BLANK RECON DATE - SO THE DATE IS
      * ZEROED HERE BEFORE IT IS CARRIED.
       300-LOAD-PAID-FILE.
           OPEN INPUT INSPAID.
           IF NOT WS-INSPAID-OK
               DISPLAY "WARNING - UNABLE TO OPEN PAID FILE: "
                   INSPAID-NAME
               DISPLAY "STATUS: " WS-INSPAID-STATUS
                   " - NOTHING WILL BE FLAGGED"
               MOVE "Y" TO PAID-OVERFLOW-SWITCH
           ELSE
               PERFORM 310-LOAD-ONE-PAID-RECORD
                   WITH TEST AFTER
                   UNTIL PAID-EOF OR PAID-OVERFLOW
               CLOSE INSPAID
           END-IF.

       310-LOAD-ONE-PAID-RECORD.
           READ INSPAID
               AT END
                   MOVE "Y" TO PAID-EOF-SWITCH
               NOT AT END
                   IF PAID-TABLE-COUNT < PAID-TABLE-MAX
                       ADD 1 TO PAID-TABLE-COUNT
                       MOVE PD-EMPLOYEE-ID
                           TO PT-EMPLOYEE-ID(PAID-TABLE-COUNT)
                       MOVE PD-RUN-DATE
                           TO PT-RUN-DATE(PAID-TABLE-COUNT)
                       MOVE PD-PAYOUT-AMOUNT
                           TO PT-PAYOUT-AMOUNT(PAID-TABLE-COUNT)
                       MOVE PD-FUND-STATUS
                           TO PT-FUND-STATUS(PAID-TABLE-COUNT)
                       MOVE PD-PLAN-CODE
                           TO PT-PLAN-CODE(PAID-TABLE-COUNT)
                       IF PD-RECON-DATE IS NUMERIC
                           MOVE PD-RECON-DATE
                               TO PT-RECON-DATE(PAID-TABLE-COUNT)
                       ELSE
                           MOVE ZERO
                               TO PT-RECON-DATE(PAID-TABLE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "WARNING - PAID FILE LONGER THAN "
                           PAID-TABLE-MAX " - NOTHING WILL BE FLAGGED"
                       MOVE "Y" TO PAID-OVERFLOW-SWITCH
                   END-IF
           END-READ.

      * EACH REMITTED PAYOUT IS LOOKED UP ON INSPAID - THE LATEST
      * RECORD FOR THE ID UNDER THE REMITTANCE'S RUN DATE - AND, IF
      * THE FUND ANSWERED FOR IT, STAMPED WITH THAT ANSWER.  A
      * REPEATED RECON OF THE SAME FILES LEAVES THE FIRST RECON DATE.
       320-FLAG-ONE-REMIT-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           PERFORM 325-MATCH-ONE-PAID-RECORD
               VARYING PAID-IDX FROM 1 BY 1
               UNTIL PAID-IDX > PAID-TABLE-COUNT.
           IF ROW-FOUND
               MOVE "Y" TO RM-PAID-FOUND(REMIT-IDX)
               IF RM-ACK-STATUS(REMIT-IDX) NOT = SPACE
                   AND RM-ACK-STATUS(REMIT-IDX)
                       NOT = PT-FUND-STATUS(PAID-FOUND-IDX)
                   MOVE RM-ACK-STATUS(REMIT-IDX)
                       TO PT-FUND-STATUS(PAID-FOUND-IDX)
                   MOVE TD-CURRENT-DATE
                       TO PT-RECON-DATE(PAID-FOUND-IDX)
                   ADD 1 TO CT-PAID-FLAGGED-COUNT
               END-IF
           ELSE
               ADD 1 TO CT-NOT-ON-PAID-COUNT
           END-IF.
           IF RM-ACK-STATUS(REMIT-IDX) = SPACE
               ADD 1 TO CT-UNACKED-COUNT
               ADD RM-SENT-AMOUNT(REMIT-IDX) TO CT-UNACKED-TOTAL
           END-IF.

       325-MATCH-ONE-PAID-RECORD.
           IF PT-EMPLOYEE-ID(PAID-IDX) = RM-EMPLOYEE-ID(REMIT-IDX)
               AND (REMIT-RUN-DATE = ZERO
                    OR PT-RUN-DATE(PAID-IDX) = REMIT-RUN-DATE)
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE PAID-IDX TO PAID-FOUND-IDX
           END-IF.

       350-REWRITE-PAID-FILE.
           IF PAID-OVERFLOW
               DISPLAY "PAID FILE NOT UPDATED"
           ELSE
               IF CT-PAID-FLAGGED-COUNT > ZERO
                   OPEN OUTPUT INSPAID
                   IF NOT WS-INSPAID-OK
                       DISPLAY "WARNING - UNABLE TO REWRITE PAID "
                           "FILE - STATUS: " WS-INSPAID-STATUS
                   ELSE
                       PERFORM 355-WRITE-ONE-PAID-RECORD
                           VARYING PAID-IDX FROM 1 BY 1
                           UNTIL PAID-IDX > PAID-TABLE-COUNT
                       CLOSE INSPAID
                   END-IF
               END-IF
           END-IF.

       355-WRITE-ONE-PAID-RECORD.
           MOVE SPACES TO PAID-EMPLOYEE-RECORD.
           MOVE PT-EMPLOYEE-ID(PAID-IDX)   TO PD-EMPLOYEE-ID.
           MOVE PT-RUN-DATE(PAID-IDX)      TO PD-RUN-DATE.
           MOVE PT-PAYOUT-AMOUNT(PAID-IDX) TO PD-PAYOUT-AMOUNT.
           MOVE PT-FUND-STATUS(PAID-IDX)   TO PD-FUND-STATUS.
           MOVE PT-RECON-DATE(PAID-IDX)    TO PD-RECON-DATE.
           MOVE PT-PLAN-CODE(PAID-IDX)     TO PD-PLAN-CODE.
           WRITE PAID-EMPLOYEE-RECORD.
           IF NOT WS-INSPAID-OK
               DISPLAY "WARNING - PAID FILE WRITE FAILED - STATUS: "
                   WS-INSPAID-STATUS
           END-IF.

       400-WRITE-RECON-REPORT.
           MOVE REMIT-NAME      TO HL-REMIT-NAME.
           MOVE REMIT-RUN-DATE  TO HL-REMIT-RUN-DATE.
           MOVE RECON-HEADING-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ACK-NAME        TO RA-ACK-NAME.
           MOVE TD-CURRENT-DATE TO RA-RECON-DATE.
           MOVE RECON-ACK-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES.

           MOVE "SENT - NEVER ACKNOWLEDGED" TO RS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 420-WRITE-IF-UNACKED
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-TABLE-COUNT.
           PERFORM 415-WRITE-SECTION-COUNT.

           MOVE "REJECTED BY THE FUND" TO RS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 425-WRITE-IF-REJECTED
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-TABLE-COUNT.
           PERFORM 415-WRITE-SECTION-COUNT.

           MOVE "CREDITED AMOUNT DIFFERS FROM AMOUNT SENT"
               TO RS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 430-WRITE-IF-AMOUNT-DIFFERS
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-TABLE-COUNT.
           PERFORM 415-WRITE-SECTION-COUNT.

           MOVE "ACKNOWLEDGED - NEVER SENT" TO RS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 440-WRITE-EXTRA-ACK-ROW
               VARYING EXTRA-IDX FROM 1 BY 1
               UNTIL EXTRA-IDX > EXTRA-TABLE-COUNT.
           PERFORM 415-WRITE-SECTION-COUNT.

           MOVE "SENT - NOT ON THE PAID FILE" TO RS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 435-WRITE-IF-NOT-ON-PAID
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-TABLE-COUNT.
           PERFORM 415-WRITE-SECTION-COUNT.

           PERFORM 450-WRITE-CONTROL-TOTALS.

       410-WRITE-SECTION-HEADING.
           MOVE ZERO TO SECTION-LINE-COUNT.
           MOVE RECON-SECTION-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE RECON-COLUMN-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES.

       415-WRITE-SECTION-COUNT.
           MOVE SECTION-LINE-COUNT TO RC-SECTION-COUNT.
           MOVE RECON-COUNT-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES.

       420-WRITE-IF-UNACKED.
           IF RM-ACK-STATUS(REMIT-IDX) = SPACE
               PERFORM 460-WRITE-REMIT-DETAIL
           END-IF.

       425-WRITE-IF-REJECTED.
           IF RM-ACK-STATUS(REMIT-IDX) = "R"
               PERFORM 460-WRITE-REMIT-DETAIL
           END-IF.

       430-WRITE-IF-AMOUNT-DIFFERS.
           IF RM-ACK-STATUS(REMIT-IDX) = "A"
               AND RM-CREDIT-AMOUNT(REMIT-IDX)
                   NOT = RM-SENT-AMOUNT(REMIT-IDX)
               PERFORM 460-WRITE-REMIT-DETAIL
           END-IF.

       435-WRITE-IF-NOT-ON-PAID.
           IF RM-PAID-FOUND(REMIT-IDX) = "N"
               PERFORM 460-WRITE-REMIT-DETAIL
           END-IF.

       440-WRITE-EXTRA-ACK-ROW.
           MOVE XA-EMPLOYEE-ID(EXTRA-IDX) TO RL-EMPLOYEE-ID.
           MOVE SPACES                    TO RL-PLAN-CODE.
           MOVE ZERO                      TO RL-SENT-AMOUNT.
           IF XA-ACK-STATUS(EXTRA-IDX) = "R"
               MOVE "REJECTED" TO RL-STATUS
           ELSE
               MOVE "ACCEPTED" TO RL-STATUS
           END-IF.
           IF XA-CREDIT-DATE(EXTRA-IDX) = ZERO
               MOVE SPACES TO RL-CREDIT-DATE-X
           ELSE
               MOVE XA-CREDIT-DATE(EXTRA-IDX) TO RL-CREDIT-DATE
           END-IF.
           MOVE XA-CREDIT-AMOUNT(EXTRA-IDX) TO RL-CREDIT-AMOUNT.
           MOVE XA-CREDIT-AMOUNT(EXTRA-IDX) TO RL-DIFFERENCE.
           MOVE XA-REJECT-REASON(EXTRA-IDX) TO RL-REASON.
           ADD 1 TO SECTION-LINE-COUNT.
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES.

       460-WRITE-REMIT-DETAIL.
           MOVE RM-EMPLOYEE-ID(REMIT-IDX) TO RL-EMPLOYEE-ID.
           MOVE RM-PLAN-CODE(REMIT-IDX)   TO RL-PLAN-CODE.
           MOVE RM-SENT-AMOUNT(REMIT-IDX) TO RL-SENT-AMOUNT.
           EVALUATE RM-ACK-STATUS(REMIT-IDX)
               WHEN "A"
                   MOVE "ACCEPTED" TO RL-STATUS
               WHEN "R"
                   MOVE "REJECTED" TO RL-STATUS
               WHEN OTHER
                   MOVE "NO ACK"   TO RL-STATUS
           END-EVALUATE.
           IF RM-CREDIT-DATE(REMIT-IDX) = ZERO
               MOVE SPACES TO RL-CREDIT-DATE-X
           ELSE
               MOVE RM-CREDIT-DATE(REMIT-IDX) TO RL-CREDIT-DATE
           END-IF.
           MOVE RM-CREDIT-AMOUNT(REMIT-IDX) TO RL-CREDIT-AMOUNT.
           COMPUTE DIFFERENCE-WORK =
               RM-CREDIT-AMOUNT(REMIT-IDX) - RM-SENT-AMOUNT(REMIT-IDX).
           MOVE DIFFERENCE-WORK TO RL-DIFFERENCE.
           MOVE RM-REJECT-REASON(REMIT-IDX) TO RL-REASON.
           ADD 1 TO SECTION-LINE-COUNT.
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES.

      * THE REMITTANCE DETAILS MUST BALANCE TO THEIR OWN TRAILER, AND
      * ACCEPTED + REJECTED + UNACKNOWLEDGED MUST ACCOUNT FOR EVERY
      * DETAIL SENT.
       450-WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO RS-SECTION-TITLE.
           MOVE RECON-SECTION-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE "REMITTANCE DETAILS SENT -------" TO TL-TOTAL-LABEL.
           MOVE CT-REMIT-COUNT TO TL-TOTAL-COUNT.
           MOVE CT-REMIT-TOTAL TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           IF TRAILER-SEEN
               MOVE "REMITTANCE TRAILER ------------" TO TL-TOTAL-LABEL
               MOVE CT-TRAILER-COUNT TO TL-TOTAL-COUNT
               MOVE CT-TRAILER-TOTAL TO TL-TOTAL-AMOUNT
               PERFORM 455-WRITE-TOTAL-LINE
               IF CT-TRAILER-COUNT NOT = CT-REMIT-COUNT
                   OR CT-TRAILER-TOTAL NOT = CT-REMIT-TOTAL
                   MOVE "*** TRAILER DOES NOT BALANCE ***"
                       TO RS-SECTION-TITLE
                   MOVE RECON-SECTION-LINE TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES
               END-IF
           ELSE
               MOVE "*** NO REMITTANCE TRAILER ***" TO RS-SECTION-TITLE
               MOVE RECON-SECTION-LINE TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES
           END-IF.

           MOVE "ACKNOWLEDGMENT DETAILS READ ---" TO TL-TOTAL-LABEL.
           MOVE ACK-READ-COUNT TO TL-TOTAL-COUNT.
           MOVE ZERO TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           MOVE "ACCEPTED - AMOUNT CREDITED ----" TO TL-TOTAL-LABEL.
           MOVE CT-ACCEPTED-COUNT TO TL-TOTAL-COUNT.
           MOVE CT-CREDITED-TOTAL TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           MOVE "REJECTED - AMOUNT SENT --------" TO TL-TOTAL-LABEL.
           MOVE CT-REJECTED-COUNT TO TL-TOTAL-COUNT.
           MOVE CT-REJECTED-TOTAL TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           MOVE "UNACKNOWLEDGED - AMOUNT SENT --" TO TL-TOTAL-LABEL.
           MOVE CT-UNACKED-COUNT TO TL-TOTAL-COUNT.
           MOVE CT-UNACKED-TOTAL TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           MOVE "CREDITED AMOUNT DIFFERS -------" TO TL-TOTAL-LABEL.
           MOVE CT-DIFFER-COUNT TO TL-TOTAL-COUNT.
           MOVE ZERO TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           MOVE "NEVER SENT - AMOUNT CREDITED --" TO TL-TOTAL-LABEL.
           MOVE CT-NOT-SENT-COUNT TO TL-TOTAL-COUNT.
           MOVE CT-NOT-SENT-TOTAL TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           MOVE "SENT - NOT ON PAID FILE -------" TO TL-TOTAL-LABEL.
           MOVE CT-NOT-ON-PAID-COUNT TO TL-TOTAL-COUNT.
           MOVE ZERO TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           MOVE "PAID FILE RECORDS FLAGGED -----" TO TL-TOTAL-LABEL.
           MOVE CT-PAID-FLAGGED-COUNT TO TL-TOTAL-COUNT.
           MOVE ZERO TO TL-TOTAL-AMOUNT.
           PERFORM 455-WRITE-TOTAL-LINE.
           IF PAID-OVERFLOW
               MOVE "*** PAID FILE NOT UPDATED ***" TO RS-SECTION-TITLE
               MOVE RECON-SECTION-LINE TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES
           END-IF.

       455-WRITE-TOTAL-LINE.
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES.
