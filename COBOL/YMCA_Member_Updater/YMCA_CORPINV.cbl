      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/05/2018
      * Purpose: Monthly corporate account statements.  Prints one page
      *          per employer on CORPMAS that has employees linked to
      *          it or employer items to show, for the month asked for
      *          (this month by default): the billing address block,
      *          the account's terms, every member now linked to the
      *          account, then each item on CORPITEMS charged in the
      *          month or still open, with what the employer owes in
      *          total.  An item billed for an employee who has since
      *          been unlinked from the account still prints - the
      *          employer still owes it - but is flagged.  Each
      *          account printed is stamped with the statement date.
      *          Written to CORPINV.TXT for the billing office to mail.
      *          Needs CORPIN.
      * Tectonics: cobc
      *
      * Modification History:
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      *   08/16/2018 GW - A statement run for a past month is a reprint:
      *                   the open items are not checked against
      *                   CRP-BALANCE-DUE and the last invoice date is
      *                   not stamped.  Both are done only for the
      *                   current month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CORPORATE-INVOICES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CORPMAS ASSIGN TO WS-CORPMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRP-ACCOUNT-NUMBER
               FILE STATUS IS WS-CORPMAS-STATUS.
           SELECT CORPITEMS ASSIGN TO WS-CORPITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPITEMS-STATUS.
           SELECT YMCAMEM ASSIGN TO WS-YMCAMEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CARD-NUMBER
               ALTERNATE RECORD KEY IS MBR-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-YMCAMEM-STATUS.
           SELECT CORPINVRPT ASSIGN TO WS-CORPINVRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK12".

       DATA DIVISION.

       FILE SECTION.

       FD  CORPMAS.
           COPY CORPREC.

       FD  CORPITEMS.
           COPY CORPITEMREC.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  CORPINVRPT.
       01  CORPINV-REPORT              PIC X(90).

      * SCRATCH SORT FILE - THE LINKED EMPLOYEES (TYPE E) AHEAD OF THE
      * EMPLOYER ITEMS (TYPE I) WITHIN EACH ACCOUNT, EACH IN CARD
      * ORDER, OLDEST CHARGE FIRST WITHIN THE CARD.
       SD  SORT-WORK.
       01  SORT-STATEMENT-RECORD.
           05  SRT-ACCOUNT-NUMBER      PIC 9(6).
           05  SRT-RECORD-TYPE         PIC X.
               88  SRT-EMPLOYEE-LINE                  VALUE "E".
               88  SRT-ITEM-LINE                      VALUE "I".
           05  SRT-CARD-NUMBER         PIC 9(6).
           05  SRT-CHARGE-DATE         PIC 9(8).
           05  SRT-SOURCE-CODE         PIC X(2).
           05  SRT-ORIGINAL-AMOUNT     PIC 9(4)V99.
           05  SRT-OPEN-AMOUNT         PIC 9(4)V99.
           05  SRT-MEMBER-NAME         PIC X(20).
           05  SRT-MEMBER-STATUS       PIC X(8).
           05  SRT-LINK-DATE           PIC 9(8).
           05  SRT-EXPIRATION-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-CORPMAS-PATH         PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-CORPINVRPT-PATH      PIC X(100).

       01  WS-CORPMAS-STATUS           PIC X(2).
           88  WS-CORPMAS-OK                      VALUE "00".

       01  WS-CORPITEMS-STATUS         PIC X(2).
           88  WS-CORPITEMS-OK                    VALUE "00".

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  SWITCHES.
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  RAW-EOF-SWITCH              PIC X          VALUE "N".
               88  RAW-EOF                                VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X          VALUE "Y".
               88  FIRST-RECORD                           VALUE "Y".
           05  ACCOUNT-FOUND-SWITCH        PIC X.
               88  ACCOUNT-FOUND                          VALUE "Y".
           05  ITEM-SECTION-SWITCH         PIC X.
               88  ITEM-SECTION-STARTED                   VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                             VALUE "Y".
           05  MONTH-VALID-SWITCH          PIC X.
               88  MONTH-VALID                            VALUE "Y".

       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * THE MONTH BEING STATED, PROMPTED EACH RUN.  AN ITEM CHARGED
      * AFTER IT IS LEFT FOR NEXT MONTH'S STATEMENT.
       01  STATEMENT-MONTH-FIELDS.
           05  STATEMENT-MONTH-ENTRY   PIC 9(6)       VALUE ZERO.
           05  STATEMENT-MONTH-X       REDEFINES STATEMENT-MONTH-ENTRY.
               10  STATEMENT-YEAR          PIC 9(4).
               10  STATEMENT-MONTH         PIC 99.
           05  CURRENT-MONTH-WORK      PIC 9(6)       VALUE ZERO.
           05  CHARGE-DATE-WORK        PIC 9(8)       VALUE ZERO.
           05  CHARGE-DATE-X           REDEFINES CHARGE-DATE-WORK.
               10  CHARGE-MONTH-WORK       PIC 9(6).
               10  CHARGE-DAY-WORK         PIC 99.

      * THE ACCOUNT UNDER THE CONTROL BREAK.
       01  ACCOUNT-WORK-FIELDS.
           05  OLD-ACCOUNT-NUMBER      PIC 9(6)       VALUE ZERO.
           05  ACCOUNT-EMPLOYEE-COUNT  PIC S9(5)      BINARY VALUE ZERO.
           05  ACCOUNT-ITEM-COUNT      PIC S9(5)      BINARY VALUE ZERO.
           05  ACCOUNT-CHARGED-AMOUNT  PIC 9(7)V99    VALUE ZERO.
           05  ACCOUNT-OPEN-AMOUNT     PIC 9(7)V99    VALUE ZERO.

       01  CORPINV-COUNT-FIELDS        BINARY.
           05  EMPLOYEES-RELEASED-COUNT PIC S9(5)     VALUE ZERO.
           05  ITEMS-READ-COUNT        PIC S9(5)      VALUE ZERO.
           05  ITEMS-RELEASED-COUNT    PIC S9(5)      VALUE ZERO.
           05  STATEMENTS-PRINTED-COUNT PIC S9(5)     VALUE ZERO.
           05  OUT-OF-BALANCE-COUNT    PIC S9(5)      VALUE ZERO.

       01  CORPINV-TOTAL-FIELDS        PACKED-DECIMAL.
           05  TOTAL-CHARGED-AMOUNT    PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-OPEN-AMOUNT       PIC S9(9)V99   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  STATEMENT-HEADER-LINE-1.
           05          PIC X(29)
               VALUE "YMCA CORPORATE MEMBERSHIP - ".
           05          PIC X(21)   VALUE "STATEMENT FOR MONTH ".
           05  SH1-STATEMENT-MONTH     PIC 9(6).
           05          PIC X(12)   VALUE "   ACCOUNT ".
           05  SH1-ACCOUNT-NUMBER      PIC 9(6).

       01  STATEMENT-HEADER-LINE-2.
           05          PIC X(19)   VALUE "STATEMENT DATE:    ".
           05  SH2-STATEMENT-DATE      PIC 9(8).

       01  ADDRESS-NAME-LINE.
           05  AN-EMPLOYER-NAME        PIC X(30).

       01  ADDRESS-ATTN-LINE.
           05          PIC X(6)    VALUE "ATTN: ".
           05  AA-BILLING-CONTACT      PIC X(20).

       01  ADDRESS-STREET-LINE.
           05  AS-STREET-ADDRESS       PIC X(20).

       01  ADDRESS-CITY-LINE.
           05  AC-CITY                 PIC X(15).
           05                          PIC X           VALUE SPACE.
           05  AC-STATE                PIC X(2).
           05                          PIC X           VALUE SPACE.
           05  AC-ZIPCODE              PIC 9(5).

       01  TERMS-LINE.
           05          PIC X(17)   VALUE "TERMS: DISCOUNT ".
           05  TL-DISCOUNT-PERCENT     PIC ZZ9.
           05          PIC X(18)   VALUE "%   EMPLOYER PAYS ".
           05  TL-SHARE-PERCENT        PIC ZZ9.
           05          PIC X(20)   VALUE "% OF DISCOUNTED DUES".
           05          PIC X(3)    VALUE SPACE.
           05  TL-CLOSED-NOTE          PIC X(20).

       01  EMPLOYEE-SECTION-LINE.
           05          PIC X(40)
               VALUE "EMPLOYEES COVERED BY THIS ACCOUNT".

       01  EMPLOYEE-COLUMN-LINE.
           05          PIC X(8)    VALUE "CARD".
           05          PIC X(22)   VALUE "MEMBER NAME".
           05          PIC X(10)   VALUE "STATUS".
           05          PIC X(14)   VALUE "LINKED SINCE".
           05          PIC X(10)   VALUE "EXPIRES".

       01  EMPLOYEE-DETAIL-LINE.
           05  ED-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  ED-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  ED-MEMBER-STATUS        PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  ED-LINK-DATE            PIC 9(8).
           05                          PIC X(6)        VALUE SPACE.
           05  ED-EXPIRATION-DATE      PIC 9(8).

       01  NO-EMPLOYEES-LINE.
           05          PIC X(40)
               VALUE "NO EMPLOYEES NOW LINKED TO THIS ACCOUNT".

       01  ITEM-SECTION-LINE.
           05          PIC X(40)
               VALUE "CHARGES THIS MONTH AND STILL OPEN".

       01  ITEM-COLUMN-LINE.
           05          PIC X(8)    VALUE "CARD".
           05          PIC X(22)   VALUE "MEMBER NAME".
           05          PIC X(10)   VALUE "CHARGED".
           05          PIC X(5)    VALUE "SRC".
           05          PIC X(12)   VALUE "    BILLED".
           05          PIC X(12)   VALUE "      OPEN".

       01  ITEM-DETAIL-LINE.
           05  ID-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  ID-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  ID-CHARGE-DATE          PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  ID-SOURCE-CODE          PIC X(2).
           05                          PIC X(3)        VALUE SPACE.
           05  ID-ORIGINAL-AMOUNT      PIC $Z,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  ID-OPEN-AMOUNT          PIC $Z,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  ID-LINK-NOTE            PIC X(12).

       01  STATEMENT-TOTAL-LINE.
           05          PIC X(30)   VALUE SPACE.
           05  ST-LABEL                PIC X(27).
           05  ST-AMOUNT               PIC $Z,ZZZ,ZZ9.99.

       01  OUT-OF-BALANCE-LINE.
           05          PIC X(40)
               VALUE "** OPEN ITEMS DO NOT AGREE WITH BALANCE ".
           05          PIC X(6)    VALUE "DUE - ".
           05  OB-BALANCE-DUE          PIC $Z,ZZZ,ZZ9.99.
           05          PIC X(20)   VALUE " - REFER TO BILLING".

       PROCEDURE DIVISION.

       000-PRINT-EMPLOYER-STATEMENTS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           MOVE CD-CURRENT-DATE(1:6) TO CURRENT-MONTH-WORK.
           MOVE "N" TO MONTH-VALID-SWITCH.
           PERFORM 100-GET-STATEMENT-MONTH
               WITH TEST AFTER
               UNTIL MONTH-VALID.

           OPEN I-O CORPMAS.
           IF NOT WS-CORPMAS-OK
               DISPLAY "UNABLE TO OPEN CORPMAS AT " WS-CORPMAS-PATH
               DISPLAY "STATUS: " WS-CORPMAS-STATUS
                   " - RUN YMCA_CORPACCT FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
               CLOSE CORPMAS
               STOP RUN
           END-IF.
           OPEN OUTPUT CORPINVRPT.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                SRT-RECORD-TYPE
                                SRT-CARD-NUMBER
                                SRT-CHARGE-DATE
               INPUT PROCEDURE 210-RELEASE-STATEMENT-LINES
               OUTPUT PROCEDURE 220-RETURN-STATEMENT-LINES.

           DISPLAY "STATEMENTS PRINTED: " STATEMENTS-PRINTED-COUNT
               " EMPLOYEES: " EMPLOYEES-RELEASED-COUNT
               " ITEMS: " ITEMS-RELEASED-COUNT.
           DISPLAY "CHARGED THIS MONTH: " TOTAL-CHARGED-AMOUNT
               " OPEN: " TOTAL-OPEN-AMOUNT.
           IF OUT-OF-BALANCE-COUNT > ZERO
               DISPLAY "** ACCOUNTS OUT OF BALANCE: "
                   OUT-OF-BALANCE-COUNT " - SEE CORPINV REPORT"
           END-IF.
           CLOSE CORPMAS
                 YMCAMEM
                 CORPINVRPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-CORPMAS-PATH FROM ENVIRONMENT "CORPMAS_PATH".
           IF WS-CORPMAS-PATH = SPACES
               MOVE "CORPMAS.DAT" TO WS-CORPMAS-PATH
           END-IF.

           ACCEPT WS-CORPITEMS-PATH FROM ENVIRONMENT "CORPITEMS_PATH".
           IF WS-CORPITEMS-PATH = SPACES
               MOVE "CORPITEMS.DAT" TO WS-CORPITEMS-PATH
           END-IF.

           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-CORPINVRPT-PATH FROM ENVIRONMENT "CORPINVRPT_PATH".
           IF WS-CORPINVRPT-PATH = SPACES
               MOVE "CORPINV.TXT" TO WS-CORPINVRPT-PATH
           END-IF.

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD CORPIN.
      * YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_CORPINV" TO OPC-PROGRAM-NAME.
           MOVE "CORPIN" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       100-GET-STATEMENT-MONTH.
           DISPLAY "Enter: Statement Month (YYYYMM, 0 = THIS MONTH)".
           ACCEPT STATEMENT-MONTH-ENTRY.
           IF STATEMENT-MONTH-ENTRY = ZERO
               MOVE CURRENT-MONTH-WORK TO STATEMENT-MONTH-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN STATEMENT-MONTH-ENTRY NOT NUMERIC
                   OR STATEMENT-MONTH < 1
                   OR STATEMENT-MONTH > 12
                   DISPLAY "REJECTED - ENTER THE MONTH AS YYYYMM"
               WHEN STATEMENT-MONTH-ENTRY > CURRENT-MONTH-WORK
                   DISPLAY "REJECTED - STATEMENT MONTH IS IN THE FUTURE"
               WHEN OTHER
                   MOVE "Y" TO MONTH-VALID-SWITCH
           END-EVALUATE.

      * SORT INPUT PROCEDURE - EVERY MEMBER LINKED TO AN ACCOUNT, THEN
      * EVERY EMPLOYER ITEM CHARGED IN THE MONTH OR STILL OPEN.  A
      * MISSING CORPITEMS JUST MEANS NOTHING HAS BEEN BILLED YET.
       210-RELEASE-STATEMENT-LINES.
           MOVE "N" TO RAW-EOF-SWITCH.
           PERFORM 215-RELEASE-ONE-EMPLOYEE
               WITH TEST AFTER
               UNTIL RAW-EOF.
           MOVE "N" TO RAW-EOF-SWITCH.
           OPEN INPUT CORPITEMS.
           IF NOT WS-CORPITEMS-OK
               DISPLAY "NO CORPITEMS AT " WS-CORPITEMS-PATH
                   " - NO EMPLOYER ITEMS TO STATE"
           ELSE
               PERFORM 217-RELEASE-ONE-ITEM
                   WITH TEST AFTER
                   UNTIL RAW-EOF
               CLOSE CORPITEMS
           END-IF.

       215-RELEASE-ONE-EMPLOYEE.
           READ YMCAMEM NEXT RECORD
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   IF MBR-CORP-ACCOUNT-NUMBER NUMERIC
                       AND MBR-CORP-ACCOUNT-NUMBER NOT = ZERO
                       ADD 1 TO EMPLOYEES-RELEASED-COUNT
                       MOVE MBR-CORP-ACCOUNT-NUMBER
                           TO SRT-ACCOUNT-NUMBER
                       MOVE "E"                 TO SRT-RECORD-TYPE
                       MOVE MBR-CARD-NUMBER     TO SRT-CARD-NUMBER
                       MOVE ZERO                TO SRT-CHARGE-DATE
                       MOVE SPACES              TO SRT-SOURCE-CODE
                       MOVE ZERO                TO SRT-ORIGINAL-AMOUNT
                       MOVE ZERO                TO SRT-OPEN-AMOUNT
                       MOVE MBR-NAME            TO SRT-MEMBER-NAME
                       MOVE MBR-STATUS          TO SRT-MEMBER-STATUS
                       MOVE MBR-CORP-LINK-DATE  TO SRT-LINK-DATE
                       MOVE MBR-EXPIRATION-DATE TO SRT-EXPIRATION-DATE
                       RELEASE SORT-STATEMENT-RECORD
                   END-IF
           END-READ.

       217-RELEASE-ONE-ITEM.
           READ CORPITEMS
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ITEMS-READ-COUNT
                   MOVE CPI-CHARGE-DATE TO CHARGE-DATE-WORK
                   IF CHARGE-MONTH-WORK NOT > STATEMENT-MONTH-ENTRY
                       AND (CPI-OPEN-AMOUNT > ZERO
                       OR CHARGE-MONTH-WORK = STATEMENT-MONTH-ENTRY)
                       ADD 1 TO ITEMS-RELEASED-COUNT
                       MOVE CPI-ACCOUNT-NUMBER  TO SRT-ACCOUNT-NUMBER
                       MOVE "I"                 TO SRT-RECORD-TYPE
                       MOVE CPI-CARD-NUMBER     TO SRT-CARD-NUMBER
                       MOVE CPI-CHARGE-DATE     TO SRT-CHARGE-DATE
                       MOVE CPI-SOURCE-CODE     TO SRT-SOURCE-CODE
                       MOVE CPI-ORIGINAL-AMOUNT TO SRT-ORIGINAL-AMOUNT
                       MOVE CPI-OPEN-AMOUNT     TO SRT-OPEN-AMOUNT
                       MOVE SPACES              TO SRT-MEMBER-NAME
                       MOVE SPACES              TO SRT-MEMBER-STATUS
                       MOVE ZERO                TO SRT-LINK-DATE
                       MOVE ZERO                TO SRT-EXPIRATION-DATE
                       RELEASE SORT-STATEMENT-RECORD
                   END-IF
           END-READ.

      * SORT OUTPUT PROCEDURE - ONE STATEMENT PER ACCOUNT NUMBER.
       220-RETURN-STATEMENT-LINES.
           PERFORM 230-RETURN-ONE-LINE.
           PERFORM 240-PRINT-ONE-LINE
               WITH TEST AFTER
               UNTIL EOF.

       230-RETURN-ONE-LINE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO EOF-SWITCH.

       240-PRINT-ONE-LINE.
           IF NOT EOF
               IF FIRST-RECORD
                   MOVE "N" TO FIRST-RECORD-SWITCH
                   PERFORM 300-START-STATEMENT
               ELSE
                   IF SRT-ACCOUNT-NUMBER NOT = OLD-ACCOUNT-NUMBER
                       PERFORM 350-FINISH-STATEMENT
                       PERFORM 300-START-STATEMENT
                   END-IF
               END-IF
               IF SRT-EMPLOYEE-LINE
                   PERFORM 310-PRINT-EMPLOYEE-LINE
               ELSE
                   PERFORM 320-PRINT-ITEM-LINE
               END-IF
               PERFORM 230-RETURN-ONE-LINE
           ELSE
               IF NOT FIRST-RECORD
                   PERFORM 350-FINISH-STATEMENT
               END-IF
           END-IF.

      * A NEW PAGE WITH THE EMPLOYER'S ADDRESS BLOCK.  AN ACCOUNT
      * NUMBER NOT ON CORPMAS STILL PRINTS SO THE OFFICE SEES IT.
       300-START-STATEMENT.
           MOVE SRT-ACCOUNT-NUMBER TO OLD-ACCOUNT-NUMBER.
           MOVE ZERO TO ACCOUNT-EMPLOYEE-COUNT
                        ACCOUNT-ITEM-COUNT
                        ACCOUNT-CHARGED-AMOUNT
                        ACCOUNT-OPEN-AMOUNT.
           MOVE "N" TO ITEM-SECTION-SWITCH.
           ADD 1 TO STATEMENTS-PRINTED-COUNT.
           MOVE SRT-ACCOUNT-NUMBER TO CRP-ACCOUNT-NUMBER.
           READ CORPMAS
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-SWITCH
           END-READ.
           MOVE STATEMENT-MONTH-ENTRY TO SH1-STATEMENT-MONTH.
           MOVE SRT-ACCOUNT-NUMBER    TO SH1-ACCOUNT-NUMBER.
           MOVE STATEMENT-HEADER-LINE-1 TO CORPINV-REPORT.
           WRITE CORPINV-REPORT AFTER ADVANCING PAGE.
           MOVE CD-CURRENT-DATE TO SH2-STATEMENT-DATE.
           MOVE STATEMENT-HEADER-LINE-2 TO CORPINV-REPORT.
           WRITE CORPINV-REPORT.
           IF ACCOUNT-FOUND
               MOVE CRP-EMPLOYER-NAME   TO AN-EMPLOYER-NAME
               MOVE CRP-BILLING-CONTACT TO AA-BILLING-CONTACT
               MOVE CRP-STREET-ADDRESS  TO AS-STREET-ADDRESS
               MOVE CRP-CITY            TO AC-CITY
               MOVE CRP-STATE           TO AC-STATE
               MOVE CRP-ZIPCODE         TO AC-ZIPCODE
               MOVE ADDRESS-NAME-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT AFTER ADVANCING 2 LINES
               MOVE ADDRESS-ATTN-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT
               MOVE ADDRESS-STREET-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT
               MOVE ADDRESS-CITY-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT
               MOVE CRP-DISCOUNT-PERCENT TO TL-DISCOUNT-PERCENT
               MOVE CRP-EMPLOYER-SHARE-PERCENT TO TL-SHARE-PERCENT
               IF CRP-CLOSED
                   MOVE "** ACCOUNT CLOSED" TO TL-CLOSED-NOTE
               ELSE
                   MOVE SPACES TO TL-CLOSED-NOTE
               END-IF
               MOVE TERMS-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT AFTER ADVANCING 2 LINES
           ELSE
               MOVE "** ACCOUNT NOT ON CORPMAS" TO AN-EMPLOYER-NAME
               MOVE ADDRESS-NAME-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT AFTER ADVANCING 2 LINES
           END-IF.
           MOVE EMPLOYEE-SECTION-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT AFTER ADVANCING 2 LINES.
           MOVE EMPLOYEE-COLUMN-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT.

       310-PRINT-EMPLOYEE-LINE.
           ADD 1 TO ACCOUNT-EMPLOYEE-COUNT.
           MOVE SRT-CARD-NUMBER     TO ED-CARD-NUMBER.
           MOVE SRT-MEMBER-NAME     TO ED-MEMBER-NAME.
           MOVE SRT-MEMBER-STATUS   TO ED-MEMBER-STATUS.
           MOVE SRT-LINK-DATE       TO ED-LINK-DATE.
           MOVE SRT-EXPIRATION-DATE TO ED-EXPIRATION-DATE.
           MOVE EMPLOYEE-DETAIL-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT.

      * THE EMPLOYEES ALL SORT AHEAD OF THE ITEMS, SO THE FIRST ITEM
      * CLOSES THE EMPLOYEE LIST.
       315-START-ITEM-SECTION.
           MOVE "Y" TO ITEM-SECTION-SWITCH.
           IF ACCOUNT-EMPLOYEE-COUNT = ZERO
               MOVE NO-EMPLOYEES-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT
           END-IF.
           MOVE ITEM-SECTION-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT AFTER ADVANCING 2 LINES.
           MOVE ITEM-COLUMN-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT.

       320-PRINT-ITEM-LINE.
           IF NOT ITEM-SECTION-STARTED
               PERFORM 315-START-ITEM-SECTION
           END-IF.
           ADD 1 TO ACCOUNT-ITEM-COUNT.
           MOVE SRT-CHARGE-DATE TO CHARGE-DATE-WORK.
           IF CHARGE-MONTH-WORK = STATEMENT-MONTH-ENTRY
               ADD SRT-ORIGINAL-AMOUNT TO ACCOUNT-CHARGED-AMOUNT
           END-IF.
           ADD SRT-OPEN-AMOUNT TO ACCOUNT-OPEN-AMOUNT.
           PERFORM 330-LOOK-UP-ITEM-MEMBER.
           MOVE SRT-CARD-NUMBER     TO ID-CARD-NUMBER.
           MOVE SRT-CHARGE-DATE     TO ID-CHARGE-DATE.
           MOVE SRT-SOURCE-CODE     TO ID-SOURCE-CODE.
           MOVE SRT-ORIGINAL-AMOUNT TO ID-ORIGINAL-AMOUNT.
           MOVE SRT-OPEN-AMOUNT     TO ID-OPEN-AMOUNT.
           MOVE ITEM-DETAIL-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT.

      * THE EMPLOYEE'S NAME, AND WHETHER THEY ARE STILL LINKED TO THIS
      * ACCOUNT - AN ITEM STAYS THE EMPLOYER'S TO PAY EITHER WAY.
       330-LOOK-UP-ITEM-MEMBER.
           MOVE SPACES TO ID-LINK-NOTE.
           MOVE SRT-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.
           IF CARD-FOUND
               MOVE MBR-NAME TO ID-MEMBER-NAME
               IF MBR-CORP-ACCOUNT-NUMBER NOT = SRT-ACCOUNT-NUMBER
                   MOVE "* NOT LINKED" TO ID-LINK-NOTE
               END-IF
           ELSE
               MOVE "** NOT ON FILE" TO ID-MEMBER-NAME
           END-IF.

      * THE ACCOUNT'S TOTALS.  THE OPEN ITEMS ARE WHAT THE EMPLOYER
      * OWES; THEY SHOULD ADD UP TO CRP-BALANCE-DUE, AND A STATEMENT
      * WHERE THEY DO NOT SAYS SO.  THE CREDIT ON ACCOUNT IS ALREADY
      * TAKEN OFF EACH NEW SHARE AS IT IS BILLED, SO IT IS SHOWN BUT
      * NOT SUBTRACTED AGAIN.  THE ACCOUNT IS STAMPED AS INVOICED.
      * A PAST MONTH IS A REPRINT - ITS ITEMS STOP AT THAT MONTH WHILE
      * THE BALANCE DOES NOT, SO IT IS NEITHER BALANCED NOR STAMPED.
       350-FINISH-STATEMENT.
           IF NOT ITEM-SECTION-STARTED
               PERFORM 315-START-ITEM-SECTION
           END-IF.
           MOVE "CHARGED THIS MONTH" TO ST-LABEL.
           MOVE ACCOUNT-CHARGED-AMOUNT TO ST-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT AFTER ADVANCING 2 LINES.
           IF ACCOUNT-FOUND
               MOVE "CREDIT ON ACCOUNT" TO ST-LABEL
               MOVE CRP-CREDIT-BALANCE TO ST-AMOUNT
               MOVE STATEMENT-TOTAL-LINE TO CORPINV-REPORT
               WRITE CORPINV-REPORT
           END-IF.
           MOVE "AMOUNT DUE" TO ST-LABEL.
           MOVE ACCOUNT-OPEN-AMOUNT TO ST-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE TO CORPINV-REPORT.
           WRITE CORPINV-REPORT.
           ADD ACCOUNT-CHARGED-AMOUNT TO TOTAL-CHARGED-AMOUNT.
           ADD ACCOUNT-OPEN-AMOUNT TO TOTAL-OPEN-AMOUNT.
           IF ACCOUNT-FOUND
               AND STATEMENT-MONTH-ENTRY = CURRENT-MONTH-WORK
               IF ACCOUNT-OPEN-AMOUNT NOT = CRP-BALANCE-DUE
                   ADD 1 TO OUT-OF-BALANCE-COUNT
                   MOVE CRP-BALANCE-DUE TO OB-BALANCE-DUE
                   MOVE OUT-OF-BALANCE-LINE TO CORPINV-REPORT
                   WRITE CORPINV-REPORT AFTER ADVANCING 2 LINES
               END-IF
               MOVE CD-CURRENT-DATE TO CRP-LAST-INVOICE-DATE
               REWRITE CORPORATE-ACCOUNT-RECORD
               IF NOT WS-CORPMAS-OK
                   DISPLAY "WARNING - INVOICE DATE NOT STAMPED - "
                       "ACCOUNT: " CRP-ACCOUNT-NUMBER
                       " STATUS: " WS-CORPMAS-STATUS
               END-IF
           END-IF.
