      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/20/2018
      * Purpose: Bad-debt escalation and collection agency recoveries.
      *          (E)scalate mode sorts the open ARITEMS into card
      *          order, as YMCA_ARAGING does, and takes each member
      *          whose oldest open charge is past the age the office
      *          chooses (over 90 days - the far end of the aging
      *          report's OVER 90 bucket).  The first time, the member
      *          gets a final-notice letter on FINALLTR and the date
      *          goes on MBR-FINAL-NOTICE-DATE.  A member still owing
      *          once the grace days after that notice have run out is
      *          placed with the collection agency: a placement record
      *          (name, address, amount, oldest charge date) goes on
      *          the fixed-format AGYPLACE file (see AGYPLREC, one
      *          batch and trailer appended per run), the balance due
      *          is written off to MBR-WRITEOFF-AMOUNT,
      *          the status becomes "COLLECT " so YMCA_CHECKIN bars the
      *          card, any bank draft is stopped, and the change is
      *          logged to MBRCHLOG (function W).  The member's open
      *          items are then zeroed on ARITEMS and one write-off
      *          item (source WO) per placement is added, which
      *          YMCA_REVSUM reports apart from billed and collected.
      *          (R)ecoveries mode reads the agency's AGYREMIT file
      *          (see AGYREMREC): each collection it reports is added
      *          to MBR-RECOVERED-AMOUNT, logged (function V), and the
      *          net of the agency's fee is extracted to PAYEXTR under
      *          source RC.  The remittance file is emptied at the end
      *          so a collection cannot be posted twice.  Each mode
      *          prints its own register.
      * Tectonics: cobc
      *
      * Modification History:
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      *   08/23/2018 GW - AGYPLACE is now opened EXTEND (created if
      *                   missing) and each escalation run appends its
      *                   own batch and trailer, so a second run before
      *                   the agency has collected the file no longer
      *                   wipes the earlier placements.  The write-off
      *                   pass reads back only the placements this run
      *                   added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-BAD-DEBT-RUN.

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
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.
           SELECT ARWORK ASSIGN TO WS-ARWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARWORK-STATUS.
           SELECT AGYPLACE ASSIGN TO WS-AGYPLACE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGYPLACE-STATUS.
           SELECT AGYREMIT ASSIGN TO WS-AGYREMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGYREMIT-STATUS.
           SELECT FINALLTR ASSIGN TO WS-FINALLTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BADDEBTRPT ASSIGN TO WS-BADDEBTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MBRCHLOG ASSIGN TO WS-MBRCHLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBRCHLOG-STATUS.
           SELECT PAYEXTR ASSIGN TO WS-PAYEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.
           SELECT SORT-WORK ASSIGN TO "SRTWORK11".

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  ARITEMS.
           COPY ARITEMREC.

      * SCRATCH COPY OF THE OPEN-ITEM FILE FOR THE WRITE-OFF PASS, THE
      * SAME COPY-THROUGH YMCA_RETCHECK USES.  WIDEN IF ARITEMREC
      * GROWS.
       FD  ARWORK.
       01  AR-WORK-RECORD              PIC X(28).

       FD  AGYPLACE.
           COPY AGYPLREC.

       FD  AGYREMIT.
           COPY AGYREMREC.

       FD  FINALLTR.
       01  FINAL-LETTER                PIC X(80).

       FD  BADDEBTRPT.
       01  BADDEBT-REPORT              PIC X(100).

       FD  MBRCHLOG.
           COPY CHANGEREC.

       FD  PAYEXTR.
           COPY PAYXREC.

      * SCRATCH SORT FILE - OPEN ITEMS INTO CARD ORDER, OLDEST CHARGE
      * FIRST WITHIN THE CARD, FOR THE PER-MEMBER CONTROL BREAK.
       SD  SORT-WORK.
       01  SORT-ITEM-RECORD.
           05  SRT-CARD-NUMBER         PIC 9(6).
           05  SRT-CHARGE-DATE         PIC 9(8).
           05  SRT-OPEN-AMOUNT         PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-ARWORK-PATH          PIC X(100).
           05  WS-AGYPLACE-PATH        PIC X(100).
           05  WS-AGYREMIT-PATH        PIC X(100).
           05  WS-FINALLTR-PATH        PIC X(100).
           05  WS-BADDEBTRPT-PATH      PIC X(100).
           05  WS-MBRCHLOG-PATH        PIC X(100).
           05  WS-PAYEXTR-PATH         PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".

       01  WS-ARWORK-STATUS            PIC X(2).
           88  WS-ARWORK-OK                       VALUE "00".

       01  WS-AGYPLACE-STATUS          PIC X(2).
           88  WS-AGYPLACE-OK                     VALUE "00".
           88  WS-AGYPLACE-FILE-MISSING            VALUE "35".

       01  WS-AGYREMIT-STATUS          PIC X(2).
           88  WS-AGYREMIT-OK                     VALUE "00".

       01  WS-MBRCHLOG-STATUS          PIC X(2).
           88  WS-MBRCHLOG-OK                     VALUE "00".
           88  WS-MBRCHLOG-FILE-MISSING            VALUE "35".

       01  WS-PAYEXTR-STATUS           PIC X(2).
           88  WS-PAYEXTR-OK                      VALUE "00".
           88  WS-PAYEXTR-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  MODE-SWITCH                 PIC X          VALUE "E".
               88  ESCALATE-MODE                          VALUE "E".
               88  RECOVERY-MODE                          VALUE "R".
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  RAW-EOF-SWITCH              PIC X          VALUE "N".
               88  RAW-EOF                                VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X          VALUE "Y".
               88  FIRST-RECORD                           VALUE "Y".
           05  AR-EOF-SWITCH               PIC X.
               88  AR-EOF                                  VALUE "Y".
           05  ARWORK-EOF-SWITCH           PIC X.
               88  ARWORK-EOF                              VALUE "Y".
           05  PLACE-EOF-SWITCH            PIC X.
               88  PLACE-EOF                               VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  PLACED-TODAY-SWITCH         PIC X.
               88  PLACED-TODAY                            VALUE "Y".

       01  BADDEBT-COUNT-FIELDS        BINARY.
           05  ITEMS-READ-COUNT        PIC S9(5)      VALUE ZERO.
           05  OPEN-ITEM-COUNT         PIC S9(5)      VALUE ZERO.
           05  ACCOUNTS-PAST-AGE-COUNT PIC S9(5)      VALUE ZERO.
           05  FINAL-NOTICE-COUNT      PIC S9(5)      VALUE ZERO.
           05  PLACED-COUNT            PIC S9(5)      VALUE ZERO.
           05  AWAITING-COUNT          PIC S9(5)      VALUE ZERO.
           05  SKIPPED-COUNT           PIC S9(5)      VALUE ZERO.
           05  ITEMS-ZEROED-COUNT      PIC S9(5)      VALUE ZERO.
           05  REMITS-READ-COUNT       PIC S9(5)      VALUE ZERO.
           05  RECOVERED-COUNT         PIC S9(5)      VALUE ZERO.
           05  REMITS-REJECT-COUNT     PIC S9(5)      VALUE ZERO.
           05  PLACE-RECORDS-BEFORE    PIC S9(7)      VALUE ZERO.
           05  PLACE-RECORDS-READ      PIC S9(7)      VALUE ZERO.

       01  BADDEBT-TOTAL-FIELDS        PACKED-DECIMAL.
           05  TOTAL-PLACED-AMOUNT     PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-GROSS-RECOVERED   PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-FEES-KEPT         PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-NET-RECOVERED     PIC S9(9)V99   VALUE ZERO.

      * THE ESCALATION RULES, PROMPTED EACH RUN.  AN ACCOUNT IS TAKEN
      * UP ONCE ITS OLDEST OPEN CHARGE IS OLDER THAN THE ESCALATION
      * AGE, AND PLACED ONCE THE GRACE DAYS AFTER ITS FINAL NOTICE
      * HAVE PASSED WITHOUT THE BALANCE BEING PAID OFF.
       01  ESCALATION-RULE-FIELDS.
           05  ESCALATE-AGE-DAYS       PIC 9(3)       VALUE ZERO.
           05  NOTICE-GRACE-DAYS       PIC 9(3)       VALUE ZERO.

      * THE ACCOUNT UNDER THE CONTROL BREAK.
       01  ACCOUNT-WORK-FIELDS.
           05  OLD-CARD-NUMBER         PIC 9(6)       VALUE ZERO.
           05  OLDEST-CHARGE-DATE      PIC 9(8)       VALUE ZERO.
           05  ACCOUNT-OPEN-AMOUNT     PIC 9(7)V99    VALUE ZERO.
           05  ACCOUNT-AGE-DAYS        PIC S9(5)      VALUE ZERO.
           05  GRACE-ENDS-DAY-NUMBER   PIC S9(7)      VALUE ZERO.
           05  PLACED-AMOUNT-WORK      PIC 9(5)V99    VALUE ZERO.
           05  LAST-LOOKUP-CARD        PIC 9(6)       VALUE ZERO.
           05  NET-RECOVERY-WORK       PIC 9(5)V99    VALUE ZERO.
           05  RECOVERY-LIMIT-WORK     PIC 9(6)V99    VALUE ZERO.

      * WHO IS RUNNING THE ESCALATION - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE OR PROMPTED, AS IN YMCA_MEM_UPDATE, AND
      * STAMPED ON EVERY CHANGE LOGGED.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * BEFORE/AFTER SNAPSHOTS OF THE MEMBER RECORD FOR THE CHANGE
      * LOG, THE SAME PAIR YMCA_MEM_UPDATE KEEPS.
       01  CHANGE-IMAGE-FIELDS.
           05  LOG-BEFORE-IMAGE        PIC X(361).
           05  LOG-AFTER-IMAGE         PIC X(361).
           05  LOG-FUNCTION-CODE       PIC X.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-TIME         PIC 9(6).

      * SERIAL DAY-NUMBER CONVERSION, THE SAME ROUTINE YMCA_ARAGING
      * AGES ITEMS WITH.
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
           05  LEAP-QUOTIENT           PIC 9(4)       VALUE ZERO.
           05  LEAP-REMAINDER-4        PIC 9          VALUE ZERO.
           05  LEAP-REMAINDER-100      PIC 99         VALUE ZERO.
           05  LEAP-REMAINDER-400      PIC 9(3)       VALUE ZERO.

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

      * THE FINAL NOTICE - THE YMCA_NOTICES ADDRESS BLOCK AND A BODY
      * GIVING THE GRACE DATE, SEPARATED BY A LINE OF DASHES SO THE
      * PRINT SHOP CAN BURST THEM.
       01  LETTER-NAME-LINE.
           05  LN-MEMBER-NAME          PIC X(20).

       01  LETTER-STREET-LINE.
           05  LS-STREET-ADDRESS       PIC X(20).

       01  LETTER-CITY-LINE.
           05  LC-CITY                 PIC X(15).
           05                          PIC X           VALUE SPACE.
           05  LC-STATE                PIC X(2).
           05                          PIC X           VALUE SPACE.
           05  LC-ZIPCODE              PIC 9(5).

       01  FINAL-BODY-LINE-1.
           05          PIC X(40)
               VALUE "FINAL NOTICE - OUR RECORDS SHOW A PAST  ".
           05          PIC X(26)   VALUE "DUE BALANCE ON YOUR YMCA  ".

       01  FINAL-BODY-LINE-2.
           05          PIC X(11)   VALUE "ACCOUNT OF ".
           05  FB2-BALANCE-DUE         PIC $Z,ZZ9.99.
           05          PIC X(40)
               VALUE " THAT IS NOW SERIOUSLY OVERDUE.  UNLESS ".

       01  FINAL-BODY-LINE-3.
           05          PIC X(40)
               VALUE "IT IS PAID IN FULL WITHIN THE NEXT      ".
           05  FB3-GRACE-DAYS          PIC ZZ9.
           05          PIC X(21)   VALUE " DAYS, YOUR ACCOUNT  ".

       01  FINAL-BODY-LINE-4.
           05          PIC X(40)
               VALUE "WILL BE TURNED OVER TO A COLLECTION     ".
           05          PIC X(33)
               VALUE "AGENCY AND YOUR ACCESS SUSPENDED.".

       01  FINAL-BODY-LINE-5.
           05          PIC X(40)
               VALUE "PLEASE SETTLE AT THE FRONT DESK OR      ".
           05          PIC X(33)
               VALUE "RETURN THIS NOTICE WITH PAYMENT.".

       01  LETTER-SEPARATOR-LINE.
           05          PIC X(40)   VALUE ALL "-".

       01  ESCALATE-HEADING-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05              PIC X(5)        VALUE "BRN  ".
           05              PIC X(10)       VALUE "OLDEST".
           05              PIC X(7)        VALUE "  DAYS ".
           05              PIC X(12)       VALUE "  BALANCE".
           05              PIC X(16)       VALUE "ACTION".

       01  ESCALATE-DETAIL-LINE.
           05  ED-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  ED-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  ED-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  ED-OLDEST-DATE          PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  ED-AGE-DAYS             PIC ZZ,ZZ9.
           05                          PIC X           VALUE SPACE.
           05  ED-BALANCE-DUE          PIC $ZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  ED-ACTION               PIC X(24).

       01  ESCALATE-TRAILER-LINE.
           05          PIC X(18)   VALUE "PLACED ---------- ".
           05  ET-PLACED-COUNT     PIC ZZ,ZZ9.
           05          PIC X(22)   VALUE " ACCOUNT(S), TOTAL OF ".
           05  ET-TOTAL-PLACED     PIC $ZZ,ZZZ,ZZ9.99.

       01  ESCALATE-COUNT-LINE.
           05          PIC X(18)   VALUE "FINAL NOTICES --- ".
           05  EC-NOTICE-COUNT     PIC ZZ,ZZ9.
           05          PIC X(12)   VALUE " AWAITING - ".
           05  EC-AWAITING-COUNT   PIC ZZ,ZZ9.
           05          PIC X(11)   VALUE " SKIPPED - ".
           05  EC-SKIPPED-COUNT    PIC ZZ,ZZ9.

       01  ESCALATE-ITEM-LINE.
           05          PIC X(18)   VALUE "OPEN ITEMS ------ ".
           05  EI-OPEN-COUNT       PIC ZZ,ZZ9.
           05          PIC X(20)   VALUE " WRITTEN OFF ITEMS -".
           05  EI-ZEROED-COUNT     PIC ZZ,ZZ9.

       01  RECOVERY-HEADING-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05              PIC X(10)       VALUE "COLLECTED".
           05              PIC X(12)       VALUE "      GROSS".
           05              PIC X(11)       VALUE "        FEE".
           05              PIC X(12)       VALUE "        NET".
           05              PIC X(13)       VALUE "  LEFT OWING".

       01  RECOVERY-DETAIL-LINE.
           05  RD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  RD-COLLECTED-DATE       PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-GROSS-AMOUNT         PIC $ZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05  RD-FEE-AMOUNT           PIC $ZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  RD-NET-AMOUNT           PIC $ZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  RD-LEFT-OWING           PIC $ZZ,ZZ9.99.

      * A REJECTED REMITTANCE PRINTS IN FILE ORDER WITH THE POSTED
      * ONES, FLAGGED SO THE OFFICE TAKES IT UP WITH THE AGENCY.
       01  REJECT-DETAIL-LINE.
           05  RJ-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05              PIC X(12)       VALUE "** REJECTED ".
           05                          PIC XX          VALUE SPACE.
           05  RJ-AGENCY-REFERENCE     PIC X(12).
           05                          PIC XX          VALUE SPACE.
           05  RJ-GROSS-AMOUNT         PIC $ZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  RJ-REASON               PIC X(30).

       01  RECOVERY-TRAILER-LINE.
           05          PIC X(18)   VALUE "RECOVERED ------- ".
           05  RT-RECOVERED-COUNT  PIC ZZ,ZZ9.
           05          PIC X(15)   VALUE " ACCOUNT(S) -  ".
           05          PIC X(7)    VALUE "GROSS: ".
           05  RT-TOTAL-GROSS      PIC $ZZ,ZZZ,ZZ9.99.
           05          PIC X(7)    VALUE "  FEE: ".
           05  RT-TOTAL-FEES       PIC $ZZ,ZZZ,ZZ9.99.

       01  RECOVERY-NET-LINE.
           05          PIC X(18)   VALUE "NET POSTED ------ ".
           05  RN-TOTAL-NET        PIC $ZZ,ZZZ,ZZ9.99.

       01  RECOVERY-COUNT-LINE.
           05          PIC X(18)   VALUE "REMITTANCES READ  ".
           05  RC-READ-COUNT       PIC ZZ,ZZ9.
           05          PIC X(12)   VALUE " REJECTED - ".
           05  RC-REJECT-COUNT     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-RUN-BAD-DEBT.
           DISPLAY "Select Run: (E)scalate Past-Due Accounts or "
               "(R)ecoveries From The Collection Agency"
           ACCEPT MODE-SWITCH.
           IF NOT RECOVERY-MODE
               MOVE "E" TO MODE-SWITCH
           END-IF.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CD-CURRENT-TIME.

           IF RECOVERY-MODE
               PERFORM 700-POST-RECOVERIES
           ELSE
               PERFORM 100-ESCALATE-ACCOUNTS
           END-IF.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-ARWORK-PATH FROM ENVIRONMENT "ARWORK_PATH".
           IF WS-ARWORK-PATH = SPACES
               MOVE "ARWORK.DAT" TO WS-ARWORK-PATH
           END-IF.

           ACCEPT WS-AGYPLACE-PATH FROM ENVIRONMENT "AGYPLACE_PATH".
           IF WS-AGYPLACE-PATH = SPACES
               MOVE "AGYPLACE.DAT" TO WS-AGYPLACE-PATH
           END-IF.

           ACCEPT WS-AGYREMIT-PATH FROM ENVIRONMENT "AGYREMIT_PATH".
           IF WS-AGYREMIT-PATH = SPACES
               MOVE "AGYREMIT.DAT" TO WS-AGYREMIT-PATH
           END-IF.

           ACCEPT WS-FINALLTR-PATH FROM ENVIRONMENT "FINALLTR_PATH".
           IF WS-FINALLTR-PATH = SPACES
               MOVE "FINALLTR.TXT" TO WS-FINALLTR-PATH
           END-IF.

      * EACH MODE PRINTS TO ITS OWN REGISTER SO A DAY THAT RUNS BOTH
      * KEEPS BOTH.
           ACCEPT WS-BADDEBTRPT-PATH FROM ENVIRONMENT
               "BADDEBTRPT_PATH".
           IF WS-BADDEBTRPT-PATH = SPACES
               IF RECOVERY-MODE
                   MOVE "AGYRECRPT.TXT" TO WS-BADDEBTRPT-PATH
               ELSE
                   MOVE "BADDEBTRPT.TXT" TO WS-BADDEBTRPT-PATH
               END-IF
           END-IF.

           ACCEPT WS-MBRCHLOG-PATH FROM ENVIRONMENT "MBRCHLOG_PATH".
           IF WS-MBRCHLOG-PATH = SPACES
               MOVE "MBRCHLOG.DAT" TO WS-MBRCHLOG-PATH
           END-IF.

           ACCEPT WS-PAYEXTR-PATH FROM ENVIRONMENT "PAYEXTR_PATH".
           IF WS-PAYEXTR-PATH = SPACES
               MOVE "PAYEXTR.DAT" TO WS-PAYEXTR-PATH
           END-IF.

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD BADDBT TO
      * RUN EITHER MODE.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_BADDEBT" TO OPC-PROGRAM-NAME.
           MOVE "BADDBT" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * ESCALATION - ONE PASS OVER THE OPEN ITEMS IN CARD ORDER, THEN
      * THE WRITE-OFF PASS OVER ARITEMS FOR WHATEVER WAS PLACED.
       100-ESCALATE-ACCOUNTS.
           DISPLAY "Enter: Oldest Charge Age In Days To Escalate "
               "(Over 90, 0 = 120)"
           ACCEPT ESCALATE-AGE-DAYS.
           IF ESCALATE-AGE-DAYS NOT NUMERIC
               OR ESCALATE-AGE-DAYS = ZERO
               MOVE 120 TO ESCALATE-AGE-DAYS
           END-IF.
           IF ESCALATE-AGE-DAYS NOT > 90
               DISPLAY "ESCALATION AGE MUST BE OVER 90 DAYS - "
                   "USING 91"
               MOVE 91 TO ESCALATE-AGE-DAYS
           END-IF.
           DISPLAY "Enter: Days Allowed To Answer The Final Notice "
               "(0 = 30)"
           ACCEPT NOTICE-GRACE-DAYS.
           IF NOTICE-GRACE-DAYS NOT NUMERIC
               OR NOTICE-GRACE-DAYS = ZERO
               MOVE 30 TO NOTICE-GRACE-DAYS
           END-IF.

           OPEN I-O YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           PERFORM 105-COUNT-EARLIER-PLACEMENTS.
           OPEN EXTEND AGYPLACE.
           IF WS-AGYPLACE-FILE-MISSING
               OPEN OUTPUT AGYPLACE
               CLOSE AGYPLACE
               OPEN EXTEND AGYPLACE
           END-IF.
           IF NOT WS-AGYPLACE-OK
               DISPLAY "UNABLE TO OPEN AGYPLACE AT " WS-AGYPLACE-PATH
               DISPLAY "STATUS: " WS-AGYPLACE-STATUS
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           OPEN OUTPUT FINALLTR
                       BADDEBTRPT.

           MOVE CD-CURRENT-DATE TO DAYNUM-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE DAYNUM-RESULT TO TODAY-DAY-NUMBER.

           MOVE ESCALATE-HEADING-LINE TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CARD-NUMBER
                                SRT-CHARGE-DATE
               INPUT PROCEDURE 210-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE 220-RETURN-OPEN-ITEMS.

           MOVE "T"                 TO AGT-RECORD-TYPE.
           MOVE PLACED-COUNT        TO AGT-PLACED-COUNT.
           MOVE TOTAL-PLACED-AMOUNT TO AGT-TOTAL-AMOUNT.
           MOVE CD-CURRENT-DATE     TO AGT-FILE-DATE.
           WRITE AGENCY-PLACEMENT-TRAILER.
           CLOSE AGYPLACE.

           IF PLACED-COUNT > ZERO
               PERFORM 600-WRITE-OFF-OPEN-ITEMS
           END-IF.

           PERFORM 580-PRINT-ESCALATE-TRAILER.
           DISPLAY "ACCOUNTS PAST AGE: " ACCOUNTS-PAST-AGE-COUNT
               " FINAL NOTICES: " FINAL-NOTICE-COUNT
               " PLACED: " PLACED-COUNT
               " TOTAL: " TOTAL-PLACED-AMOUNT.
           CLOSE YMCAMEM
                 FINALLTR
                 BADDEBTRPT.

      * AGYPLACE IS APPENDED TO - EACH RUN ADDS ITS OWN BATCH AND
      * TRAILER - UNTIL THE AGENCY HAS COLLECTED IT AND THE OFFICE
      * CLEARS IT.  THE RECORDS ALREADY ON IT ARE COUNTED SO THE
      * WRITE-OFF PASS READS BACK ONLY THIS RUN'S PLACEMENTS.
       105-COUNT-EARLIER-PLACEMENTS.
           MOVE ZERO TO PLACE-RECORDS-BEFORE.
           MOVE "N" TO PLACE-EOF-SWITCH.
           OPEN INPUT AGYPLACE.
           IF WS-AGYPLACE-OK
               PERFORM 106-COUNT-ONE-PLACEMENT
                   WITH TEST AFTER
                   UNTIL PLACE-EOF
               CLOSE AGYPLACE
           END-IF.

       106-COUNT-ONE-PLACEMENT.
           READ AGYPLACE
               AT END
                   MOVE "Y" TO PLACE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PLACE-RECORDS-BEFORE
           END-READ.

      * SORT INPUT PROCEDURE - ONLY ITEMS STILL CARRYING AN OPEN
      * AMOUNT ARE RELEASED.  A MISSING ARITEMS RELEASES NOTHING.
       210-RELEASE-OPEN-ITEMS.
           OPEN INPUT ARITEMS.
           IF NOT WS-ARITEMS-OK
               DISPLAY "NO ARITEMS AT " WS-ARITEMS-PATH
                   " - NO OPEN ITEMS TO ESCALATE"
               MOVE "Y" TO RAW-EOF-SWITCH
           ELSE
               PERFORM 215-RELEASE-ONE-ITEM
                   WITH TEST AFTER
                   UNTIL RAW-EOF
               CLOSE ARITEMS
           END-IF.

       215-RELEASE-ONE-ITEM.
           READ ARITEMS
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ITEMS-READ-COUNT
                   IF ARI-OPEN-AMOUNT > ZERO
                       ADD 1 TO OPEN-ITEM-COUNT
                       MOVE ARI-CARD-NUMBER  TO SRT-CARD-NUMBER
                       MOVE ARI-CHARGE-DATE  TO SRT-CHARGE-DATE
                       MOVE ARI-OPEN-AMOUNT  TO SRT-OPEN-AMOUNT
                       RELEASE SORT-ITEM-RECORD
                   END-IF
           END-READ.

      * SORT OUTPUT PROCEDURE - DRIVES THE PER-MEMBER CONTROL BREAK.
      * THE FIRST ITEM OF EACH CARD IS ITS OLDEST OPEN CHARGE.
       220-RETURN-OPEN-ITEMS.
           PERFORM 230-RETURN-ONE-ITEM.
           PERFORM 240-ACCUMULATE-ACCOUNT
               WITH TEST AFTER
               UNTIL EOF.

       230-RETURN-ONE-ITEM.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO EOF-SWITCH.

       240-ACCUMULATE-ACCOUNT.
           IF NOT EOF
               IF FIRST-RECORD
                   MOVE "N" TO FIRST-RECORD-SWITCH
                   PERFORM 250-START-ACCOUNT
               ELSE
                   IF SRT-CARD-NUMBER NOT = OLD-CARD-NUMBER
                       PERFORM 300-ESCALATE-ONE-ACCOUNT
                       PERFORM 250-START-ACCOUNT
                   END-IF
               END-IF
               ADD SRT-OPEN-AMOUNT TO ACCOUNT-OPEN-AMOUNT
               PERFORM 230-RETURN-ONE-ITEM
           ELSE
               IF NOT FIRST-RECORD
                   PERFORM 300-ESCALATE-ONE-ACCOUNT
               END-IF
           END-IF.

       250-START-ACCOUNT.
           MOVE SRT-CARD-NUMBER TO OLD-CARD-NUMBER.
           MOVE SRT-CHARGE-DATE TO OLDEST-CHARGE-DATE.
           MOVE ZERO TO ACCOUNT-OPEN-AMOUNT.

      * ONE ACCOUNT WITH OPEN ITEMS.  NOTHING HAPPENS UNTIL ITS OLDEST
      * CHARGE IS PAST THE ESCALATION AGE.  AN ACCOUNT ALREADY WITH
      * THE AGENCY, OR FROZEN (NO MAIL GOES TO A FROZEN MEMBERSHIP),
      * IS PASSED OVER, AND SO IS ONE WHOSE BALANCE DUE IS ALREADY
      * ZERO - THE ITEMS ARE OUT OF STEP AND THE OFFICE MUST LOOK.
       300-ESCALATE-ONE-ACCOUNT.
           MOVE OLDEST-CHARGE-DATE TO DAYNUM-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           COMPUTE ACCOUNT-AGE-DAYS = TODAY-DAY-NUMBER - DAYNUM-RESULT.
           IF ACCOUNT-AGE-DAYS > ESCALATE-AGE-DAYS
               ADD 1 TO ACCOUNTS-PAST-AGE-COUNT
               PERFORM 310-LOOK-UP-MEMBER
               PERFORM 320-CHOOSE-ESCALATION-STEP
           END-IF.

       310-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE OLD-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.
           IF CARD-FOUND
               MOVE MBR-NAME        TO ED-MEMBER-NAME
               MOVE MBR-BRANCH-CODE TO ED-BRANCH-CODE
               MOVE MBR-BALANCE-DUE TO ED-BALANCE-DUE
               IF MBR-FINAL-NOTICE-DATE NOT = ZERO
                   MOVE MBR-FINAL-NOTICE-DATE TO DAYNUM-DATE
                   PERFORM 900-COMPUTE-DAY-NUMBER
                   COMPUTE GRACE-ENDS-DAY-NUMBER =
                       DAYNUM-RESULT + NOTICE-GRACE-DAYS
               END-IF
           ELSE
               MOVE "** NOT ON YMCAMEM **" TO ED-MEMBER-NAME
               MOVE "???"                  TO ED-BRANCH-CODE
               MOVE ACCOUNT-OPEN-AMOUNT    TO ED-BALANCE-DUE
           END-IF.

       320-CHOOSE-ESCALATION-STEP.
           EVALUATE TRUE
               WHEN NOT CARD-FOUND
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "SKIPPED - CARD NOT FOUND" TO ED-ACTION
                   PERFORM 560-WRITE-ESCALATE-LINE
               WHEN MBR-STATUS = "COLLECT "
                   ADD 1 TO SKIPPED-COUNT
               WHEN MBR-STATUS = "FROZEN  "
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "SKIPPED - FROZEN" TO ED-ACTION
                   PERFORM 560-WRITE-ESCALATE-LINE
               WHEN MBR-BALANCE-DUE = ZERO
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "SKIPPED - NO BALANCE DUE" TO ED-ACTION
                   PERFORM 560-WRITE-ESCALATE-LINE
               WHEN MBR-FINAL-NOTICE-DATE = ZERO
                   PERFORM 400-SEND-FINAL-NOTICE
               WHEN GRACE-ENDS-DAY-NUMBER NOT > TODAY-DAY-NUMBER
                   PERFORM 500-PLACE-WITH-AGENCY
               WHEN OTHER
                   ADD 1 TO AWAITING-COUNT
                   MOVE "AWAITING REPLY" TO ED-ACTION
                   PERFORM 560-WRITE-ESCALATE-LINE
           END-EVALUATE.

      * STAMPS THE NOTICE DATE FIRST - ONLY A CLEAN REWRITE GETS A
      * LETTER, SO THE GRACE PERIOD NEVER STARTS ON A LETTER THAT
      * WAS NOT RECORDED.
       400-SEND-FINAL-NOTICE.
           MOVE CD-CURRENT-DATE TO MBR-FINAL-NOTICE-DATE.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           IF WS-YMCAMEM-OK
               ADD 1 TO FINAL-NOTICE-COUNT
               PERFORM 410-WRITE-FINAL-LETTER
               MOVE "FINAL NOTICE SENT" TO ED-ACTION
           ELSE
               ADD 1 TO SKIPPED-COUNT
               MOVE "REWRITE FAILED - NO NOTICE" TO ED-ACTION
           END-IF.
           PERFORM 560-WRITE-ESCALATE-LINE.

       410-WRITE-FINAL-LETTER.
           MOVE MBR-NAME           TO LN-MEMBER-NAME.
           MOVE LETTER-NAME-LINE   TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 1 LINES.
           MOVE MBR-STREET-ADDRESS TO LS-STREET-ADDRESS.
           MOVE LETTER-STREET-LINE TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 1 LINES.
           MOVE MBR-CITY           TO LC-CITY.
           MOVE MBR-STATE          TO LC-STATE.
           MOVE MBR-ZIPCODE        TO LC-ZIPCODE.
           MOVE LETTER-CITY-LINE   TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 1 LINES.

           MOVE FINAL-BODY-LINE-1  TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 2 LINES.
           MOVE MBR-BALANCE-DUE    TO FB2-BALANCE-DUE.
           MOVE FINAL-BODY-LINE-2  TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 1 LINES.
           MOVE NOTICE-GRACE-DAYS  TO FB3-GRACE-DAYS.
           MOVE FINAL-BODY-LINE-3  TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 1 LINES.
           MOVE FINAL-BODY-LINE-4  TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 1 LINES.
           MOVE FINAL-BODY-LINE-5  TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 1 LINES.
           MOVE LETTER-SEPARATOR-LINE TO FINAL-LETTER.
           WRITE FINAL-LETTER AFTER ADVANCING 2 LINES.

      * THE PLACEMENT.  THE WHOLE BALANCE DUE IS WRITTEN OFF AND
      * PLACED - NOT JUST THE OLD ITEMS - SINCE THE MEMBER IS BARRED
      * FROM HERE ON.  THE MEMBER IS REWRITTEN FIRST; ONLY A CLEAN
      * REWRITE GOES ON TO LOG AND TO THE AGENCY FILE, AND THE ITEMS
      * ARE WRITTEN OFF AFTERWARDS FROM THAT FILE.
       500-PLACE-WITH-AGENCY.
           MOVE MEMBER-MASTER-RECORD TO LOG-BEFORE-IMAGE.
           MOVE MBR-BALANCE-DUE TO PLACED-AMOUNT-WORK.
           ADD PLACED-AMOUNT-WORK TO MBR-WRITEOFF-AMOUNT.
           MOVE ZERO TO MBR-BALANCE-DUE.
           MOVE "COLLECT " TO MBR-STATUS.
           MOVE CD-CURRENT-DATE TO MBR-COLLECT-PLACED-DATE.
           IF MBR-ON-DRAFT
               MOVE "D" TO MBR-DRAFT-STATUS
           END-IF.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.

           REWRITE MEMBER-MASTER-RECORD.

           IF WS-YMCAMEM-OK
               ADD 1 TO PLACED-COUNT
               ADD PLACED-AMOUNT-WORK TO TOTAL-PLACED-AMOUNT
               MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
               MOVE "W" TO LOG-FUNCTION-CODE
               PERFORM 800-LOG-MEMBER-CHANGE
               PERFORM 510-WRITE-PLACEMENT
               MOVE PLACED-AMOUNT-WORK TO ED-BALANCE-DUE
               MOVE "PLACED WITH AGENCY" TO ED-ACTION
           ELSE
               ADD 1 TO SKIPPED-COUNT
               MOVE "REWRITE FAILED - NOT PLACED" TO ED-ACTION
           END-IF.
           PERFORM 560-WRITE-ESCALATE-LINE.

       510-WRITE-PLACEMENT.
           MOVE SPACES              TO AGENCY-PLACEMENT-RECORD.
           MOVE "D"                 TO AGP-RECORD-TYPE.
           MOVE MBR-CARD-NUMBER     TO AGP-CARD-NUMBER.
           MOVE MBR-NAME            TO AGP-MEMBER-NAME.
           MOVE MBR-STREET-ADDRESS  TO AGP-STREET-ADDRESS.
           MOVE MBR-CITY            TO AGP-CITY.
           MOVE MBR-STATE           TO AGP-STATE.
           MOVE MBR-ZIPCODE         TO AGP-ZIPCODE.
           MOVE PLACED-AMOUNT-WORK  TO AGP-PLACED-AMOUNT.
           MOVE OLDEST-CHARGE-DATE  TO AGP-OLDEST-CHARGE-DATE.
           MOVE CD-CURRENT-DATE     TO AGP-PLACED-DATE.
           MOVE MBR-BRANCH-CODE     TO AGP-BRANCH-CODE.
           WRITE AGENCY-PLACEMENT-RECORD.
           IF NOT WS-AGYPLACE-OK
               DISPLAY "WARNING - AGYPLACE WRITE FAILED - STATUS: "
                   WS-AGYPLACE-STATUS " - CARD: " MBR-CARD-NUMBER
           END-IF.

       560-WRITE-ESCALATE-LINE.
           MOVE OLD-CARD-NUMBER    TO ED-CARD-NUMBER.
           MOVE OLDEST-CHARGE-DATE TO ED-OLDEST-DATE.
           MOVE ACCOUNT-AGE-DAYS   TO ED-AGE-DAYS.
           MOVE ESCALATE-DETAIL-LINE TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 1 LINES.

       580-PRINT-ESCALATE-TRAILER.
           MOVE PLACED-COUNT          TO ET-PLACED-COUNT.
           MOVE TOTAL-PLACED-AMOUNT   TO ET-TOTAL-PLACED.
           MOVE ESCALATE-TRAILER-LINE TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 2 LINES.
           MOVE FINAL-NOTICE-COUNT    TO EC-NOTICE-COUNT.
           MOVE AWAITING-COUNT        TO EC-AWAITING-COUNT.
           MOVE SKIPPED-COUNT         TO EC-SKIPPED-COUNT.
           MOVE ESCALATE-COUNT-LINE   TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 1 LINES.
           MOVE OPEN-ITEM-COUNT       TO EI-OPEN-COUNT.
           MOVE ITEMS-ZEROED-COUNT    TO EI-ZEROED-COUNT.
           MOVE ESCALATE-ITEM-LINE    TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 1 LINES.

      * THE WRITE-OFF PASS - ARITEMS COPIED TO ARWORK WITH THE OPEN
      * AMOUNT TAKEN TO ZERO ON EVERY ITEM OF A CARD PLACED TODAY,
      * THEN ONE WO ITEM PER PLACEMENT THIS RUN ADDED TO AGYPLACE, AND
      * THE LOT COPIED BACK.  THE WO ITEM CARRIES THE AMOUNT WRITTEN
      * OFF AS ITS ORIGINAL AMOUNT AND NOTHING OPEN, SO AGING AND
      * PAYMENT POSTING NEVER SEE IT.
       600-WRITE-OFF-OPEN-ITEMS.
           MOVE "N" TO AR-EOF-SWITCH.
           MOVE ZERO TO LAST-LOOKUP-CARD.
           OPEN INPUT ARITEMS.
           OPEN OUTPUT ARWORK.
           IF NOT WS-ARITEMS-OK OR NOT WS-ARWORK-OK
               DISPLAY "** UNABLE TO OPEN ARITEMS/ARWORK - ITEMS NOT "
                   "WRITTEN OFF - PLACEMENTS ARE ON " WS-AGYPLACE-PATH
               CLOSE ARITEMS
                     ARWORK
           ELSE
               PERFORM 610-WRITE-OFF-ONE-ITEM
                   WITH TEST AFTER
                   UNTIL AR-EOF
               CLOSE ARITEMS
               PERFORM 630-ADD-WRITE-OFF-ITEMS
               CLOSE ARWORK
               PERFORM 640-COPY-ITEMS-BACK
           END-IF.

       610-WRITE-OFF-ONE-ITEM.
           READ ARITEMS
               AT END
                   MOVE "Y" TO AR-EOF-SWITCH
               NOT AT END
                   IF ARI-OPEN-AMOUNT > ZERO
                       PERFORM 620-CHECK-CARD-PLACED
                       IF PLACED-TODAY
                           MOVE ZERO TO ARI-OPEN-AMOUNT
                           ADD 1 TO ITEMS-ZEROED-COUNT
                       END-IF
                   END-IF
                   MOVE OPEN-ITEM-RECORD TO AR-WORK-RECORD
                   WRITE AR-WORK-RECORD
           END-READ.

      * THE LAST CARD LOOKED UP IS REMEMBERED - A MEMBER'S ITEMS
      * OFTEN SIT TOGETHER ON THE FILE.
       620-CHECK-CARD-PLACED.
           IF ARI-CARD-NUMBER NOT = LAST-LOOKUP-CARD
               MOVE ARI-CARD-NUMBER TO LAST-LOOKUP-CARD
               MOVE "N" TO PLACED-TODAY-SWITCH
               MOVE ARI-CARD-NUMBER TO MBR-CARD-NUMBER
               READ YMCAMEM
                   INVALID KEY
                       MOVE "N" TO PLACED-TODAY-SWITCH
                   NOT INVALID KEY
                       IF MBR-STATUS = "COLLECT "
                           AND MBR-COLLECT-PLACED-DATE =
                               CD-CURRENT-DATE
                           MOVE "Y" TO PLACED-TODAY-SWITCH
                       END-IF
               END-READ
           END-IF.

       630-ADD-WRITE-OFF-ITEMS.
           MOVE "N" TO PLACE-EOF-SWITCH.
           MOVE ZERO TO PLACE-RECORDS-READ.
           OPEN INPUT AGYPLACE.
           IF NOT WS-AGYPLACE-OK
               DISPLAY "** UNABLE TO REOPEN AGYPLACE - NO WO ITEMS "
                   "ADDED - STATUS: " WS-AGYPLACE-STATUS
           ELSE
               PERFORM 635-ADD-ONE-WRITE-OFF
                   WITH TEST AFTER
                   UNTIL PLACE-EOF
               CLOSE AGYPLACE
           END-IF.

       635-ADD-ONE-WRITE-OFF.
           READ AGYPLACE
               AT END
                   MOVE "Y" TO PLACE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PLACE-RECORDS-READ
                   IF AGP-PLACEMENT
                       AND PLACE-RECORDS-READ > PLACE-RECORDS-BEFORE
                       MOVE AGP-CARD-NUMBER   TO ARI-CARD-NUMBER
                       MOVE CD-CURRENT-DATE   TO ARI-CHARGE-DATE
                       MOVE "WO"              TO ARI-SOURCE-CODE
                       MOVE AGP-PLACED-AMOUNT TO ARI-ORIGINAL-AMOUNT
                       MOVE ZERO              TO ARI-OPEN-AMOUNT
                       MOVE OPEN-ITEM-RECORD  TO AR-WORK-RECORD
                       WRITE AR-WORK-RECORD
                   END-IF
           END-READ.

       640-COPY-ITEMS-BACK.
           MOVE "N" TO ARWORK-EOF-SWITCH.
           OPEN INPUT ARWORK.
           OPEN OUTPUT ARITEMS.
           IF NOT WS-ARWORK-OK OR NOT WS-ARITEMS-OK
               DISPLAY "** UNABLE TO COPY ITEMS BACK - OPEN ITEMS "
                   "LEFT ON " WS-ARWORK-PATH
           ELSE
               PERFORM 645-COPY-ONE-ITEM-BACK
                   WITH TEST AFTER
                   UNTIL ARWORK-EOF
           END-IF.
           CLOSE ARWORK
                 ARITEMS.

       645-COPY-ONE-ITEM-BACK.
           READ ARWORK
               AT END
                   MOVE "Y" TO ARWORK-EOF-SWITCH
               NOT AT END
                   MOVE AR-WORK-RECORD TO OPEN-ITEM-RECORD
                   WRITE OPEN-ITEM-RECORD
           END-READ.

      * RECOVERIES - EVERY REMITTANCE IS POSTED OR LISTED AS
      * REJECTED, THEN THE FILE IS EMPTIED SO A SECOND RUN CANNOT
      * POST THE SAME COLLECTION AGAIN.
       700-POST-RECOVERIES.
           OPEN I-O YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           OPEN INPUT AGYREMIT.
           IF NOT WS-AGYREMIT-OK
               DISPLAY "UNABLE TO OPEN AGYREMIT AT " WS-AGYREMIT-PATH
               DISPLAY "STATUS: " WS-AGYREMIT-STATUS
                   " - NO REMITTANCES FROM THE AGENCY"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           OPEN EXTEND PAYEXTR.
           IF WS-PAYEXTR-FILE-MISSING
               OPEN OUTPUT PAYEXTR
               CLOSE PAYEXTR
               OPEN EXTEND PAYEXTR
           END-IF.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "UNABLE TO OPEN PAYEXTR AT " WS-PAYEXTR-PATH
               DISPLAY "STATUS: " WS-PAYEXTR-STATUS
                   " - NOTHING POSTED"
               CLOSE YMCAMEM
                     AGYREMIT
               STOP RUN
           END-IF.
           OPEN OUTPUT BADDEBTRPT.

           MOVE RECOVERY-HEADING-LINE TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT.

           PERFORM 710-READ-REMITTANCE.
           PERFORM 720-POST-ONE-RECOVERY
               WITH TEST AFTER
               UNTIL EOF.

           PERFORM 780-PRINT-RECOVERY-TRAILER.
           DISPLAY "REMITTANCES READ: " REMITS-READ-COUNT
               " POSTED: " RECOVERED-COUNT
               " REJECTED: " REMITS-REJECT-COUNT.
           CLOSE YMCAMEM
                 PAYEXTR
                 BADDEBTRPT
                 AGYREMIT.
           OPEN OUTPUT AGYREMIT.
           CLOSE AGYREMIT.

       710-READ-REMITTANCE.
           READ AGYREMIT
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      * A COLLECTION IS ONLY POSTED AGAINST A CARD ON FILE THAT HAS
      * A WRITE-OFF, AND NEVER FOR MORE THAN IS STILL WRITTEN OFF.
       720-POST-ONE-RECOVERY.
           IF NOT EOF
               ADD 1 TO REMITS-READ-COUNT
               MOVE "N" TO CARD-FOUND-SWITCH
               MOVE AGR-CARD-NUMBER TO MBR-CARD-NUMBER
               READ YMCAMEM
                   INVALID KEY
                       MOVE "N" TO CARD-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO CARD-FOUND-SWITCH
               END-READ
               IF CARD-FOUND
                   COMPUTE RECOVERY-LIMIT-WORK =
                       MBR-WRITEOFF-AMOUNT - MBR-RECOVERED-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN NOT CARD-FOUND
                       MOVE "CARD NUMBER NOT ON FILE" TO RJ-REASON
                       PERFORM 760-WRITE-REJECT-LINE
                   WHEN MBR-WRITEOFF-AMOUNT = ZERO
                       MOVE "ACCOUNT WAS NEVER WRITTEN OFF"
                           TO RJ-REASON
                       PERFORM 760-WRITE-REJECT-LINE
                   WHEN AGR-GROSS-AMOUNT NOT NUMERIC
                       OR AGR-FEE-AMOUNT NOT NUMERIC
                       OR AGR-GROSS-AMOUNT = ZERO
                       MOVE "NO AMOUNT COLLECTED" TO RJ-REASON
                       PERFORM 760-WRITE-REJECT-LINE
                   WHEN AGR-FEE-AMOUNT > AGR-GROSS-AMOUNT
                       MOVE "FEE MORE THAN AMOUNT COLLECTED"
                           TO RJ-REASON
                       PERFORM 760-WRITE-REJECT-LINE
                   WHEN AGR-GROSS-AMOUNT > RECOVERY-LIMIT-WORK
                       MOVE "MORE THAN IS STILL WRITTEN OFF"
                           TO RJ-REASON
                       PERFORM 760-WRITE-REJECT-LINE
                   WHEN OTHER
                       PERFORM 730-APPLY-RECOVERY
               END-EVALUATE
               PERFORM 710-READ-REMITTANCE
           END-IF.

      * THE GROSS GOES ON THE MEMBER - IT IS WHAT CAME OFF THE DEBT -
      * AND THE NET ON THE EXTRACT, SINCE THE NET IS WHAT THE BANK
      * SEES.  THE MEMBER IS REWRITTEN FIRST AS EVERYWHERE ELSE.
       730-APPLY-RECOVERY.
           MOVE MEMBER-MASTER-RECORD TO LOG-BEFORE-IMAGE.
           COMPUTE NET-RECOVERY-WORK =
               AGR-GROSS-AMOUNT - AGR-FEE-AMOUNT.
           ADD AGR-GROSS-AMOUNT TO MBR-RECOVERED-AMOUNT.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.

           REWRITE MEMBER-MASTER-RECORD.

           IF WS-YMCAMEM-OK
               ADD 1 TO RECOVERED-COUNT
               ADD AGR-GROSS-AMOUNT  TO TOTAL-GROSS-RECOVERED
               ADD AGR-FEE-AMOUNT    TO TOTAL-FEES-KEPT
               ADD NET-RECOVERY-WORK TO TOTAL-NET-RECOVERED
               MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
               MOVE "V" TO LOG-FUNCTION-CODE
               PERFORM 800-LOG-MEMBER-CHANGE
               PERFORM 740-WRITE-RECOVERY-EXTRACT
               MOVE AGR-CARD-NUMBER    TO RD-CARD-NUMBER
               MOVE MBR-NAME           TO RD-MEMBER-NAME
               MOVE AGR-COLLECTED-DATE TO RD-COLLECTED-DATE
               MOVE AGR-GROSS-AMOUNT   TO RD-GROSS-AMOUNT
               MOVE AGR-FEE-AMOUNT     TO RD-FEE-AMOUNT
               MOVE NET-RECOVERY-WORK  TO RD-NET-AMOUNT
               COMPUTE RD-LEFT-OWING =
                   MBR-WRITEOFF-AMOUNT - MBR-RECOVERED-AMOUNT
               MOVE RECOVERY-DETAIL-LINE TO BADDEBT-REPORT
               WRITE BADDEBT-REPORT AFTER ADVANCING 1 LINES
           ELSE
               MOVE "MEMBER REWRITE FAILED" TO RJ-REASON
               PERFORM 760-WRITE-REJECT-LINE
           END-IF.

      * ONE RC RECORD AT THE NET, DATED THE DAY IT IS POSTED AND
      * STAMPED WITH THE MEMBER'S BRANCH, SO YMCA_REVSUM COUNTS IT
      * AS RECOVERY IN THE MONTH THE MONEY CAME IN.  NO CHECK NUMBER
      * OR ITEM - THE AGENCY'S CHECK COVERS MANY ACCOUNTS AND THE
      * ITEMS WERE WRITTEN OFF.
       740-WRITE-RECOVERY-EXTRACT.
           MOVE AGR-CARD-NUMBER   TO PX-CARD-NUMBER.
           MOVE CD-CURRENT-DATE   TO PX-PAYMENT-DATE.
           MOVE MBR-BRANCH-CODE   TO PX-BRANCH-CODE.
           MOVE "RC"              TO PX-SOURCE-CODE.
           MOVE NET-RECOVERY-WORK TO PX-AMOUNT.
           MOVE ZERO              TO PX-CHECK-NUMBER.
           MOVE ZERO              TO PX-ITEM-CHARGE-DATE.
           MOVE ZERO              TO PX-REVERSED-PAY-DATE.
           MOVE SPACE             TO PX-PAY-METHOD.
           WRITE PAY-EXTRACT-RECORD.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - PAYEXTR WRITE FAILED - STATUS: "
                   WS-PAYEXTR-STATUS " - CARD: " AGR-CARD-NUMBER
           END-IF.

       760-WRITE-REJECT-LINE.
           MOVE AGR-CARD-NUMBER      TO RJ-CARD-NUMBER.
           MOVE AGR-AGENCY-REFERENCE TO RJ-AGENCY-REFERENCE.
           IF AGR-GROSS-AMOUNT NUMERIC
               MOVE AGR-GROSS-AMOUNT TO RJ-GROSS-AMOUNT
           ELSE
               MOVE ZERO             TO RJ-GROSS-AMOUNT
           END-IF.
           MOVE REJECT-DETAIL-LINE   TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 1 LINES.
           ADD 1 TO REMITS-REJECT-COUNT.

       780-PRINT-RECOVERY-TRAILER.
           MOVE RECOVERED-COUNT       TO RT-RECOVERED-COUNT.
           MOVE TOTAL-GROSS-RECOVERED TO RT-TOTAL-GROSS.
           MOVE TOTAL-FEES-KEPT       TO RT-TOTAL-FEES.
           MOVE RECOVERY-TRAILER-LINE TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 2 LINES.
           MOVE TOTAL-NET-RECOVERED   TO RN-TOTAL-NET.
           MOVE RECOVERY-NET-LINE     TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 1 LINES.
           MOVE REMITS-READ-COUNT     TO RC-READ-COUNT.
           MOVE REMITS-REJECT-COUNT   TO RC-REJECT-COUNT.
           MOVE RECOVERY-COUNT-LINE   TO BADDEBT-REPORT.
           WRITE BADDEBT-REPORT AFTER ADVANCING 1 LINES.

      * THE AUDIT ENTRY - BEFORE/AFTER IMAGES UNDER THE RUNNING
      * OPERATOR'S ID, OPENED AND CLOSED PER EVENT AND BOOTSTRAPPED
      * ON FIRST USE LIKE EVERY OTHER MBRCHLOG WRITER.  A FAILURE
      * WARNS BUT DOES NOT UNDO THE CHANGE.
       800-LOG-MEMBER-CHANGE.
           OPEN EXTEND MBRCHLOG.
           IF WS-MBRCHLOG-FILE-MISSING
               OPEN OUTPUT MBRCHLOG
               CLOSE MBRCHLOG
               OPEN EXTEND MBRCHLOG
           END-IF.
           IF NOT WS-MBRCHLOG-OK
               DISPLAY "WARNING - UNABLE TO OPEN MBRCHLOG - STATUS: "
                   WS-MBRCHLOG-STATUS " - CHANGE NOT LOGGED"
           ELSE
               MOVE MBR-CARD-NUMBER   TO CHG-CARD-NUMBER
               MOVE CD-CURRENT-DATE   TO CHG-CHANGE-DATE
               MOVE CD-CURRENT-TIME   TO CHG-CHANGE-TIME
               MOVE OPERATOR-ID       TO CHG-OPERATOR-ID
               MOVE LOG-FUNCTION-CODE TO CHG-FUNCTION-CODE
               MOVE LOG-BEFORE-IMAGE  TO CHG-BEFORE-IMAGE
               MOVE LOG-AFTER-IMAGE   TO CHG-AFTER-IMAGE
               WRITE CHANGE-LOG-RECORD
               IF NOT WS-MBRCHLOG-OK
                   DISPLAY "WARNING - MBRCHLOG WRITE FAILED - STATUS: "
                       WS-MBRCHLOG-STATUS
               END-IF
               CLOSE MBRCHLOG
           END-IF.

      * TURNS DAYNUM-DATE INTO A SERIAL DAY COUNT - WHOLE YEARS AT
      * 365 PLUS THE GREGORIAN LEAP CORRECTIONS, THE MONTHS ALREADY
      * PASSED FROM THE CUMULATIVE TABLE, THE DAY, AND ONE MORE WHEN
      * THE DATE SITS PAST FEBRUARY OF A LEAP YEAR.
       900-COMPUTE-DAY-NUMBER.
           COMPUTE PRIOR-YEARS-WORK = DAYNUM-YEAR - 1.
      * EACH DIVIDE TRUNCATES ON ITS OWN - ONE COMPUTE WOULD CARRY
      * THE FRACTIONS THROUGH AND MISCOUNT THE CENTURY CORRECTIONS.
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
               PERFORM 910-CHECK-LEAP-YEAR
           END-IF.

       910-CHECK-LEAP-YEAR.
           DIVIDE DAYNUM-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-4.
           IF LEAP-REMAINDER-4 = ZERO
               DIVIDE DAYNUM-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               IF LEAP-REMAINDER-100 NOT = ZERO
                   ADD 1 TO DAYNUM-RESULT
               ELSE
                   DIVIDE DAYNUM-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER-400
                   IF LEAP-REMAINDER-400 = ZERO
                       ADD 1 TO DAYNUM-RESULT
                   END-IF
               END-IF
           END-IF.
