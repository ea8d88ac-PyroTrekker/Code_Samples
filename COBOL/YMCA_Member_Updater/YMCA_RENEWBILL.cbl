      *                   a PRORATED first-period fee, and without
      *                   this a member who joined in October would
      *                   be renewed at their two-month fee forever.
      *   03/28/2018 GW - A member's MBR-CREDIT-BALANCE (an
      *                   overpayment or drop credit left on the
      *                   account) is now used up against the renewal
      *                   charge first.  Only the uncovered part is
      *                   added to the balance due and left open on
      *                   the RN item, and the register line shows
      *                   the credit used.  Members who prepaid are
      *                   no longer billed again.
      *   04/11/2018 GW - Members enrolled for bank draft
      *                   (MBR-ON-DRAFT) are now skipped and counted -
      *                   YMCA_DRAFTRUN collects their dues monthly
      *                   and carries their expiration itself, and a
      *                   renewal bill on top would charge them twice.
      *                   A member taken off draft drops back into
      *                   the billing window here.
      *   04/18/2018 GW - Financial assistance.  A member whose own
      *                   approval (or, lacking one, the household
      *                   primary's) is still in force is billed the
      *                   table rate less the assistance percent, and
      *                   the discount is logged to ASSISTLOG for
      *                   YMCA_ASSISTRPT.  A member whose approval has
      *                   passed its review date is billed the full
      *                   rate and flagged AID EXPIRED on the register.
      *                   Current approvals are loaded in a first pass
      *                   over YMCAMEM so a household member can be
      *                   priced from the primary's.
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs RENBIL authority.
      *   06/20/2018 GW - Members with MBR-STATUS "COLLECT " (placed
      *                   with the collection agency by YMCA_BADDEBT)
      *                   are skipped and counted in the run totals
      *                   instead of being billed a renewal.
      *   07/05/2018 GW - A member linked to an active corporate account
      *                   on CORPMAS renews at the table rate less the
      *                   account's discount, split two ways: the
      *                   employee is billed their part (less any
      *                   assistance) as before, and the employer's
      *                   share is billed to the account and appended to
      *                   CORPITEMS under source RN for YMCA_CORPINV.
      *                   Employer credit is used up first.  A linked
      *                   member whose account is closed or missing, or
      *                   whose type is off the table, renews on
      *                   personal billing and the register says why.
      *   08/09/2018 GW - A linked member's renewal is no longer billed
      *                   when the employer's share would overflow the
      *                   account's balance due - the account and card
      *                   are displayed and the member is left for the
      *                   next run, the same as a member at their own
      *                   balance limit.  An operator refused at startup
      *                   now ends the run with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-RENEWAL-BILLING.
           SELECT RATETABLE ASSIGN TO WS-RATETABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETABLE-STATUS.
           SELECT ASSISTLOG ASSIGN TO WS-ASSISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSISTLOG-STATUS.
           SELECT CORPMAS ASSIGN TO WS-CORPMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRP-ACCOUNT-NUMBER
               FILE STATUS IS WS-CORPMAS-STATUS.
           SELECT CORPITEMS ASSIGN TO WS-CORPITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPITEMS-STATUS.

       DATA DIVISION.

           COPY MEMBERREC.

       FD  INVOICERPT.
       01  INVOICE-REPORT              PIC X(110).

       FD  ARITEMS.
           COPY ARITEMREC.
       FD  RATETABLE.
           COPY RATEREC.

       FD  ASSISTLOG.
           COPY ASSISTREC.

       FD  CORPMAS.
           COPY CORPREC.

       FD  CORPITEMS.
           COPY CORPITEMREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-INVOICERPT-PATH      PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-RATETABLE-PATH       PIC X(100).
           05  WS-ASSISTLOG-PATH       PIC X(100).
           05  WS-CORPMAS-PATH         PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  WS-ASSISTLOG-STATUS         PIC X(2).
           88  WS-ASSISTLOG-OK                    VALUE "00".
           88  WS-ASSISTLOG-FILE-MISSING           VALUE "35".

       01  WS-CORPMAS-STATUS           PIC X(2).
           88  WS-CORPMAS-OK                      VALUE "00".

       01  WS-CORPITEMS-STATUS         PIC X(2).
           88  WS-CORPITEMS-OK                    VALUE "00".
           88  WS-CORPITEMS-FILE-MISSING           VALUE "35".

       01  SWITCHES.
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
               88  RATE-EOF                               VALUE "Y".
           05  TYPE-ROW-SWITCH             PIC X.
               88  TYPE-ROW-FOUND                         VALUE "Y".
           05  ASSIST-EXPIRED-SWITCH       PIC X.
               88  ASSIST-EXPIRED                         VALUE "Y".
           05  ASSIST-FULL-SWITCH          PIC X          VALUE "N".
               88  ASSIST-TABLE-FULL                      VALUE "Y".
           05  CORPMAS-OPEN-SWITCH         PIC X          VALUE "N".
               88  CORPMAS-OPEN                           VALUE "Y".
           05  CORP-BILL-SWITCH            PIC X.
               88  CORP-BILLING                           VALUE "Y".

       01  BILLING-COUNT-FIELDS        BINARY.
           05  RECORDS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  MEMBERS-BILLED-COUNT    PIC S9(5)      VALUE ZERO.
           05  PRIOR-BALANCE-COUNT     PIC S9(5)      VALUE ZERO.
           05  FROZEN-SKIPPED-COUNT    PIC S9(5)      VALUE ZERO.
           05  DRAFT-SKIPPED-COUNT     PIC S9(5)      VALUE ZERO.
           05  COLLECT-SKIPPED-COUNT   PIC S9(5)      VALUE ZERO.
           05  ASSISTED-COUNT          PIC S9(5)      VALUE ZERO.
           05  ASSIST-EXPIRED-COUNT    PIC S9(5)      VALUE ZERO.
           05  CORP-BILLED-COUNT       PIC S9(5)      VALUE ZERO.
           05  CORP-PERSONAL-COUNT     PIC S9(5)      VALUE ZERO.

       01  BILLING-TOTAL-FIELDS        PACKED-DECIMAL.
           05  TOTAL-BILLED-AMOUNT     PIC S9(7)V99   VALUE ZERO.
           05  TOTAL-CREDIT-APPLIED    PIC S9(7)V99   VALUE ZERO.
           05  TOTAL-ASSIST-AMOUNT     PIC S9(7)V99   VALUE ZERO.
           05  TOTAL-EMPLOYER-AMOUNT   PIC S9(7)V99   VALUE ZERO.
           05  TOTAL-EMPLOYER-CREDIT   PIC S9(7)V99   VALUE ZERO.

       01  BILLING-WINDOW-DAYS         PIC S99        VALUE 30.

       01  OLD-BALANCE-DUE             PIC 9(4)V99    VALUE ZERO.

      * HOW MUCH OF THE RENEWAL CHARGE THE MEMBER'S CREDIT BALANCE
      * COVERS, AND THE PART LEFT TO ADD TO THE BALANCE DUE.
       01  CREDIT-WORK-FIELDS.
           05  CREDIT-APPLIED-WORK     PIC 9(4)V99    VALUE ZERO.
           05  CHARGE-DUE-WORK         PIC 9(4)V99    VALUE ZERO.

      * THE DUES RATE TABLE, LOADED AT STARTUP THE SAME WAY
      * YMCA_REPRICE LOADS IT - BUT TOLERANTLY: NO TABLE JUST MEANS
      * EVERY MEMBER RENEWS AT THE FEE ALREADY ON THEIR RECORD.
               10  RL-TYPE-CODE            PIC X(2).
               10  RL-ANNUAL-RATE          PIC 9(3)V99.

      * EVERY MEMBER WHOSE ASSISTANCE APPROVAL IS IN FORCE TODAY,
      * LOADED BY A FIRST PASS OVER YMCAMEM SO A HOUSEHOLD MEMBER CAN
      * BE PRICED FROM THEIR PRIMARY'S APPROVAL IN THE BILLING PASS.
       01  ASSIST-TABLE-FIELDS         BINARY.
           05  ASSIST-LIST-COUNT       PIC S9(5)      VALUE ZERO.
           05  ASSIST-LIST-MAX         PIC S9(5)      VALUE 2000.
           05  ASSIST-LIST-IDX         PIC S9(5)      VALUE ZERO.

       01  ASSIST-LIST-TABLE.
           05  ASSIST-LIST-ENTRY OCCURS 2000 TIMES.
               10  ASL-CARD-NUMBER         PIC 9(6).
               10  ASL-ASSIST-PERCENT      PIC 9(3).

      * THE PERCENT APPLIED TO THE MEMBER BEING BILLED, WHOSE CARD
      * CARRIES THE APPROVAL, AND THE FULL RATE IT WAS TAKEN FROM.
       01  ASSIST-WORK-FIELDS.
           05  ASSIST-PERCENT-WORK     PIC 9(3)       VALUE ZERO.
           05  ASSIST-FUNDING-CARD     PIC 9(6)       VALUE ZERO.
           05  FULL-RATE-WORK          PIC 9(3)V99    VALUE ZERO.

      * A LINKED MEMBER'S RENEWAL SPLIT - THE TABLE RATE LESS THE
      * ACCOUNT'S DISCOUNT, THE EMPLOYER'S SHARE OF THAT, AND HOW MUCH
      * OF THE SHARE THE EMPLOYER'S OWN CREDIT COVERED, AND THE
      * ACCOUNT BALANCE ONCE THE REST IS ADDED.  THE NOTE SAYS WHY A
      * LINKED MEMBER WAS BILLED PERSONALLY INSTEAD.
       01  CORP-WORK-FIELDS.
           05  CORP-RATE-WORK          PIC 9(4)V99    VALUE ZERO.
           05  EMPLOYER-SHARE-WORK     PIC 9(4)V99    VALUE ZERO.
           05  EMPLOYER-CREDIT-WORK    PIC 9(4)V99    VALUE ZERO.
           05  CORP-BALANCE-WORK       PIC 9(6)V99    VALUE ZERO.
           05  CORP-NOTE-WORK          PIC X(40).

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-DATE-X       REDEFINES CD-CURRENT-DATE.
           05              PIC X(13)       VALUE "OLD EXPIRES  ".
           05              PIC X(14)       VALUE "AMOUNT BILLED ".
           05              PIC X(14)       VALUE "TOTAL NOW DUE ".
           05              PIC X(15)       VALUE "NOTE           ".
           05              PIC X(12)       VALUE "CREDIT USED ".
           05              PIC X(11)       VALUE "ASSISTANCE".

       01  INVOICE-DETAIL-LINE.
           05  ID-CARD-NUMBER          PIC 9(6).
           05  ID-TOTAL-NOW-DUE        PIC $Z,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  ID-NOTE                 PIC X(13).
           05                          PIC XX          VALUE SPACE.
           05  ID-CREDIT-APPLIED       PIC $Z,ZZ9.99.
           05                          PIC X(5)        VALUE SPACE.
           05  ID-ASSIST-NOTE          PIC X(11).
           05  ID-ASSIST-NOTE-X        REDEFINES ID-ASSIST-NOTE.
               10  ID-ASSIST-LABEL         PIC X(7).
               10  ID-ASSIST-PERCENT       PIC ZZ9.
               10  ID-ASSIST-SIGN          PIC X.

      * PRINTED UNDER A LINKED MEMBER'S DETAIL LINE - WHAT WAS BILLED
      * TO THE EMPLOYER, OR WHY THE MEMBER WAS BILLED IN FULL.
       01  INVOICE-CORP-LINE.
           05                          PIC X(8)        VALUE SPACE.
           05                          PIC X(18)
               VALUE "EMPLOYER SHARE -  ".
           05  IK-ACCOUNT-NUMBER       PIC 9(6).
           05                          PIC X           VALUE SPACE.
           05  IK-EMPLOYER-NAME        PIC X(30).
           05                          PIC XX          VALUE SPACE.
           05  IK-EMPLOYER-SHARE       PIC $Z,ZZ9.99.
           05                          PIC X(7)        VALUE "  DISC ".
           05  IK-DISCOUNT-PERCENT     PIC ZZ9.
           05                          PIC X(12)
               VALUE "%  EMPLOYER ".
           05  IK-SHARE-PERCENT        PIC ZZ9.
           05                          PIC X           VALUE "%".

       01  INVOICE-CORP-NOTE-LINE.
           05                          PIC X(8)        VALUE SPACE.
           05                          PIC X(18)
               VALUE "CORPORATE ACCT -  ".
           05  IKN-ACCOUNT-NUMBER      PIC 9(6).
           05                          PIC X           VALUE SPACE.
           05  IKN-NOTE                PIC X(40).

       01  INVOICE-TRAILER-LINE.
           05          PIC X(18)   VALUE "BILLED ---------- ".
           05  IC-PRIOR-COUNT      PIC ZZ,ZZ9.
           05          PIC X(26)   VALUE " OF THOSE FOR COLLECTIONS ".

       01  INVOICE-CREDIT-LINE.
           05          PIC X(18)   VALUE "CREDIT USED ----- ".
           05  ICR-TOTAL-CREDIT    PIC $Z,ZZZ,ZZ9.99.
           05          PIC X(25)   VALUE " OF MEMBER CREDIT APPLIED".

       01  INVOICE-ASSIST-LINE.
           05          PIC X(18)   VALUE "ASSISTANCE ------ ".
           05  IA-ASSISTED-COUNT   PIC ZZ,ZZ9.
           05          PIC X(22)   VALUE " MEMBER(S), SUBSIDY:  ".
           05  IA-TOTAL-ASSIST     PIC $Z,ZZZ,ZZ9.99.

       01  INVOICE-EXPIRED-LINE.
           05          PIC X(18)   VALUE "AID EXPIRED ----- ".
           05  IE-EXPIRED-COUNT    PIC ZZ,ZZ9.
           05          PIC X(40)
               VALUE " BILLED AT FULL RATE - SEE REVIEW LIST".

       01  INVOICE-EMPLOYER-LINE.
           05          PIC X(18)   VALUE "EMPLOYER SHARE -- ".
           05  IK-CORP-COUNT       PIC ZZ,ZZ9.
           05          PIC X(22)   VALUE " MEMBER(S), TOTAL OF: ".
           05  IK-TOTAL-EMPLOYER   PIC $Z,ZZZ,ZZ9.99.
           05          PIC X(16)   VALUE "  CREDIT USED: ".
           05  IK-TOTAL-EMP-CREDIT PIC $Z,ZZZ,ZZ9.99.

       01  INVOICE-PERSONAL-LINE.
           05          PIC X(18)   VALUE "CORP NOT USED --- ".
           05  IP-PERSONAL-COUNT   PIC ZZ,ZZ9.
           05          PIC X(36)
               VALUE " LINKED MEMBER(S) BILLED PERSONALLY".

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-BILL-RENEWALS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           PERFORM 115-LOAD-ASSIST-TABLE.
           OPEN I-O YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               STOP RUN
           END-IF.
           OPEN OUTPUT INVOICERPT.
           OPEN I-O CORPMAS.
           IF WS-CORPMAS-OK
               MOVE "Y" TO CORPMAS-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING - NO CORPORATE ACCOUNTS AT "
                   WS-CORPMAS-PATH
               DISPLAY "LINKED MEMBERS RENEW ON PERSONAL BILLING"
           END-IF.

           PERFORM 105-COMPUTE-BILLING-CUTOFF-DATE.
           PERFORM 110-LOAD-RATE-TABLE.

           PERFORM 500-PRINT-INVOICE-TRAILER.
           DISPLAY "MEMBERS READ: " RECORDS-READ-COUNT
               " BILLED: " MEMBERS-BILLED-COUNT
               " FROZEN SKIPPED: " FROZEN-SKIPPED-COUNT
               " ON DRAFT: " DRAFT-SKIPPED-COUNT
               " IN COLLECTION: " COLLECT-SKIPPED-COUNT.
           IF CORPMAS-OPEN
               CLOSE CORPMAS
           END-IF.
           CLOSE YMCAMEM
                 INVOICERPT.
           STOP RUN.
               MOVE "RATETABLE.DAT" TO WS-RATETABLE-PATH
           END-IF.

           ACCEPT WS-ASSISTLOG-PATH FROM ENVIRONMENT "ASSISTLOG_PATH".
           IF WS-ASSISTLOG-PATH = SPACES
               MOVE "ASSISTLOG.DAT" TO WS-ASSISTLOG-PATH
           END-IF.

           ACCEPT WS-CORPMAS-PATH FROM ENVIRONMENT "CORPMAS_PATH".
           IF WS-CORPMAS-PATH = SPACES
               MOVE "CORPMAS.DAT" TO WS-CORPMAS-PATH
           END-IF.

           ACCEPT WS-CORPITEMS-PATH FROM ENVIRONMENT "CORPITEMS_PATH".
           IF WS-CORPITEMS-PATH = SPACES
               MOVE "CORPITEMS.DAT" TO WS-CORPITEMS-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD RENBIL TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_RENEWBILL" TO OPC-PROGRAM-NAME.
           MOVE "RENBIL" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       110-LOAD-RATE-TABLE.
           OPEN INPUT RATETABLE.
           IF NOT WS-RATETABLE-OK
                       TO RL-ANNUAL-RATE(RATE-LIST-COUNT)
           END-READ.

      * THE FIRST PASS - A YMCAMEM THAT WILL NOT OPEN IS LEFT FOR THE
      * BILLING OPEN TO REPORT.
       115-LOAD-ASSIST-TABLE.
           OPEN INPUT YMCAMEM.
           IF WS-YMCAMEM-OK
               PERFORM 116-LOAD-ONE-APPROVAL
                   WITH TEST AFTER
                   UNTIL EOF
               CLOSE YMCAMEM
               MOVE "N" TO EOF-SWITCH
           END-IF.

       116-LOAD-ONE-APPROVAL.
           READ YMCAMEM
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   IF MBR-ASSIST-PERCENT NUMERIC
                       AND MBR-ASSIST-PERCENT > ZERO
                       AND MBR-ASSIST-REVIEW-DATE NUMERIC
                       AND MBR-ASSIST-REVIEW-DATE NOT < CD-CURRENT-DATE
                       IF ASSIST-LIST-COUNT < ASSIST-LIST-MAX
                           ADD 1 TO ASSIST-LIST-COUNT
                           MOVE MBR-CARD-NUMBER
                               TO ASL-CARD-NUMBER(ASSIST-LIST-COUNT)
                           MOVE MBR-ASSIST-PERCENT
                               TO ASL-ASSIST-PERCENT(ASSIST-LIST-COUNT)
                       ELSE
                           IF NOT ASSIST-TABLE-FULL
                               MOVE "Y" TO ASSIST-FULL-SWITCH
                               DISPLAY "WARNING - MORE THAN "
                                   ASSIST-LIST-MAX " APPROVALS - "
                                   "HOUSEHOLD ASSISTANCE INCOMPLETE"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * COMPUTES CD-CURRENT-DATE + BILLING-WINDOW-DAYS, ROLLING THE
      * DAY OVER INTO THE NEXT MONTH (AND, ACROSS DECEMBER, THE NEXT
      * YEAR) - THE SAME MATH YMCA_RPT USES FOR ITS EXPIRING WINDOW.
       100-BILL-ONE-MEMBER.
           IF NOT EOF
               ADD 1 TO RECORDS-READ-COUNT
               EVALUATE TRUE
                   WHEN MBR-STATUS = "FROZEN  "
                       ADD 1 TO FROZEN-SKIPPED-COUNT
                   WHEN MBR-STATUS = "COLLECT "
                       ADD 1 TO COLLECT-SKIPPED-COUNT
                   WHEN MBR-ON-DRAFT
                       ADD 1 TO DRAFT-SKIPPED-COUNT
                   WHEN MBR-EXPIRATION-DATE >= CD-CURRENT-DATE
                       AND MBR-EXPIRATION-DATE <= BCD-CUTOFF-DATE
                       PERFORM 300-BILL-RENEWAL-CHARGE
               END-EVALUATE
               PERFORM 210-READ-MEMBER
           END-IF.

      * TABLE RATE - A PRORATED FIRST-PERIOD FEE (OR A STALE ONE)
      * MUST NOT RENEW FOREVER.  THE BILLED RATE BECOMES THE
      * MEMBER'S FEE OF RECORD; A TYPE OFF THE TABLE BILLS AS-IS.
      * ASSISTANCE IN FORCE COMES OFF THE TABLE RATE.  A TYPE OFF THE
      * TABLE RENEWS AT THE FEE ON RECORD, WHICH ALREADY CARRIES
      * WHATEVER DISCOUNT WAS GIVEN WHEN IT WAS SET.  FOR A MEMBER
      * LINKED TO AN ACTIVE CORPORATE ACCOUNT THE TABLE RATE IS FIRST
      * DISCOUNTED AT THE ACCOUNT'S RATE AND THE EMPLOYER'S SHARE
      * TAKEN OUT; THE MEMBER IS BILLED THE REST (LESS ANY ASSISTANCE)
      * AND THE SHARE IS BILLED TO THE ACCOUNT BY 360.
           PERFORM 305-FIND-MEMBER-TYPE-ROW.
           PERFORM 330-FIND-ASSIST-PERCENT.
           PERFORM 350-FIND-CORPORATE-ACCOUNT.
           MOVE ZERO TO EMPLOYER-SHARE-WORK.
           IF CORP-BILLING AND NOT TYPE-ROW-FOUND
               MOVE "N" TO CORP-BILL-SWITCH
               MOVE "TYPE OFF RATE TABLE - BILLED PERSONALLY"
                   TO CORP-NOTE-WORK
           END-IF.
           IF TYPE-ROW-FOUND
               MOVE RL-ANNUAL-RATE(RL-FOUND-IDX) TO FULL-RATE-WORK
               IF CORP-BILLING
                   COMPUTE CORP-RATE-WORK ROUNDED = FULL-RATE-WORK
                       * (100 - CRP-DISCOUNT-PERCENT) / 100
                   COMPUTE EMPLOYER-SHARE-WORK ROUNDED =
                       CORP-RATE-WORK * CRP-EMPLOYER-SHARE-PERCENT / 100
                   COMPUTE FULL-RATE-WORK =
                       CORP-RATE-WORK - EMPLOYER-SHARE-WORK
               END-IF
               COMPUTE MBR-MEMBERSHIP-FEES ROUNDED =
                   FULL-RATE-WORK * (100 - ASSIST-PERCENT-WORK) / 100
           ELSE
               MOVE ZERO TO ASSIST-PERCENT-WORK
               MOVE MBR-MEMBERSHIP-FEES TO FULL-RATE-WORK
           END-IF.
           MOVE MBR-BALANCE-DUE TO OLD-BALANCE-DUE.
      * ANY CREDIT ON ACCOUNT PAYS THE CHARGE FIRST.
           IF MBR-CREDIT-BALANCE > MBR-MEMBERSHIP-FEES
               MOVE MBR-MEMBERSHIP-FEES TO CREDIT-APPLIED-WORK
           ELSE
               MOVE MBR-CREDIT-BALANCE TO CREDIT-APPLIED-WORK
           END-IF.
           COMPUTE CHARGE-DUE-WORK =
               MBR-MEMBERSHIP-FEES - CREDIT-APPLIED-WORK.
           ADD CHARGE-DUE-WORK TO MBR-BALANCE-DUE
               ON SIZE ERROR
                   DISPLAY "NOT BILLED - BALANCE LIMIT - CARD: "
                       MBR-CARD-NUMBER " DUE: " MBR-BALANCE-DUE
                   MOVE "Y" TO BALANCE-LIMIT-SWITCH
           END-ADD.
           IF NOT BALANCE-AT-LIMIT
               AND CORP-BILLING
               AND EMPLOYER-SHARE-WORK > ZERO
               PERFORM 355-FIGURE-EMPLOYER-SHARE
           END-IF.
           IF BALANCE-AT-LIMIT
               MOVE "N" TO BALANCE-LIMIT-SWITCH
           ELSE
               SUBTRACT CREDIT-APPLIED-WORK FROM MBR-CREDIT-BALANCE
               PERFORM 310-REWRITE-BILLED-MEMBER
           END-IF.

           IF WS-YMCAMEM-OK
               ADD 1 TO MEMBERS-BILLED-COUNT
               ADD MBR-MEMBERSHIP-FEES TO TOTAL-BILLED-AMOUNT
               ADD CREDIT-APPLIED-WORK TO TOTAL-CREDIT-APPLIED
               MOVE CREDIT-APPLIED-WORK TO ID-CREDIT-APPLIED
               MOVE MBR-CARD-NUMBER    TO ID-CARD-NUMBER
               MOVE MBR-NAME           TO ID-MEMBER-NAME
               MOVE MBR-MEMBERSHIP-FEES TO ID-AMOUNT-BILLED
               ELSE
                   MOVE SPACES TO ID-NOTE
               END-IF
               MOVE SPACES TO ID-ASSIST-NOTE
               IF ASSIST-PERCENT-WORK > ZERO
                   MOVE "ASSIST " TO ID-ASSIST-LABEL
                   MOVE ASSIST-PERCENT-WORK TO ID-ASSIST-PERCENT
                   MOVE "%" TO ID-ASSIST-SIGN
                   ADD 1 TO ASSISTED-COUNT
                   PERFORM 340-LOG-RENEWAL-SUBSIDY
               ELSE
                   IF ASSIST-EXPIRED
                       MOVE "AID EXPIRED" TO ID-ASSIST-NOTE
                       ADD 1 TO ASSIST-EXPIRED-COUNT
                   END-IF
               END-IF
               MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT
               WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES
               PERFORM 320-WRITE-OPEN-ITEM
               IF CORP-BILLING
                   PERFORM 360-POST-EMPLOYER-SHARE
               ELSE
                   IF CORP-NOTE-WORK NOT = SPACES
                       ADD 1 TO CORP-PERSONAL-COUNT
                       MOVE MBR-CORP-ACCOUNT-NUMBER
                           TO IKN-ACCOUNT-NUMBER
                       MOVE CORP-NOTE-WORK TO IKN-NOTE
                       MOVE INVOICE-CORP-NOTE-LINE TO INVOICE-REPORT
                       WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES
                   END-IF
               END-IF
           ELSE
               DISPLAY "REWRITE FAILED - CARD: " MBR-CARD-NUMBER
                   " STATUS: " WS-YMCAMEM-STATUS
               MOVE CD-CURRENT-DATE    TO ARI-CHARGE-DATE
               MOVE "RN"               TO ARI-SOURCE-CODE
               MOVE MBR-MEMBERSHIP-FEES TO ARI-ORIGINAL-AMOUNT
               MOVE CHARGE-DUE-WORK    TO ARI-OPEN-AMOUNT
               WRITE OPEN-ITEM-RECORD
               IF NOT WS-ARITEMS-OK
                   DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
               CLOSE ARITEMS
           END-IF.

      * THE MEMBER'S OWN APPROVAL WHILE ITS REVIEW DATE HAS NOT
      * PASSED, ELSE THE HOUSEHOLD PRIMARY'S FROM THE APPROVAL TABLE.
      * AN OWN APPROVAL PAST ITS REVIEW DATE IS FLAGGED, NOT HONORED.
       330-FIND-ASSIST-PERCENT.
           MOVE ZERO TO ASSIST-PERCENT-WORK.
           MOVE ZERO TO ASSIST-FUNDING-CARD.
           MOVE "N" TO ASSIST-EXPIRED-SWITCH.
           IF MBR-ASSIST-PERCENT NUMERIC
               AND MBR-ASSIST-PERCENT > ZERO
               IF MBR-ASSIST-REVIEW-DATE NUMERIC
                   AND MBR-ASSIST-REVIEW-DATE NOT < CD-CURRENT-DATE
                   MOVE MBR-ASSIST-PERCENT TO ASSIST-PERCENT-WORK
                   MOVE MBR-CARD-NUMBER TO ASSIST-FUNDING-CARD
               ELSE
                   MOVE "Y" TO ASSIST-EXPIRED-SWITCH
               END-IF
           END-IF.
           IF ASSIST-PERCENT-WORK = ZERO
               AND MBR-HOUSEHOLD-CARD-NUMBER NUMERIC
               AND MBR-HOUSEHOLD-CARD-NUMBER NOT = ZERO
               PERFORM 331-MATCH-ONE-APPROVAL
                   VARYING ASSIST-LIST-IDX FROM 1 BY 1
                   UNTIL ASSIST-LIST-IDX > ASSIST-LIST-COUNT
                      OR ASSIST-PERCENT-WORK > ZERO
           END-IF.
           IF ASSIST-PERCENT-WORK > ZERO
               MOVE "N" TO ASSIST-EXPIRED-SWITCH
           END-IF.

       331-MATCH-ONE-APPROVAL.
           IF ASL-CARD-NUMBER(ASSIST-LIST-IDX)
               = MBR-HOUSEHOLD-CARD-NUMBER
               MOVE ASL-ASSIST-PERCENT(ASSIST-LIST-IDX)
                   TO ASSIST-PERCENT-WORK
               MOVE ASL-CARD-NUMBER(ASSIST-LIST-IDX)
                   TO ASSIST-FUNDING-CARD
           END-IF.

      * THE DISCOUNT GIVEN ON THIS RENEWAL, APPENDED TO ASSISTLOG -
      * OPENED AND CLOSED PER EVENT LIKE ARITEMS.  A FAILURE WARNS
      * BUT DOES NOT UNDO THE BILLING.
       340-LOG-RENEWAL-SUBSIDY.
           COMPUTE ASB-SUBSIDY-AMOUNT =
               FULL-RATE-WORK - MBR-MEMBERSHIP-FEES.
           ADD ASB-SUBSIDY-AMOUNT TO TOTAL-ASSIST-AMOUNT.
           OPEN EXTEND ASSISTLOG.
           IF WS-ASSISTLOG-FILE-MISSING
               OPEN OUTPUT ASSISTLOG
               CLOSE ASSISTLOG
               OPEN EXTEND ASSISTLOG
           END-IF.
           IF NOT WS-ASSISTLOG-OK
               DISPLAY "WARNING - UNABLE TO OPEN ASSISTLOG - STATUS: "
                   WS-ASSISTLOG-STATUS " - SUBSIDY NOT LOGGED - CARD: "
                   MBR-CARD-NUMBER
           ELSE
               MOVE MBR-CARD-NUMBER     TO ASB-CARD-NUMBER
               MOVE CD-CURRENT-DATE     TO ASB-CHARGE-DATE
               MOVE MBR-BRANCH-CODE     TO ASB-BRANCH-CODE
               MOVE "RN"                TO ASB-SOURCE-CODE
               MOVE ASSIST-PERCENT-WORK TO ASB-ASSIST-PERCENT
               MOVE FULL-RATE-WORK      TO ASB-FULL-AMOUNT
               MOVE MBR-MEMBERSHIP-FEES TO ASB-CHARGED-AMOUNT
               MOVE ASSIST-FUNDING-CARD TO ASB-FUNDING-CARD
               WRITE ASSIST-SUBSIDY-RECORD
               IF NOT WS-ASSISTLOG-OK
                   DISPLAY "WARNING - ASSISTLOG WRITE FAILED - STATUS: "
                       WS-ASSISTLOG-STATUS
               END-IF
               CLOSE ASSISTLOG
           END-IF.

      * A LINKED MEMBER IS BILLED THE CORPORATE WAY ONLY WHILE THEIR
      * ACCOUNT IS ON CORPMAS AND ACTIVE - OTHERWISE THEY RENEW ON
      * PERSONAL BILLING AND THE REGISTER SAYS WHY.  THE ACCOUNT READ
      * HERE IS THE ONE 360 REWRITES.
       350-FIND-CORPORATE-ACCOUNT.
           MOVE "N" TO CORP-BILL-SWITCH.
           MOVE SPACES TO CORP-NOTE-WORK.
           IF MBR-CORP-ACCOUNT-NUMBER NUMERIC
               AND MBR-CORP-ACCOUNT-NUMBER NOT = ZERO
               IF NOT CORPMAS-OPEN
                   MOVE "NO CORPMAS - BILLED PERSONALLY"
                       TO CORP-NOTE-WORK
               ELSE
                   MOVE MBR-CORP-ACCOUNT-NUMBER TO CRP-ACCOUNT-NUMBER
                   READ CORPMAS
                       INVALID KEY
                           MOVE "NOT ON CORPMAS - BILLED PERSONALLY"
                               TO CORP-NOTE-WORK
                       NOT INVALID KEY
                           IF CRP-ACTIVE
                               MOVE "Y" TO CORP-BILL-SWITCH
                           ELSE
                               MOVE "ACCOUNT CLOSED - BILLED PERSONALLY"
                                   TO CORP-NOTE-WORK
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * THE EMPLOYER'S CREDIT PAYS THE SHARE FIRST, THE SAME RULE AS A
      * MEMBER'S, AND THE REST GOES ON THE ACCOUNT BALANCE.  BOTH ARE
      * WORKED OUT BEFORE THE MEMBER IS REWRITTEN SO AN ACCOUNT
      * BALANCE THAT CANNOT TAKE THE SHARE LEAVES THE WHOLE RENEWAL
      * UNBILLED, THE SAME AS A MEMBER AT THEIR OWN BALANCE LIMIT.
       355-FIGURE-EMPLOYER-SHARE.
           IF CRP-CREDIT-BALANCE > EMPLOYER-SHARE-WORK
               MOVE EMPLOYER-SHARE-WORK TO EMPLOYER-CREDIT-WORK
           ELSE
               MOVE CRP-CREDIT-BALANCE TO EMPLOYER-CREDIT-WORK
           END-IF.
           COMPUTE CORP-BALANCE-WORK = CRP-BALANCE-DUE
               + EMPLOYER-SHARE-WORK - EMPLOYER-CREDIT-WORK
               ON SIZE ERROR
                   DISPLAY "NOT BILLED - EMPLOYER BALANCE LIMIT - "
                       "ACCOUNT: " CRP-ACCOUNT-NUMBER " DUE: "
                       CRP-BALANCE-DUE " CARD: " MBR-CARD-NUMBER
                   MOVE "Y" TO BALANCE-LIMIT-SWITCH
           END-COMPUTE.

      * THE EMPLOYER'S LINE ON THE REGISTER, THEN THE SHARE ITSELF
      * BILLED TO THE ACCOUNT - AN ACCOUNT WHOSE EMPLOYER PAYS NONE OF
      * THE DUES ONLY GETS ITS DISCOUNT.
       360-POST-EMPLOYER-SHARE.
           ADD 1 TO CORP-BILLED-COUNT.
           MOVE CRP-ACCOUNT-NUMBER         TO IK-ACCOUNT-NUMBER.
           MOVE CRP-EMPLOYER-NAME          TO IK-EMPLOYER-NAME.
           MOVE EMPLOYER-SHARE-WORK        TO IK-EMPLOYER-SHARE.
           MOVE CRP-DISCOUNT-PERCENT       TO IK-DISCOUNT-PERCENT.
           MOVE CRP-EMPLOYER-SHARE-PERCENT TO IK-SHARE-PERCENT.
           MOVE INVOICE-CORP-LINE TO INVOICE-REPORT.
           WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES.
           IF EMPLOYER-SHARE-WORK > ZERO
               PERFORM 361-BILL-EMPLOYER-ACCOUNT
           END-IF.

      * THE SPLIT FIGURED BY 355 GOES ON THE ACCOUNT AND A CORPITEMS
      * ITEM.  A FAILED REWRITE IS REPORTED FOR HAND FOLLOW-UP - THE
      * MEMBER'S PART ALREADY STOOD.
       361-BILL-EMPLOYER-ACCOUNT.
           SUBTRACT EMPLOYER-CREDIT-WORK FROM CRP-CREDIT-BALANCE.
           MOVE CORP-BALANCE-WORK TO CRP-BALANCE-DUE.
           MOVE CD-CURRENT-DATE TO CRP-CHANGED-DATE.
           MOVE OPERATOR-ID TO CRP-CHANGED-BY.
           REWRITE CORPORATE-ACCOUNT-RECORD.
           IF WS-CORPMAS-OK
               ADD EMPLOYER-SHARE-WORK TO TOTAL-EMPLOYER-AMOUNT
               ADD EMPLOYER-CREDIT-WORK TO TOTAL-EMPLOYER-CREDIT
               PERFORM 365-WRITE-CORP-ITEM
           ELSE
               DISPLAY "EMPLOYER SHARE NOT BILLED - ACCOUNT: "
                   CRP-ACCOUNT-NUMBER " CARD: " MBR-CARD-NUMBER
                   " SHARE: " EMPLOYER-SHARE-WORK
                   " STATUS: " WS-CORPMAS-STATUS
           END-IF.

      * THE EMPLOYER'S OPEN ITEM, APPENDED AND BOOTSTRAPPED THE SAME
      * WAY AS ARITEMS.
       365-WRITE-CORP-ITEM.
           OPEN EXTEND CORPITEMS.
           IF WS-CORPITEMS-FILE-MISSING
               OPEN OUTPUT CORPITEMS
               CLOSE CORPITEMS
               OPEN EXTEND CORPITEMS
           END-IF.
           IF NOT WS-CORPITEMS-OK
               DISPLAY "WARNING - UNABLE TO OPEN CORPITEMS - STATUS: "
                   WS-CORPITEMS-STATUS " - ITEM NOT WRITTEN - ACCOUNT: "
                   CRP-ACCOUNT-NUMBER
           ELSE
               MOVE CRP-ACCOUNT-NUMBER  TO CPI-ACCOUNT-NUMBER
               MOVE MBR-CARD-NUMBER     TO CPI-CARD-NUMBER
               MOVE CD-CURRENT-DATE     TO CPI-CHARGE-DATE
               MOVE "RN"                TO CPI-SOURCE-CODE
               MOVE EMPLOYER-SHARE-WORK TO CPI-ORIGINAL-AMOUNT
               COMPUTE CPI-OPEN-AMOUNT =
                   EMPLOYER-SHARE-WORK - EMPLOYER-CREDIT-WORK
               WRITE CORP-ITEM-RECORD
               IF NOT WS-CORPITEMS-OK
                   DISPLAY "WARNING - CORPITEMS WRITE FAILED - STATUS: "
                       WS-CORPITEMS-STATUS
               END-IF
               CLOSE CORPITEMS
           END-IF.

       500-PRINT-INVOICE-TRAILER.
           MOVE MEMBERS-BILLED-COUNT TO IT-BILLED-COUNT.
           MOVE TOTAL-BILLED-AMOUNT  TO IT-TOTAL-BILLED.
           MOVE PRIOR-BALANCE-COUNT  TO IC-PRIOR-COUNT.
           MOVE INVOICE-COUNT-LINE   TO INVOICE-REPORT.
           WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES.
           MOVE TOTAL-CREDIT-APPLIED TO ICR-TOTAL-CREDIT.
           MOVE INVOICE-CREDIT-LINE  TO INVOICE-REPORT.
           WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES.
           MOVE ASSISTED-COUNT       TO IA-ASSISTED-COUNT.
           MOVE TOTAL-ASSIST-AMOUNT  TO IA-TOTAL-ASSIST.
           MOVE INVOICE-ASSIST-LINE  TO INVOICE-REPORT.
           WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES.
           MOVE ASSIST-EXPIRED-COUNT TO IE-EXPIRED-COUNT.
           MOVE INVOICE-EXPIRED-LINE TO INVOICE-REPORT.
           WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES.
           MOVE CORP-BILLED-COUNT     TO IK-CORP-COUNT.
           MOVE TOTAL-EMPLOYER-AMOUNT TO IK-TOTAL-EMPLOYER.
           MOVE TOTAL-EMPLOYER-CREDIT TO IK-TOTAL-EMP-CREDIT.
           MOVE INVOICE-EMPLOYER-LINE TO INVOICE-REPORT.
           WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES.
           MOVE CORP-PERSONAL-COUNT   TO IP-PERSONAL-COUNT.
           MOVE INVOICE-PERSONAL-LINE TO INVOICE-REPORT.
           WRITE INVOICE-REPORT AFTER ADVANCING 1 LINES.
