      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/05/2018
      * Purpose: Corporate account maintenance and employer payment
      *          posting.  Keeps the indexed CORPMAS (see CORPREC
      *          copybook) of employers who pay toward their
      *          employees' dues: (A)dd an account with its billing
      *          contact and address, the negotiated discount off the
      *          table rate and the percent of the discounted dues the
      *          employer pays, (C)hange any of those, switch an
      *          account (S)tatus between active and closed (a closed
      *          account is never deleted - its members renew on
      *          personal billing), or (L)ist the accounts.  (P)ost
      *          takes an employer's check and settles it against the
      *          account's open items on CORPITEMS (see CORPITEMREC)
      *          oldest-first, the way YMCA_PAYPOST settles a member's
      *          ARITEMS.  Each item paid goes to the PAYEXTR extract
      *          under the employee's card and branch and the item's
      *          source, method E, so YMCA_REVSUM counts it with the
      *          rest of membership collected; an overpayment goes on
      *          the account's credit balance and is extracted under
      *          source CR.  Maintenance needs CORPMT; posting needs
      *          CORPAY.
      * Tectonics: cobc
      *
      * Modification History:
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CORPORATE-ACCOUNTS.

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
           SELECT CORPWORK ASSIGN TO WS-CORPWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPWORK-STATUS.
           SELECT YMCAMEM ASSIGN TO WS-YMCAMEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CARD-NUMBER
               ALTERNATE RECORD KEY IS MBR-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-YMCAMEM-STATUS.
           SELECT PAYEXTR ASSIGN TO WS-PAYEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CORPMAS.
           COPY CORPREC.

       FD  CORPITEMS.
           COPY CORPITEMREC.

      * SCRATCH COPY OF THE EMPLOYER ITEM FILE FOR THE SETTLEMENT
      * PASS, THE SAME TECHNIQUE YMCA_PAYPOST USES ON ARITEMS.  WIDEN
      * IF CORPITEMREC GROWS.
       FD  CORPWORK.
       01  CORP-WORK-RECORD            PIC X(34).

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  PAYEXTR.
           COPY PAYXREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-CORPMAS-PATH         PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).
           05  WS-CORPWORK-PATH        PIC X(100).
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-PAYEXTR-PATH         PIC X(100).

       01  WS-CORPMAS-STATUS           PIC X(2).
           88  WS-CORPMAS-OK                      VALUE "00".
           88  WS-CORPMAS-FILE-MISSING             VALUE "35".

       01  WS-CORPITEMS-STATUS         PIC X(2).
           88  WS-CORPITEMS-OK                    VALUE "00".

       01  WS-CORPWORK-STATUS          PIC X(2).
           88  WS-CORPWORK-OK                     VALUE "00".

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-PAYEXTR-STATUS           PIC X(2).
           88  WS-PAYEXTR-OK                      VALUE "00".
           88  WS-PAYEXTR-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  MORE-REQUESTS-SWITCH        PIC X          VALUE "Y".
               88  MORE-REQUESTS                          VALUE "Y".
           05  ACCOUNT-FOUND-SWITCH        PIC X.
               88  ACCOUNT-FOUND                          VALUE "Y".
           05  LIST-EOF-SWITCH             PIC X.
               88  LIST-EOF                               VALUE "Y".
           05  CHANGE-FIELD-SWITCH         PIC X.
               88  CHANGE-THIS-FIELD                      VALUE "Y".
           05  CONFIRM-SWITCH              PIC X.
               88  PAYMENT-CONFIRMED                      VALUE "Y".
           05  TERMS-VALID-SWITCH          PIC X.
               88  TERMS-VALID                            VALUE "Y".
           05  PAYMENT-VALID-SWITCH        PIC X.
               88  PAYMENT-ENTRY-VALID                    VALUE "Y".
           05  CREDIT-LIMIT-SWITCH         PIC X.
               88  CREDIT-AT-LIMIT                        VALUE "Y".
           05  ITEM-EOF-SWITCH             PIC X.
               88  ITEM-EOF                               VALUE "Y".
           05  WORK-EOF-SWITCH             PIC X.
               88  WORK-EOF                               VALUE "Y".
           05  ITEM-TOUCHED-SWITCH         PIC X.
               88  ITEM-TOUCHED                           VALUE "Y".
           05  MEMBER-FILE-SWITCH          PIC X.
               88  MEMBER-FILE-OPEN                       VALUE "Y".
           05  DESK-FUNCTION-SWITCH        PIC X.
               88  ADD-FUNCTION                           VALUE "A".
               88  CHANGE-FUNCTION                        VALUE "C".
               88  STATUS-FUNCTION                        VALUE "S".
               88  LIST-FUNCTION                          VALUE "L".
               88  POST-FUNCTION                          VALUE "P".

       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * THE ACCOUNT KEYED AND THE TERMS BEING ENTERED - MOVED TO THE
      * RECORD ONLY ONCE BOTH PERCENTS PASS.
       01  ACCOUNT-ENTRY-FIELDS.
           05  ACCOUNT-ENTRY-WORK      PIC 9(6)       VALUE ZERO.
           05  DISCOUNT-ENTRY-WORK     PIC 9(3)       VALUE ZERO.
           05  SHARE-ENTRY-WORK        PIC 9(3)       VALUE ZERO.

      * THE EMPLOYER'S CHECK AS KEYED.
       01  PAYMENT-ENTRY-FIELDS.
           05  PAY-CHECK-NUMBER        PIC 9(6)       VALUE ZERO.
           05  PAY-AMOUNT-ENTRY        PIC 9(6)V99    VALUE ZERO.
           05  PAY-DATE-ENTRY          PIC 9(8)       VALUE ZERO.

      * WHAT IS LEFT OF THE CHECK AS IT WORKS DOWN THE ITEMS, AND THE
      * FIELDS OF THE EXTRACT RECORD ABOUT TO BE WRITTEN.  AN EXTRACT
      * AMOUNT HOLDS LESS THAN A LARGE CHECK CAN CARRY, SO A CR OR UN
      * REMAINDER IS WRITTEN IN AS MANY RECORDS AS IT TAKES.
       01  PAYMENT-WORK-FIELDS.
           05  OLD-BALANCE-WORK        PIC 9(6)V99    VALUE ZERO.
           05  NEW-BALANCE-WORK        PIC S9(7)V99   VALUE ZERO.
           05  CREDIT-ADDED-WORK       PIC 9(6)V99    VALUE ZERO.
           05  PAY-REMAINING-WORK      PIC 9(6)V99    VALUE ZERO.
           05  ITEM-APPLIED-WORK       PIC 9(4)V99    VALUE ZERO.
           05  REMAINDER-WORK          PIC 9(6)V99    VALUE ZERO.
           05  EXTRACT-CARD-WORK       PIC 9(6)       VALUE ZERO.
           05  EXTRACT-BRANCH-WORK     PIC X(3).
           05  EXTRACT-SOURCE-WORK     PIC X(2).
           05  EXTRACT-AMOUNT-WORK     PIC 9(4)V99    VALUE ZERO.
           05  EXTRACT-ITEM-DATE-WORK  PIC 9(8)       VALUE ZERO.

       01  EXTRACT-AMOUNT-MAX          PIC 9(4)V99    VALUE 9999.99.

       01  ACCOUNT-COUNT-FIELDS        BINARY.
           05  ADDED-COUNT             PIC S9(5)      VALUE ZERO.
           05  CHANGED-COUNT           PIC S9(5)      VALUE ZERO.
           05  LISTED-COUNT            PIC S9(5)      VALUE ZERO.
           05  POSTED-COUNT            PIC S9(5)      VALUE ZERO.
           05  ITEMS-SETTLED-COUNT     PIC S9(5)      VALUE ZERO.

       01  ACCOUNT-TOTAL-FIELDS        PACKED-DECIMAL.
           05  TOTAL-POSTED-AMOUNT     PIC S9(7)V99   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  ACCOUNT-LIST-LINE.
           05  AL-ACCOUNT-NUMBER       PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  AL-EMPLOYER-NAME        PIC X(30).
           05                          PIC XX          VALUE SPACE.
           05  AL-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  AL-STATUS               PIC X(6).
           05                          PIC XX          VALUE SPACE.
           05  AL-DISCOUNT-PERCENT     PIC ZZ9.
           05                          PIC X(3)        VALUE "%  ".
           05  AL-SHARE-PERCENT        PIC ZZ9.
           05                          PIC X(3)        VALUE "%  ".
           05  AL-BALANCE-DUE          PIC $ZZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  AL-CREDIT-BALANCE       PIC $ZZZ,ZZ9.99.

       01  ACCOUNT-DATES-LINE.
           05                          PIC X(8)        VALUE SPACE.
           05  AD-BILLING-CONTACT      PIC X(20).
           05                          PIC X(16)
               VALUE "  LAST INVOICE: ".
           05  AD-LAST-INVOICE-DATE    PIC 9(8).
           05                          PIC X(16)
               VALUE "  LAST PAYMENT: ".
           05  AD-LAST-PAYMENT-DATE    PIC 9(8).

       PROCEDURE DIVISION.

       000-MAINTAIN-CORP-ACCOUNTS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           MOVE "SIGNON" TO OPC-FUNCTION-CODE.
           PERFORM 058-CALL-OPERATOR-CHECK.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 060-OPEN-CORPMAS.

           PERFORM 200-PROCESS-ONE-REQUEST
               WITH TEST AFTER
               UNTIL NOT MORE-REQUESTS.

           DISPLAY "ACCOUNTS ADDED ----- " ADDED-COUNT.
           DISPLAY "ACCOUNTS CHANGED --- " CHANGED-COUNT.
           DISPLAY "PAYMENTS POSTED ---- " POSTED-COUNT
               "  TOTAL: " TOTAL-POSTED-AMOUNT.
           CLOSE CORPMAS.
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

           ACCEPT WS-CORPWORK-PATH FROM ENVIRONMENT "CORPWORK_PATH".
           IF WS-CORPWORK-PATH = SPACES
               MOVE "CORPWORK.DAT" TO WS-CORPWORK-PATH
           END-IF.

           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
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

      * THE OPERATOR MUST BE ON OPERMAS AND ACTIVE TO RUN THIS AT ALL,
      * AND HOLD CORPMT OR CORPAY FOR EACH FUNCTION PICKED.
      * YMCA_OPRCHECK LOGS EVERY REFUSAL ITSELF.
       058-CALL-OPERATOR-CHECK.
           MOVE OPERATOR-ID        TO OPC-OPERATOR-ID.
           MOVE "YMCA_CORPACCT"    TO OPC-PROGRAM-NAME.
           MOVE SPACES             TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * THE FIRST RUN FINDS NO ACCOUNT MASTER AND STARTS AN EMPTY ONE.
       060-OPEN-CORPMAS.
           OPEN I-O CORPMAS.
           IF WS-CORPMAS-FILE-MISSING
               DISPLAY "CORPMAS NOT FOUND AT " WS-CORPMAS-PATH
               DISPLAY "CREATING NEW EMPTY CORPMAS"
               OPEN OUTPUT CORPMAS
               CLOSE CORPMAS
               OPEN I-O CORPMAS
           END-IF.
           IF NOT WS-CORPMAS-OK
               DISPLAY "UNABLE TO OPEN CORPMAS - STATUS: "
                   WS-CORPMAS-STATUS
               STOP RUN
           END-IF.

       200-PROCESS-ONE-REQUEST.
           DISPLAY "Enter: (A)dd, (C)hange, (S)tatus, (L)ist, "
               "(P)ost Payment, or BLANK TO END RUN"
           ACCEPT DESK-FUNCTION-SWITCH.
           IF POST-FUNCTION
               MOVE "CORPAY" TO OPC-FUNCTION-CODE
           ELSE
               MOVE "CORPMT" TO OPC-FUNCTION-CODE
           END-IF.
           EVALUATE TRUE
               WHEN DESK-FUNCTION-SWITCH = SPACE
                   MOVE "N" TO MORE-REQUESTS-SWITCH
               WHEN NOT (ADD-FUNCTION OR CHANGE-FUNCTION
                      OR STATUS-FUNCTION OR LIST-FUNCTION
                      OR POST-FUNCTION)
                   DISPLAY "ANSWER A, C, S, L, P, OR BLANK"
               WHEN OTHER
                   PERFORM 058-CALL-OPERATOR-CHECK
                   IF OPC-AUTHORIZED
                       PERFORM 205-RUN-ONE-FUNCTION
                   END-IF
           END-EVALUATE.

       205-RUN-ONE-FUNCTION.
           EVALUATE TRUE
               WHEN ADD-FUNCTION
                   PERFORM 300-ADD-ACCOUNT
               WHEN CHANGE-FUNCTION
                   PERFORM 400-CHANGE-ACCOUNT
               WHEN STATUS-FUNCTION
                   PERFORM 500-CHANGE-STATUS
               WHEN LIST-FUNCTION
                   PERFORM 600-LIST-ACCOUNTS
               WHEN POST-FUNCTION
                   PERFORM 700-POST-EMPLOYER-PAYMENT
           END-EVALUATE.

       210-FIND-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           DISPLAY "Enter: Corporate Account Number".
           ACCEPT ACCOUNT-ENTRY-WORK.
           MOVE ACCOUNT-ENTRY-WORK TO CRP-ACCOUNT-NUMBER.
           READ CORPMAS
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-SWITCH
           END-READ.

      ******************************************************************
      * ADD - A NUMBER NOT ALREADY ON FILE, THE EMPLOYER AND WHERE THE
      * BILL GOES, AND THE TERMS.  A NEW ACCOUNT GOES ON ACTIVE WITH
      * NOTHING OWED.
      ******************************************************************
       300-ADD-ACCOUNT.
           PERFORM 210-FIND-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCOUNT-ENTRY-WORK = ZERO
                   DISPLAY "REJECTED - AN ACCOUNT NUMBER IS REQUIRED"
               WHEN ACCOUNT-FOUND
                   DISPLAY "REJECTED - ACCOUNT " ACCOUNT-ENTRY-WORK
                       " IS ALREADY ON FILE"
               WHEN OTHER
                   MOVE SPACES TO CORPORATE-ACCOUNT-RECORD
                   MOVE ACCOUNT-ENTRY-WORK TO CRP-ACCOUNT-NUMBER
                   DISPLAY "Enter: Employer Name"
                   ACCEPT CRP-EMPLOYER-NAME
                   DISPLAY "Enter: Billing Contact"
                   ACCEPT CRP-BILLING-CONTACT
                   PERFORM 305-ACCEPT-BILLING-ADDRESS
                   DISPLAY "Enter: Contact Phone (10 DIGITS)"
                   ACCEPT CRP-CONTACT-PHONE
                   DISPLAY "Enter: Branch Code Handling The Account"
                   ACCEPT CRP-BRANCH-CODE
                   PERFORM 310-ACCEPT-TERMS
                   MOVE "A"  TO CRP-STATUS
                   MOVE ZERO TO CRP-BALANCE-DUE
                   MOVE ZERO TO CRP-CREDIT-BALANCE
                   MOVE ZERO TO CRP-LAST-INVOICE-DATE
                   MOVE ZERO TO CRP-LAST-PAYMENT-DATE
                   PERFORM 330-WRITE-NEW-ACCOUNT
           END-EVALUATE.

       305-ACCEPT-BILLING-ADDRESS.
           DISPLAY "Enter: Street Address".
           ACCEPT CRP-STREET-ADDRESS.
           DISPLAY "Enter: City".
           ACCEPT CRP-CITY.
           DISPLAY "Enter: State (2 LETTERS)".
           ACCEPT CRP-STATE.
           DISPLAY "Enter: Zip Code".
           ACCEPT CRP-ZIPCODE.

      * THE DISCOUNT COMES OFF THE TABLE RATE; THE EMPLOYER'S SHARE IS
      * A PERCENT OF WHAT IS LEFT.  BOTH ARE ASKED FOR AGAIN UNTIL
      * THEY MAKE SENSE.
       310-ACCEPT-TERMS.
           MOVE "N" TO TERMS-VALID-SWITCH.
           PERFORM 315-ACCEPT-ONE-TERMS
               WITH TEST AFTER
               UNTIL TERMS-VALID.
           MOVE DISCOUNT-ENTRY-WORK TO CRP-DISCOUNT-PERCENT.
           MOVE SHARE-ENTRY-WORK    TO CRP-EMPLOYER-SHARE-PERCENT.

       315-ACCEPT-ONE-TERMS.
           DISPLAY "Enter: Discount Percent Off The Table Rate (0-99)".
           ACCEPT DISCOUNT-ENTRY-WORK.
           DISPLAY "Enter: Percent Of Dues The Employer Pays (0-100)".
           ACCEPT SHARE-ENTRY-WORK.
           EVALUATE TRUE
               WHEN DISCOUNT-ENTRY-WORK NOT NUMERIC
                   OR DISCOUNT-ENTRY-WORK > 99
                   DISPLAY "REJECTED - DISCOUNT MUST BE 0 TO 99"
               WHEN SHARE-ENTRY-WORK NOT NUMERIC
                   OR SHARE-ENTRY-WORK > 100
                   DISPLAY "REJECTED - EMPLOYER SHARE MUST BE 0 TO 100"
               WHEN OTHER
                   MOVE "Y" TO TERMS-VALID-SWITCH
           END-EVALUATE.

       330-WRITE-NEW-ACCOUNT.
           MOVE CD-CURRENT-DATE TO CRP-ADDED-DATE.
           MOVE CD-CURRENT-DATE TO CRP-CHANGED-DATE.
           MOVE OPERATOR-ID     TO CRP-CHANGED-BY.
           WRITE CORPORATE-ACCOUNT-RECORD.
           IF WS-CORPMAS-OK
               ADD 1 TO ADDED-COUNT
               DISPLAY "ACCOUNT ADDED - " CRP-ACCOUNT-NUMBER " "
                   CRP-EMPLOYER-NAME
           ELSE
               DISPLAY "** ACCOUNT WRITE FAILED - STATUS: "
                   WS-CORPMAS-STATUS
           END-IF.

      ******************************************************************
      * CHANGE - EACH FIELD ONLY IF ASKED.  NEW TERMS REACH A MEMBER
      * AT THEIR NEXT RENEWAL; WHAT IS ALREADY BILLED STANDS.
      ******************************************************************
       400-CHANGE-ACCOUNT.
           PERFORM 210-FIND-ACCOUNT.
           IF NOT ACCOUNT-FOUND
               DISPLAY "REJECTED - ACCOUNT " ACCOUNT-ENTRY-WORK
                   " NOT ON FILE"
           ELSE
               DISPLAY "CURRENT EMPLOYER NAME: " CRP-EMPLOYER-NAME
               DISPLAY "Change Employer Name? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Employer Name"
                   ACCEPT CRP-EMPLOYER-NAME
               END-IF
               DISPLAY "CURRENT BILLING CONTACT: " CRP-BILLING-CONTACT
                   "  PHONE: " CRP-CONTACT-PHONE
               DISPLAY "Change Billing Contact? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Billing Contact"
                   ACCEPT CRP-BILLING-CONTACT
                   DISPLAY "Enter: New Contact Phone (10 DIGITS)"
                   ACCEPT CRP-CONTACT-PHONE
               END-IF
               DISPLAY "CURRENT ADDRESS: " CRP-STREET-ADDRESS
                   " " CRP-CITY " " CRP-STATE " " CRP-ZIPCODE
               DISPLAY "Change Billing Address? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   PERFORM 305-ACCEPT-BILLING-ADDRESS
               END-IF
               DISPLAY "CURRENT BRANCH CODE: " CRP-BRANCH-CODE
               DISPLAY "Change Branch Code? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Branch Code"
                   ACCEPT CRP-BRANCH-CODE
               END-IF
               DISPLAY "CURRENT TERMS: DISCOUNT " CRP-DISCOUNT-PERCENT
                   "%  EMPLOYER PAYS " CRP-EMPLOYER-SHARE-PERCENT "%"
               DISPLAY "Change Terms? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   PERFORM 310-ACCEPT-TERMS
                   DISPLAY "NEW TERMS APPLY FROM EACH MEMBER'S NEXT "
                       "RENEWAL"
               END-IF
               PERFORM 510-REWRITE-ACCOUNT
           END-IF.

      ******************************************************************
      * STATUS - ACTIVE GOES CLOSED AND CLOSED GOES ACTIVE.  CLOSING
      * DOES NOT TOUCH WHAT THE EMPLOYER ALREADY OWES - ITS CHECKS
      * STILL POST - BUT NO NEW MEMBER CAN LINK TO IT AND THE ONES
      * STILL LINKED RENEW ON PERSONAL BILLING.
      ******************************************************************
       500-CHANGE-STATUS.
           PERFORM 210-FIND-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "REJECTED - ACCOUNT " ACCOUNT-ENTRY-WORK
                       " NOT ON FILE"
               WHEN CRP-ACTIVE
                   MOVE "C" TO CRP-STATUS
                   DISPLAY "MEMBERS STILL LINKED RENEW ON PERSONAL "
                       "BILLING"
                   PERFORM 510-REWRITE-ACCOUNT
               WHEN OTHER
                   MOVE "A" TO CRP-STATUS
                   PERFORM 510-REWRITE-ACCOUNT
           END-EVALUATE.

       510-REWRITE-ACCOUNT.
           MOVE CD-CURRENT-DATE TO CRP-CHANGED-DATE.
           MOVE OPERATOR-ID     TO CRP-CHANGED-BY.
           REWRITE CORPORATE-ACCOUNT-RECORD.
           IF WS-CORPMAS-OK
               ADD 1 TO CHANGED-COUNT
               IF CRP-ACTIVE
                   DISPLAY "ACCOUNT UPDATED - " CRP-ACCOUNT-NUMBER
                       " ACTIVE"
               ELSE
                   DISPLAY "ACCOUNT UPDATED - " CRP-ACCOUNT-NUMBER
                       " CLOSED"
               END-IF
           ELSE
               DISPLAY "** ACCOUNT REWRITE FAILED - STATUS: "
                   WS-CORPMAS-STATUS
           END-IF.

      ******************************************************************
      * LIST - EVERY ACCOUNT ON FILE IN NUMBER ORDER.
      ******************************************************************
       600-LIST-ACCOUNTS.
           MOVE ZERO TO LISTED-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO CRP-ACCOUNT-NUMBER.
           START CORPMAS KEY IS NOT < CRP-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-SWITCH
           END-START.
           PERFORM 605-LIST-ONE-ACCOUNT
               WITH TEST AFTER
               UNTIL LIST-EOF.
           DISPLAY "ACCOUNTS ON FILE: " LISTED-COUNT.

       605-LIST-ONE-ACCOUNT.
           IF NOT LIST-EOF
               READ CORPMAS NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO LISTED-COUNT
                       MOVE CRP-ACCOUNT-NUMBER  TO AL-ACCOUNT-NUMBER
                       MOVE CRP-EMPLOYER-NAME   TO AL-EMPLOYER-NAME
                       MOVE CRP-BRANCH-CODE     TO AL-BRANCH-CODE
                       MOVE CRP-DISCOUNT-PERCENT TO AL-DISCOUNT-PERCENT
                       MOVE CRP-EMPLOYER-SHARE-PERCENT
                           TO AL-SHARE-PERCENT
                       MOVE CRP-BALANCE-DUE     TO AL-BALANCE-DUE
                       MOVE CRP-CREDIT-BALANCE  TO AL-CREDIT-BALANCE
                       IF CRP-ACTIVE
                           MOVE "ACTIVE" TO AL-STATUS
                       ELSE
                           MOVE "CLOSED" TO AL-STATUS
                       END-IF
                       MOVE CRP-BILLING-CONTACT TO AD-BILLING-CONTACT
                       MOVE CRP-LAST-INVOICE-DATE
                           TO AD-LAST-INVOICE-DATE
                       MOVE CRP-LAST-PAYMENT-DATE
                           TO AD-LAST-PAYMENT-DATE
                       DISPLAY ACCOUNT-LIST-LINE
                       DISPLAY ACCOUNT-DATES-LINE
               END-READ
           END-IF.

      ******************************************************************
      * POST - ONE EMPLOYER CHECK.  THE ACCOUNT BALANCE COMES DOWN BY
      * THE CHECK (ANY EXCESS GOES ON THE ACCOUNT'S CREDIT), THEN THE
      * CHECK IS SPREAD OVER THE ACCOUNT'S OPEN ITEMS OLDEST-FIRST.
      * A CHECK THAT WOULD PUSH THE CREDIT PAST WHAT THE FIELD HOLDS
      * IS REFUSED WITH NOTHING TOUCHED.
      ******************************************************************
       700-POST-EMPLOYER-PAYMENT.
           PERFORM 210-FIND-ACCOUNT.
           IF NOT ACCOUNT-FOUND
               DISPLAY "REJECTED - ACCOUNT " ACCOUNT-ENTRY-WORK
                   " NOT ON FILE"
           ELSE
               DISPLAY "EMPLOYER: " CRP-EMPLOYER-NAME
               DISPLAY "BALANCE DUE: " CRP-BALANCE-DUE
                   "  CREDIT ON ACCOUNT: " CRP-CREDIT-BALANCE
               MOVE "N" TO PAYMENT-VALID-SWITCH
               PERFORM 705-ACCEPT-PAYMENT
                   WITH TEST AFTER
                   UNTIL PAYMENT-ENTRY-VALID
               DISPLAY "Post Check " PAY-CHECK-NUMBER " For "
                   PAY-AMOUNT-ENTRY "? (Y/N)"
               ACCEPT CONFIRM-SWITCH
               IF PAYMENT-CONFIRMED
                   PERFORM 710-APPLY-PAYMENT
               ELSE
                   DISPLAY "PAYMENT NOT POSTED"
               END-IF
           END-IF.

       705-ACCEPT-PAYMENT.
           DISPLAY "Enter: Check Number".
           ACCEPT PAY-CHECK-NUMBER.
           DISPLAY "Enter: Check Amount".
           ACCEPT PAY-AMOUNT-ENTRY.
           DISPLAY "Enter: Payment Date (YYYYMMDD, 0 = TODAY)".
           ACCEPT PAY-DATE-ENTRY.
           IF PAY-DATE-ENTRY = ZERO
               MOVE CD-CURRENT-DATE TO PAY-DATE-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN PAY-CHECK-NUMBER NOT NUMERIC
                   OR PAY-CHECK-NUMBER = ZERO
                   DISPLAY "REJECTED - CHECK NUMBER REQUIRED"
               WHEN PAY-AMOUNT-ENTRY NOT NUMERIC
                   OR PAY-AMOUNT-ENTRY = ZERO
                   DISPLAY "REJECTED - CHECK AMOUNT REQUIRED"
               WHEN PAY-DATE-ENTRY > CD-CURRENT-DATE
                   DISPLAY "REJECTED - PAYMENT DATE IS IN THE FUTURE"
               WHEN OTHER
                   MOVE "Y" TO PAYMENT-VALID-SWITCH
           END-EVALUATE.

       710-APPLY-PAYMENT.
           MOVE CRP-BALANCE-DUE TO OLD-BALANCE-WORK.
           MOVE "N" TO CREDIT-LIMIT-SWITCH.
           MOVE ZERO TO CREDIT-ADDED-WORK.
           COMPUTE NEW-BALANCE-WORK =
               CRP-BALANCE-DUE - PAY-AMOUNT-ENTRY.
           IF NEW-BALANCE-WORK < ZERO
               COMPUTE CREDIT-ADDED-WORK = ZERO - NEW-BALANCE-WORK
               ADD CREDIT-ADDED-WORK TO CRP-CREDIT-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO CREDIT-LIMIT-SWITCH
               END-ADD
               MOVE ZERO TO NEW-BALANCE-WORK
           END-IF.
           IF CREDIT-AT-LIMIT
               DISPLAY "REJECTED - CREDIT BALANCE LIMIT EXCEEDED - "
                   "NOTHING POSTED"
           ELSE
               MOVE NEW-BALANCE-WORK TO CRP-BALANCE-DUE
               MOVE PAY-DATE-ENTRY   TO CRP-LAST-PAYMENT-DATE
               MOVE CD-CURRENT-DATE  TO CRP-CHANGED-DATE
               MOVE OPERATOR-ID      TO CRP-CHANGED-BY
               REWRITE CORPORATE-ACCOUNT-RECORD
               IF WS-CORPMAS-OK
                   ADD 1 TO POSTED-COUNT
                   ADD PAY-AMOUNT-ENTRY TO TOTAL-POSTED-AMOUNT
                   DISPLAY "PAYMENT POSTED - BALANCE WAS "
                       OLD-BALANCE-WORK " NOW " CRP-BALANCE-DUE
                   IF CREDIT-ADDED-WORK > ZERO
                       DISPLAY "OVERPAYMENT TO CREDIT: "
                           CREDIT-ADDED-WORK "  CREDIT NOW: "
                           CRP-CREDIT-BALANCE
                   END-IF
                   PERFORM 720-SETTLE-CORP-ITEMS
               ELSE
                   DISPLAY "** ACCOUNT REWRITE FAILED - STATUS: "
                       WS-CORPMAS-STATUS " - NOTHING POSTED"
               END-IF
           END-IF.

      * THE CHECK AGAINST THE ACCOUNT'S OPEN ITEMS, OLDEST FIRST
      * (CORPITEMS IS APPENDED IN CHARGE ORDER).  EVERY RECORD IS
      * COPIED THROUGH THE WORK FILE; ONLY THIS ACCOUNT'S ITEMS ARE
      * REDUCED.  YMCAMEM IS OPEN ONLY TO FIND EACH EMPLOYEE'S BRANCH
      * FOR THE EXTRACT.
       720-SETTLE-CORP-ITEMS.
           MOVE PAY-AMOUNT-ENTRY TO PAY-REMAINING-WORK.
           MOVE ZERO TO ITEMS-SETTLED-COUNT.
           MOVE "N" TO ITEM-EOF-SWITCH.
           MOVE "N" TO ITEM-TOUCHED-SWITCH.
           MOVE "N" TO MEMBER-FILE-SWITCH.
           OPEN EXTEND PAYEXTR.
           IF WS-PAYEXTR-FILE-MISSING
               OPEN OUTPUT PAYEXTR
               CLOSE PAYEXTR
               OPEN EXTEND PAYEXTR
           END-IF.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - UNABLE TO OPEN PAYEXTR - STATUS: "
                   WS-PAYEXTR-STATUS " - PAYMENT NOT EXTRACTED"
           END-IF.
           OPEN INPUT YMCAMEM.
           IF WS-YMCAMEM-OK
               MOVE "Y" TO MEMBER-FILE-SWITCH
           END-IF.
           OPEN INPUT CORPITEMS.
           IF WS-CORPITEMS-OK
               OPEN OUTPUT CORPWORK
               IF NOT WS-CORPWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CORPWORK - ITEMS "
                       "NOT SETTLED - ACCOUNT: " CRP-ACCOUNT-NUMBER
                   CLOSE CORPITEMS
               ELSE
                   PERFORM 730-SETTLE-ONE-ITEM
                       WITH TEST AFTER
                       UNTIL ITEM-EOF
                   CLOSE CORPITEMS
                         CORPWORK
                   IF ITEM-TOUCHED
                       PERFORM 740-COPY-ITEMS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "EMPLOYER ITEMS PAID: " ITEMS-SETTLED-COUNT.
      * WHATEVER THE ITEMS COULD NOT ABSORB STILL GOES ON THE EXTRACT
      * UNDER THE ACCOUNT'S BRANCH - THE OVERPAYMENT AS CR, ANY OTHER
      * REMAINDER AS UNAPPLIED - SO THE EXTRACT TIES TO THE CHECK.
           MOVE ZERO TO EXTRACT-CARD-WORK.
           MOVE ZERO TO EXTRACT-ITEM-DATE-WORK.
           MOVE CRP-BRANCH-CODE TO EXTRACT-BRANCH-WORK.
           IF CREDIT-ADDED-WORK > ZERO
               AND PAY-REMAINING-WORK NOT < CREDIT-ADDED-WORK
               SUBTRACT CREDIT-ADDED-WORK FROM PAY-REMAINING-WORK
               MOVE "CR" TO EXTRACT-SOURCE-WORK
               MOVE CREDIT-ADDED-WORK TO REMAINDER-WORK
               PERFORM 760-WRITE-REMAINDER-EXTRACT
                   WITH TEST AFTER
                   UNTIL REMAINDER-WORK = ZERO
           END-IF.
           IF PAY-REMAINING-WORK > ZERO
               MOVE "UN" TO EXTRACT-SOURCE-WORK
               MOVE PAY-REMAINING-WORK TO REMAINDER-WORK
               PERFORM 760-WRITE-REMAINDER-EXTRACT
                   WITH TEST AFTER
                   UNTIL REMAINDER-WORK = ZERO
           END-IF.
           IF MEMBER-FILE-OPEN
               CLOSE YMCAMEM
           END-IF.
           IF WS-PAYEXTR-OK
               CLOSE PAYEXTR
           END-IF.

       730-SETTLE-ONE-ITEM.
           READ CORPITEMS
               AT END
                   MOVE "Y" TO ITEM-EOF-SWITCH
               NOT AT END
                   IF CPI-ACCOUNT-NUMBER = CRP-ACCOUNT-NUMBER
                       AND CPI-OPEN-AMOUNT > ZERO
                       AND PAY-REMAINING-WORK > ZERO
                       MOVE "Y" TO ITEM-TOUCHED-SWITCH
                       ADD 1 TO ITEMS-SETTLED-COUNT
                       IF PAY-REMAINING-WORK < CPI-OPEN-AMOUNT
                           MOVE PAY-REMAINING-WORK TO ITEM-APPLIED-WORK
                       ELSE
                           MOVE CPI-OPEN-AMOUNT TO ITEM-APPLIED-WORK
                       END-IF
                       SUBTRACT ITEM-APPLIED-WORK FROM CPI-OPEN-AMOUNT
                       SUBTRACT ITEM-APPLIED-WORK
                           FROM PAY-REMAINING-WORK
                       MOVE CPI-CARD-NUMBER TO EXTRACT-CARD-WORK
                       PERFORM 755-LOOK-UP-EMPLOYEE-BRANCH
                       MOVE CPI-SOURCE-CODE TO EXTRACT-SOURCE-WORK
                       MOVE ITEM-APPLIED-WORK TO EXTRACT-AMOUNT-WORK
                       MOVE CPI-CHARGE-DATE TO EXTRACT-ITEM-DATE-WORK
                       PERFORM 750-WRITE-PAY-EXTRACT
                   END-IF
                   MOVE CORP-ITEM-RECORD TO CORP-WORK-RECORD
                   WRITE CORP-WORK-RECORD
           END-READ.

       740-COPY-ITEMS-BACK.
           MOVE "N" TO WORK-EOF-SWITCH.
           OPEN INPUT CORPWORK.
           OPEN OUTPUT CORPITEMS.
           IF NOT WS-CORPWORK-OK OR NOT WS-CORPITEMS-OK
               DISPLAY "** UNABLE TO COPY ITEMS BACK - EMPLOYER ITEMS "
                   "LEFT ON " WS-CORPWORK-PATH
           ELSE
               PERFORM 745-COPY-ONE-ITEM-BACK
                   WITH TEST AFTER
                   UNTIL WORK-EOF
           END-IF.
           CLOSE CORPWORK
                 CORPITEMS.

       745-COPY-ONE-ITEM-BACK.
           READ CORPWORK
               AT END
                   MOVE "Y" TO WORK-EOF-SWITCH
               NOT AT END
                   MOVE CORP-WORK-RECORD TO CORP-ITEM-RECORD
                   WRITE CORP-ITEM-RECORD
           END-READ.

      * METHOD E - AN EMPLOYER CHECK, SO YMCA_RETCHECK NEVER TAKES IT
      * FOR A MEMBER'S CHECK WITH THE SAME NUMBER.
       750-WRITE-PAY-EXTRACT.
           IF WS-PAYEXTR-OK
               MOVE EXTRACT-CARD-WORK   TO PX-CARD-NUMBER
               MOVE PAY-DATE-ENTRY      TO PX-PAYMENT-DATE
               MOVE EXTRACT-BRANCH-WORK TO PX-BRANCH-CODE
               MOVE EXTRACT-SOURCE-WORK TO PX-SOURCE-CODE
               MOVE EXTRACT-AMOUNT-WORK TO PX-AMOUNT
               MOVE PAY-CHECK-NUMBER    TO PX-CHECK-NUMBER
               MOVE EXTRACT-ITEM-DATE-WORK TO PX-ITEM-CHARGE-DATE
               MOVE ZERO                TO PX-REVERSED-PAY-DATE
               MOVE "E"                 TO PX-PAY-METHOD
               WRITE PAY-EXTRACT-RECORD
               IF NOT WS-PAYEXTR-OK
                   DISPLAY "WARNING - PAYEXTR WRITE FAILED - STATUS: "
                       WS-PAYEXTR-STATUS
               END-IF
           END-IF.

      * THE EMPLOYEE'S OWN BRANCH, SO THE DUES COLLECTED LAND WHERE
      * THEY WERE BILLED.  A CARD NO LONGER ON FILE FALLS BACK TO THE
      * ACCOUNT'S BRANCH.
       755-LOOK-UP-EMPLOYEE-BRANCH.
           MOVE CRP-BRANCH-CODE TO EXTRACT-BRANCH-WORK.
           IF MEMBER-FILE-OPEN
               MOVE CPI-CARD-NUMBER TO MBR-CARD-NUMBER
               READ YMCAMEM
                   INVALID KEY
                       MOVE CRP-BRANCH-CODE TO EXTRACT-BRANCH-WORK
                   NOT INVALID KEY
                       MOVE MBR-BRANCH-CODE TO EXTRACT-BRANCH-WORK
               END-READ
           END-IF.

       760-WRITE-REMAINDER-EXTRACT.
           IF REMAINDER-WORK > EXTRACT-AMOUNT-MAX
               MOVE EXTRACT-AMOUNT-MAX TO EXTRACT-AMOUNT-WORK
           ELSE
               MOVE REMAINDER-WORK TO EXTRACT-AMOUNT-WORK
           END-IF.
           SUBTRACT EXTRACT-AMOUNT-WORK FROM REMAINDER-WORK.
           PERFORM 750-WRITE-PAY-EXTRACT.
