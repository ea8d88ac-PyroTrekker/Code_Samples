      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/12/2018
      * Purpose: Annual campaign donor desk.  Keeps the indexed
      *          DONORMAS of donors (see DONORREC) - (A)dd a donor,
      *          member or not, (C)hange one, or (L)ist a donor with
      *          their pledges - takes a (P)ledge with its payment
      *          schedule onto PLEDGES (see PLEDGEREC) or (X) cancels
      *          one, and posts a (G)ift: the amount, the date, and the
      *          method with check number the way YMCA_RECEIPTS takes
      *          them, paid against one of the donor's open pledges or
      *          given outright.  Every gift is appended to the DONEXTR
      *          extract (see GIFTXREC) for the accounting office and
      *          the year-end letters - never to RECEIPTS or PAYEXTR,
      *          so contributed income stays out of program revenue.
      *          Donor upkeep needs DONMNT, pledges need PLEDGE, and
      *          gifts need GIFTPS.
      * Tectonics: cobc
      *
      * Modification History:
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CAMPAIGN-DONORS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DONORMAS ASSIGN TO WS-DONORMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DNR-DONOR-NUMBER
               FILE STATUS IS WS-DONORMAS-STATUS.
           SELECT PLEDGES ASSIGN TO WS-PLEDGES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLG-PLEDGE-KEY
               FILE STATUS IS WS-PLEDGES-STATUS.
           SELECT YMCAMEM ASSIGN TO WS-YMCAMEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CARD-NUMBER
               ALTERNATE RECORD KEY IS MBR-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-YMCAMEM-STATUS.
           SELECT DONEXTR ASSIGN TO WS-DONEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONEXTR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DONORMAS.
           COPY DONORREC.

       FD  PLEDGES.
           COPY PLEDGEREC.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  DONEXTR.
           COPY GIFTXREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-DONORMAS-PATH        PIC X(100).
           05  WS-PLEDGES-PATH         PIC X(100).
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-DONEXTR-PATH         PIC X(100).

       01  WS-DONORMAS-STATUS          PIC X(2).
           88  WS-DONORMAS-OK                     VALUE "00".
           88  WS-DONORMAS-FILE-MISSING            VALUE "35".

       01  WS-PLEDGES-STATUS           PIC X(2).
           88  WS-PLEDGES-OK                      VALUE "00".
           88  WS-PLEDGES-FILE-MISSING             VALUE "35".

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-DONEXTR-STATUS           PIC X(2).
           88  WS-DONEXTR-OK                      VALUE "00".
           88  WS-DONEXTR-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  MORE-REQUESTS-SWITCH        PIC X          VALUE "Y".
               88  MORE-REQUESTS                          VALUE "Y".
           05  DONOR-FOUND-SWITCH          PIC X.
               88  DONOR-FOUND                            VALUE "Y".
           05  PLEDGE-FOUND-SWITCH         PIC X.
               88  PLEDGE-FOUND                           VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                             VALUE "Y".
           05  PLEDGE-EOF-SWITCH           PIC X.
               88  PLEDGE-EOF                             VALUE "Y".
           05  CHANGE-FIELD-SWITCH         PIC X.
               88  CHANGE-THIS-FIELD                      VALUE "Y".
           05  CONFIRM-SWITCH              PIC X.
               88  ENTRY-CONFIRMED                        VALUE "Y".
           05  TERMS-VALID-SWITCH          PIC X.
               88  TERMS-VALID                            VALUE "Y".
           05  METHOD-VALID-SWITCH         PIC X.
               88  METHOD-VALID                           VALUE "Y".
           05  GIFT-VALID-SWITCH           PIC X.
               88  GIFT-ENTRY-VALID                       VALUE "Y".
           05  SHOW-PLEDGES-SWITCH         PIC X.
               88  SHOW-PLEDGES                           VALUE "Y".
           05  DESK-FUNCTION-SWITCH        PIC X.
               88  ADD-FUNCTION                           VALUE "A".
               88  CHANGE-FUNCTION                        VALUE "C".
               88  LIST-FUNCTION                          VALUE "L".
               88  PLEDGE-FUNCTION                        VALUE "P".
               88  CANCEL-FUNCTION                        VALUE "X".
               88  GIFT-FUNCTION                          VALUE "G".

       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       01  DONOR-ENTRY-FIELDS.
           05  DONOR-ENTRY-WORK        PIC 9(6)       VALUE ZERO.
           05  CARD-ENTRY-WORK         PIC 9(6)       VALUE ZERO.

      * THE PLEDGE BEING TAKEN - MOVED TO THE RECORD ONCE IT PASSES.
       01  PLEDGE-ENTRY-FIELDS.
           05  PLEDGE-SEQ-ENTRY        PIC 9(2)       VALUE ZERO.
           05  HIGH-PLEDGE-SEQ         PIC 9(2)       VALUE ZERO.
           05  OPEN-PLEDGE-COUNT       PIC S9(3)      BINARY VALUE ZERO.
           05  CAMPAIGN-YEAR-ENTRY     PIC 9(4)       VALUE ZERO.
           05  BRANCH-ENTRY-WORK       PIC X(3).
           05  VOLUNTEER-ENTRY-WORK    PIC X(20).
           05  PLEDGED-AMOUNT-ENTRY    PIC 9(6)V99    VALUE ZERO.
           05  INSTALLMENT-COUNT-ENTRY PIC 9(2)       VALUE ZERO.
           05  FREQUENCY-ENTRY         PIC X.
               88  FREQUENCY-VALID            VALUES "M" "Q" "A".
           05  FIRST-DUE-ENTRY         PIC 9(8)       VALUE ZERO.
           05  FIRST-DUE-ENTRY-X       REDEFINES FIRST-DUE-ENTRY.
               10  FIRST-DUE-YEAR          PIC 9(4).
               10  FIRST-DUE-MONTH         PIC 99.
               10  FIRST-DUE-DAY           PIC 99.

       01  INSTALLMENT-MAX             PIC 9(2)       VALUE 24.

      * THE GIFT BEING POSTED.
       01  GIFT-ENTRY-FIELDS.
           05  GIFT-AMOUNT-ENTRY       PIC 9(6)V99    VALUE ZERO.
           05  GIFT-DATE-ENTRY         PIC 9(8)       VALUE ZERO.
           05  PLEDGE-BALANCE-WORK     PIC S9(7)V99   VALUE ZERO.
           05  METHOD-ENTRY-WORK       PIC X.
               88  METHOD-IS-CASH                     VALUE "C".
               88  METHOD-IS-CHECK                    VALUE "K".
               88  METHOD-IS-CARD                     VALUE "D".
           05  CHECK-NUMBER-WORK       PIC 9(6)       VALUE ZERO.

       01  DONOR-COUNT-FIELDS          BINARY.
           05  DONORS-ADDED-COUNT      PIC S9(5)      VALUE ZERO.
           05  DONORS-CHANGED-COUNT    PIC S9(5)      VALUE ZERO.
           05  PLEDGES-TAKEN-COUNT     PIC S9(5)      VALUE ZERO.
           05  PLEDGES-CANCELLED-COUNT PIC S9(5)      VALUE ZERO.
           05  GIFTS-POSTED-COUNT      PIC S9(5)      VALUE ZERO.

       01  DONOR-TOTAL-FIELDS          PACKED-DECIMAL.
           05  TOTAL-PLEDGED-AMOUNT    PIC S9(7)V99   VALUE ZERO.
           05  TOTAL-GIFT-AMOUNT       PIC S9(7)V99   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-DATE-X       REDEFINES CD-CURRENT-DATE.
               10  CD-CURRENT-YEAR         PIC 9(4).
               10  CD-CURRENT-MONTH-DAY    PIC 9(4).

       01  PLEDGE-LIST-LINE.
           05                          PIC X(4)        VALUE SPACE.
           05  PL-PLEDGE-SEQ           PIC 99.
           05                          PIC XX          VALUE SPACE.
           05  PL-CAMPAIGN-YEAR        PIC 9(4).
           05                          PIC XX          VALUE SPACE.
           05  PL-BRANCH-CODE          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  PL-VOLUNTEER-NAME       PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  PL-PLEDGED-AMOUNT       PIC $ZZZ,ZZ9.99.
           05                          PIC X(6)        VALUE " PAID ".
           05  PL-PAID-AMOUNT          PIC $ZZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  PL-STATUS               PIC X(9).

       PROCEDURE DIVISION.

       000-MAINTAIN-DONORS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           MOVE "SIGNON" TO OPC-FUNCTION-CODE.
           PERFORM 058-CALL-OPERATOR-CHECK.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 060-OPEN-DONOR-FILES.

           PERFORM 200-PROCESS-ONE-REQUEST
               WITH TEST AFTER
               UNTIL NOT MORE-REQUESTS.

           DISPLAY "DONORS ADDED ------- " DONORS-ADDED-COUNT.
           DISPLAY "DONORS CHANGED ----- " DONORS-CHANGED-COUNT.
           DISPLAY "PLEDGES TAKEN ------ " PLEDGES-TAKEN-COUNT
               "  TOTAL: " TOTAL-PLEDGED-AMOUNT.
           DISPLAY "PLEDGES CANCELLED -- " PLEDGES-CANCELLED-COUNT.
           DISPLAY "GIFTS POSTED ------- " GIFTS-POSTED-COUNT
               "  TOTAL: " TOTAL-GIFT-AMOUNT.
           CLOSE DONORMAS
                 PLEDGES.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-DONORMAS-PATH FROM ENVIRONMENT "DONORMAS_PATH".
           IF WS-DONORMAS-PATH = SPACES
               MOVE "DONORMAS.DAT" TO WS-DONORMAS-PATH
           END-IF.

           ACCEPT WS-PLEDGES-PATH FROM ENVIRONMENT "PLEDGES_PATH".
           IF WS-PLEDGES-PATH = SPACES
               MOVE "PLEDGES.DAT" TO WS-PLEDGES-PATH
           END-IF.

           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-DONEXTR-PATH FROM ENVIRONMENT "DONEXTR_PATH".
           IF WS-DONEXTR-PATH = SPACES
               MOVE "DONEXTR.DAT" TO WS-DONEXTR-PATH
           END-IF.

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS AND ACTIVE TO RUN THIS AT ALL,
      * AND HOLD DONMNT, PLEDGE OR GIFTPS FOR EACH FUNCTION PICKED.
      * YMCA_OPRCHECK LOGS EVERY REFUSAL ITSELF.
       058-CALL-OPERATOR-CHECK.
           MOVE OPERATOR-ID        TO OPC-OPERATOR-ID.
           MOVE "YMCA_DONOR"       TO OPC-PROGRAM-NAME.
           MOVE SPACES             TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * THE FIRST RUN FINDS NEITHER FILE AND STARTS EMPTY ONES.
       060-OPEN-DONOR-FILES.
           OPEN I-O DONORMAS.
           IF WS-DONORMAS-FILE-MISSING
               DISPLAY "DONORMAS NOT FOUND AT " WS-DONORMAS-PATH
               DISPLAY "CREATING NEW EMPTY DONORMAS"
               OPEN OUTPUT DONORMAS
               CLOSE DONORMAS
               OPEN I-O DONORMAS
           END-IF.
           IF NOT WS-DONORMAS-OK
               DISPLAY "UNABLE TO OPEN DONORMAS - STATUS: "
                   WS-DONORMAS-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PLEDGES.
           IF WS-PLEDGES-FILE-MISSING
               DISPLAY "PLEDGES NOT FOUND AT " WS-PLEDGES-PATH
               DISPLAY "CREATING NEW EMPTY PLEDGES"
               OPEN OUTPUT PLEDGES
               CLOSE PLEDGES
               OPEN I-O PLEDGES
           END-IF.
           IF NOT WS-PLEDGES-OK
               DISPLAY "UNABLE TO OPEN PLEDGES - STATUS: "
                   WS-PLEDGES-STATUS
               CLOSE DONORMAS
               STOP RUN
           END-IF.

       200-PROCESS-ONE-REQUEST.
           DISPLAY "Enter: (A)dd, (C)hange, (L)ist, (P)ledge, "
               "(X) Cancel Pledge, (G)ift, or BLANK TO END RUN"
           ACCEPT DESK-FUNCTION-SWITCH.
           EVALUATE TRUE
               WHEN PLEDGE-FUNCTION OR CANCEL-FUNCTION
                   MOVE "PLEDGE" TO OPC-FUNCTION-CODE
               WHEN GIFT-FUNCTION
                   MOVE "GIFTPS" TO OPC-FUNCTION-CODE
               WHEN OTHER
                   MOVE "DONMNT" TO OPC-FUNCTION-CODE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DESK-FUNCTION-SWITCH = SPACE
                   MOVE "N" TO MORE-REQUESTS-SWITCH
               WHEN NOT (ADD-FUNCTION OR CHANGE-FUNCTION
                      OR LIST-FUNCTION OR PLEDGE-FUNCTION
                      OR CANCEL-FUNCTION OR GIFT-FUNCTION)
                   DISPLAY "ANSWER A, C, L, P, X, G, OR BLANK"
               WHEN OTHER
                   PERFORM 058-CALL-OPERATOR-CHECK
                   IF OPC-AUTHORIZED
                       PERFORM 205-RUN-ONE-FUNCTION
                   END-IF
           END-EVALUATE.

       205-RUN-ONE-FUNCTION.
           EVALUATE TRUE
               WHEN ADD-FUNCTION
                   PERFORM 300-ADD-DONOR
               WHEN CHANGE-FUNCTION
                   PERFORM 400-CHANGE-DONOR
               WHEN LIST-FUNCTION
                   PERFORM 600-LIST-DONOR
               WHEN PLEDGE-FUNCTION
                   PERFORM 500-TAKE-PLEDGE
               WHEN CANCEL-FUNCTION
                   PERFORM 550-CANCEL-PLEDGE
               WHEN GIFT-FUNCTION
                   PERFORM 700-POST-GIFT
           END-EVALUATE.

       210-FIND-DONOR.
           MOVE "N" TO DONOR-FOUND-SWITCH.
           DISPLAY "Enter: Donor Number".
           ACCEPT DONOR-ENTRY-WORK.
           MOVE DONOR-ENTRY-WORK TO DNR-DONOR-NUMBER.
           READ DONORMAS
               INVALID KEY
                   MOVE "N" TO DONOR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO DONOR-FOUND-SWITCH
           END-READ.

      * THE DONOR, THEN THEIR PLEDGES - PRINTED WHEN LISTING, OR JUST
      * COUNTED FOR THE NEXT SEQUENCE NUMBER WHEN TAKING A PLEDGE.
       215-FIND-AND-SHOW-DONOR.
           PERFORM 210-FIND-DONOR.
           IF NOT DONOR-FOUND
               DISPLAY "REJECTED - DONOR " DONOR-ENTRY-WORK
                   " NOT ON FILE"
           ELSE
               DISPLAY "DONOR: " DNR-DONOR-NAME "  CARD: "
                   DNR-CARD-NUMBER "  BRANCH: " DNR-BRANCH-CODE
               PERFORM 610-SCAN-DONOR-PLEDGES
           END-IF.

      ******************************************************************
      * ADD - A DONOR NUMBER NOT ALREADY ON FILE.  A MEMBER'S NAME,
      * ADDRESS AND BRANCH COME FROM THEIR MEMBER RECORD; A NON-MEMBER
      * IS KEYED IN FULL.
      ******************************************************************
       300-ADD-DONOR.
           PERFORM 210-FIND-DONOR.
           EVALUATE TRUE
               WHEN DONOR-ENTRY-WORK = ZERO
                   DISPLAY "REJECTED - A DONOR NUMBER IS REQUIRED"
               WHEN DONOR-FOUND
                   DISPLAY "REJECTED - DONOR " DONOR-ENTRY-WORK
                       " IS ALREADY ON FILE"
               WHEN OTHER
                   MOVE SPACES TO DONOR-RECORD
                   MOVE DONOR-ENTRY-WORK TO DNR-DONOR-NUMBER
                   DISPLAY "Enter: Member Card Number (0 = NOT A "
                       "MEMBER)"
                   ACCEPT CARD-ENTRY-WORK
                   IF CARD-ENTRY-WORK = ZERO
                       MOVE ZERO TO DNR-CARD-NUMBER
                       DISPLAY "Enter: Donor Name"
                       ACCEPT DNR-DONOR-NAME
                       PERFORM 305-ACCEPT-DONOR-ADDRESS
                       DISPLAY "Enter: Phone (10 DIGITS)"
                       ACCEPT DNR-PHONE
                       DISPLAY "Enter: Branch Code"
                       ACCEPT DNR-BRANCH-CODE
                       PERFORM 330-WRITE-NEW-DONOR
                   ELSE
                       PERFORM 310-COPY-MEMBER-DETAILS
                       IF CARD-FOUND
                           DISPLAY "Enter: Phone (10 DIGITS)"
                           ACCEPT DNR-PHONE
                           PERFORM 330-WRITE-NEW-DONOR
                       END-IF
                   END-IF
           END-EVALUATE.

       305-ACCEPT-DONOR-ADDRESS.
           DISPLAY "Enter: Street Address".
           ACCEPT DNR-STREET-ADDRESS.
           DISPLAY "Enter: City".
           ACCEPT DNR-CITY.
           DISPLAY "Enter: State (2 LETTERS)".
           ACCEPT DNR-STATE.
           DISPLAY "Enter: Zip Code".
           ACCEPT DNR-ZIPCODE.

      * YMCAMEM IS OPENED ONLY FOR THE LOOKUP, SO THE DONOR DESK NEVER
      * HOLDS THE MEMBER FILE.
       310-COPY-MEMBER-DETAILS.
           MOVE "N" TO CARD-FOUND-SWITCH.
           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "REJECTED - UNABLE TO OPEN YMCAMEM - STATUS: "
                   WS-YMCAMEM-STATUS
           ELSE
               MOVE CARD-ENTRY-WORK TO MBR-CARD-NUMBER
               READ YMCAMEM
                   INVALID KEY
                       DISPLAY "REJECTED - CARD " CARD-ENTRY-WORK
                           " NOT ON FILE"
                   NOT INVALID KEY
                       MOVE "Y" TO CARD-FOUND-SWITCH
                       MOVE MBR-CARD-NUMBER    TO DNR-CARD-NUMBER
                       MOVE MBR-NAME           TO DNR-DONOR-NAME
                       MOVE MBR-STREET-ADDRESS TO DNR-STREET-ADDRESS
                       MOVE MBR-CITY           TO DNR-CITY
                       MOVE MBR-STATE          TO DNR-STATE
                       MOVE MBR-ZIPCODE        TO DNR-ZIPCODE
                       MOVE MBR-BRANCH-CODE    TO DNR-BRANCH-CODE
                       DISPLAY "MEMBER: " MBR-NAME " "
                           MBR-STREET-ADDRESS " " MBR-CITY
               END-READ
               CLOSE YMCAMEM
           END-IF.

       330-WRITE-NEW-DONOR.
           MOVE CD-CURRENT-DATE TO DNR-ADDED-DATE.
           MOVE CD-CURRENT-DATE TO DNR-CHANGED-DATE.
           MOVE OPERATOR-ID     TO DNR-CHANGED-BY.
           WRITE DONOR-RECORD.
           IF WS-DONORMAS-OK
               ADD 1 TO DONORS-ADDED-COUNT
               DISPLAY "DONOR ADDED - " DNR-DONOR-NUMBER " "
                   DNR-DONOR-NAME
           ELSE
               DISPLAY "** DONOR WRITE FAILED - STATUS: "
                   WS-DONORMAS-STATUS
           END-IF.

      ******************************************************************
      * CHANGE - EACH FIELD ONLY IF ASKED.  A MEMBER DONOR'S RECORD IS
      * THEIR OWN - A NEW ADDRESS ON THE MEMBER FILE IS NOT CARRIED
      * HERE, SO THE DESK KEYS IT HERE TOO.
      ******************************************************************
       400-CHANGE-DONOR.
           PERFORM 210-FIND-DONOR.
           IF NOT DONOR-FOUND
               DISPLAY "REJECTED - DONOR " DONOR-ENTRY-WORK
                   " NOT ON FILE"
           ELSE
               DISPLAY "CURRENT DONOR NAME: " DNR-DONOR-NAME
               DISPLAY "Change Donor Name? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Donor Name"
                   ACCEPT DNR-DONOR-NAME
               END-IF
               DISPLAY "CURRENT ADDRESS: " DNR-STREET-ADDRESS
                   " " DNR-CITY " " DNR-STATE " " DNR-ZIPCODE
               DISPLAY "Change Address? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   PERFORM 305-ACCEPT-DONOR-ADDRESS
               END-IF
               DISPLAY "CURRENT PHONE: " DNR-PHONE
               DISPLAY "Change Phone? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Phone (10 DIGITS)"
                   ACCEPT DNR-PHONE
               END-IF
               DISPLAY "CURRENT BRANCH CODE: " DNR-BRANCH-CODE
               DISPLAY "Change Branch Code? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Branch Code"
                   ACCEPT DNR-BRANCH-CODE
               END-IF
               MOVE CD-CURRENT-DATE TO DNR-CHANGED-DATE
               MOVE OPERATOR-ID     TO DNR-CHANGED-BY
               REWRITE DONOR-RECORD
               IF WS-DONORMAS-OK
                   ADD 1 TO DONORS-CHANGED-COUNT
                   DISPLAY "DONOR UPDATED - " DNR-DONOR-NUMBER
               ELSE
                   DISPLAY "** DONOR REWRITE FAILED - STATUS: "
                       WS-DONORMAS-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * PLEDGE - THE NEXT SEQUENCE FOR THE DONOR, THE CAMPAIGN YEAR,
      * THE BRANCH AND VOLUNTEER CREDITED, THE AMOUNT, AND THE
      * SCHEDULE: HOW MANY INSTALLMENTS, HOW OFTEN, AND THE FIRST DUE.
      ******************************************************************
       500-TAKE-PLEDGE.
           MOVE "N" TO SHOW-PLEDGES-SWITCH.
           PERFORM 215-FIND-AND-SHOW-DONOR.
           IF DONOR-FOUND
               IF HIGH-PLEDGE-SEQ NOT < 99
                   DISPLAY "REJECTED - DONOR HAS 99 PLEDGES ON FILE"
               ELSE
                   MOVE "N" TO TERMS-VALID-SWITCH
                   PERFORM 510-ACCEPT-PLEDGE-TERMS
                       WITH TEST AFTER
                       UNTIL TERMS-VALID
                   PERFORM 530-WRITE-NEW-PLEDGE
               END-IF
           END-IF.

       510-ACCEPT-PLEDGE-TERMS.
           DISPLAY "Enter: Campaign Year (YYYY, 0 = THIS YEAR)".
           ACCEPT CAMPAIGN-YEAR-ENTRY.
           IF CAMPAIGN-YEAR-ENTRY = ZERO
               MOVE CD-CURRENT-YEAR TO CAMPAIGN-YEAR-ENTRY
           END-IF.
           DISPLAY "Enter: Branch Credited (BLANK = " DNR-BRANCH-CODE
               ")".
           ACCEPT BRANCH-ENTRY-WORK.
           IF BRANCH-ENTRY-WORK = SPACES
               MOVE DNR-BRANCH-CODE TO BRANCH-ENTRY-WORK
           END-IF.
           DISPLAY "Enter: Campaign Volunteer Name".
           ACCEPT VOLUNTEER-ENTRY-WORK.
           DISPLAY "Enter: Amount Pledged".
           ACCEPT PLEDGED-AMOUNT-ENTRY.
           DISPLAY "Enter: Number Of Installments (1 = ONE PAYMENT)".
           ACCEPT INSTALLMENT-COUNT-ENTRY.
           MOVE "A" TO FREQUENCY-ENTRY.
           IF INSTALLMENT-COUNT-ENTRY > 1
               DISPLAY "Enter: Installments Due (M)onthly, "
                   "(Q)uarterly, or (A)nnually"
               ACCEPT FREQUENCY-ENTRY
           END-IF.
           DISPLAY "Enter: First Installment Due (YYYYMMDD, "
               "0 = TODAY)".
           ACCEPT FIRST-DUE-ENTRY.
           IF FIRST-DUE-ENTRY = ZERO
               MOVE CD-CURRENT-DATE TO FIRST-DUE-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN CAMPAIGN-YEAR-ENTRY NOT NUMERIC
                   OR CAMPAIGN-YEAR-ENTRY < 1900
                   DISPLAY "REJECTED - ENTER THE CAMPAIGN YEAR AS YYYY"
               WHEN PLEDGED-AMOUNT-ENTRY NOT NUMERIC
                   OR PLEDGED-AMOUNT-ENTRY = ZERO
                   DISPLAY "REJECTED - AMOUNT PLEDGED REQUIRED"
               WHEN INSTALLMENT-COUNT-ENTRY NOT NUMERIC
                   OR INSTALLMENT-COUNT-ENTRY = ZERO
                   OR INSTALLMENT-COUNT-ENTRY > INSTALLMENT-MAX
                   DISPLAY "REJECTED - INSTALLMENTS MUST BE 1 TO "
                       INSTALLMENT-MAX
               WHEN NOT FREQUENCY-VALID
                   DISPLAY "REJECTED - ANSWER M, Q, OR A"
               WHEN FIRST-DUE-ENTRY NOT NUMERIC
                   OR FIRST-DUE-MONTH < 1 OR FIRST-DUE-MONTH > 12
                   OR FIRST-DUE-DAY < 1 OR FIRST-DUE-DAY > 31
                   DISPLAY "REJECTED - ENTER THE DUE DATE AS YYYYMMDD"
               WHEN OTHER
                   MOVE "Y" TO TERMS-VALID-SWITCH
           END-EVALUATE.

      * EVERY INSTALLMENT IS THE PLEDGE DIVIDED EVENLY, CENTS DROPPED;
      * THE LAST ONE MAKES UP THE DIFFERENCE (SEE YMCA_PLEDGEAGE).
       530-WRITE-NEW-PLEDGE.
           MOVE SPACES TO PLEDGE-RECORD.
           MOVE DNR-DONOR-NUMBER        TO PLG-DONOR-NUMBER.
           ADD 1 HIGH-PLEDGE-SEQ    GIVING PLG-PLEDGE-SEQ.
           MOVE CAMPAIGN-YEAR-ENTRY     TO PLG-CAMPAIGN-YEAR.
           MOVE BRANCH-ENTRY-WORK       TO PLG-BRANCH-CODE.
           MOVE VOLUNTEER-ENTRY-WORK    TO PLG-VOLUNTEER-NAME.
           MOVE CD-CURRENT-DATE         TO PLG-PLEDGE-DATE.
           MOVE PLEDGED-AMOUNT-ENTRY    TO PLG-PLEDGED-AMOUNT.
           MOVE INSTALLMENT-COUNT-ENTRY TO PLG-INSTALLMENT-COUNT.
           MOVE FREQUENCY-ENTRY         TO PLG-FREQUENCY.
           MOVE FIRST-DUE-ENTRY         TO PLG-FIRST-DUE-DATE.
           DIVIDE PLEDGED-AMOUNT-ENTRY BY INSTALLMENT-COUNT-ENTRY
               GIVING PLG-INSTALLMENT-AMOUNT.
           MOVE ZERO                    TO PLG-PAID-AMOUNT.
           MOVE ZERO                    TO PLG-LAST-GIFT-DATE.
           MOVE "O"                     TO PLG-STATUS.
           MOVE CD-CURRENT-DATE         TO PLG-ADDED-DATE.
           MOVE CD-CURRENT-DATE         TO PLG-CHANGED-DATE.
           MOVE OPERATOR-ID             TO PLG-CHANGED-BY.
           WRITE PLEDGE-RECORD.
           IF WS-PLEDGES-OK
               ADD 1 TO PLEDGES-TAKEN-COUNT
               ADD PLG-PLEDGED-AMOUNT TO TOTAL-PLEDGED-AMOUNT
               DISPLAY "PLEDGE TAKEN - DONOR " PLG-DONOR-NUMBER
                   " PLEDGE " PLG-PLEDGE-SEQ " - "
                   PLG-INSTALLMENT-COUNT " INSTALLMENT(S) OF "
                   PLG-INSTALLMENT-AMOUNT
           ELSE
               DISPLAY "** PLEDGE WRITE FAILED - STATUS: "
                   WS-PLEDGES-STATUS
           END-IF.

      * A DONOR WHO WITHDRAWS A PLEDGE.  WHAT THEY ALREADY GAVE STAYS
      * GIVEN; THE REST NEVER AGES.
       550-CANCEL-PLEDGE.
           MOVE "Y" TO SHOW-PLEDGES-SWITCH.
           PERFORM 215-FIND-AND-SHOW-DONOR.
           IF DONOR-FOUND
               PERFORM 705-FIND-PLEDGE
               EVALUATE TRUE
                   WHEN NOT PLEDGE-FOUND
                       DISPLAY "REJECTED - PLEDGE " PLEDGE-SEQ-ENTRY
                           " NOT ON FILE FOR THIS DONOR"
                   WHEN NOT PLG-OPEN
                       DISPLAY "REJECTED - PLEDGE IS NOT OPEN"
                   WHEN OTHER
                       DISPLAY "Cancel Pledge " PLG-PLEDGE-SEQ
                           " Of " PLG-PLEDGED-AMOUNT "? (Y/N)"
                       ACCEPT CONFIRM-SWITCH
                       IF ENTRY-CONFIRMED
                           MOVE "C" TO PLG-STATUS
                           PERFORM 740-REWRITE-PLEDGE
                           IF WS-PLEDGES-OK
                               ADD 1 TO PLEDGES-CANCELLED-COUNT
                               DISPLAY "PLEDGE CANCELLED"
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * LIST - THE DONOR AND EVERY PLEDGE THEY HAVE MADE.
      ******************************************************************
       600-LIST-DONOR.
           MOVE "Y" TO SHOW-PLEDGES-SWITCH.
           PERFORM 215-FIND-AND-SHOW-DONOR.
           IF DONOR-FOUND
               DISPLAY "  " DNR-STREET-ADDRESS " " DNR-CITY " "
                   DNR-STATE " " DNR-ZIPCODE "  PHONE: " DNR-PHONE
               DISPLAY "PLEDGES OPEN: " OPEN-PLEDGE-COUNT
           END-IF.

      * READS THE DONOR'S PLEDGES IN SEQUENCE ORDER, NOTING THE HIGHEST
      * SEQUENCE USED AND HOW MANY ARE STILL OPEN.
       610-SCAN-DONOR-PLEDGES.
           MOVE ZERO TO HIGH-PLEDGE-SEQ.
           MOVE ZERO TO OPEN-PLEDGE-COUNT.
           MOVE "N" TO PLEDGE-EOF-SWITCH.
           MOVE DNR-DONOR-NUMBER TO PLG-DONOR-NUMBER.
           MOVE ZERO TO PLG-PLEDGE-SEQ.
           START PLEDGES KEY IS NOT < PLG-PLEDGE-KEY
               INVALID KEY
                   MOVE "Y" TO PLEDGE-EOF-SWITCH
           END-START.
           PERFORM 615-SCAN-ONE-PLEDGE
               WITH TEST AFTER
               UNTIL PLEDGE-EOF.

       615-SCAN-ONE-PLEDGE.
           IF NOT PLEDGE-EOF
               READ PLEDGES NEXT RECORD
                   AT END
                       MOVE "Y" TO PLEDGE-EOF-SWITCH
               END-READ
           END-IF.
           IF NOT PLEDGE-EOF
               IF PLG-DONOR-NUMBER NOT = DNR-DONOR-NUMBER
                   MOVE "Y" TO PLEDGE-EOF-SWITCH
               ELSE
                   MOVE PLG-PLEDGE-SEQ TO HIGH-PLEDGE-SEQ
                   IF PLG-OPEN
                       ADD 1 TO OPEN-PLEDGE-COUNT
                   END-IF
                   IF SHOW-PLEDGES
                       PERFORM 620-SHOW-ONE-PLEDGE
                   END-IF
               END-IF
           END-IF.

       620-SHOW-ONE-PLEDGE.
           MOVE PLG-PLEDGE-SEQ     TO PL-PLEDGE-SEQ.
           MOVE PLG-CAMPAIGN-YEAR  TO PL-CAMPAIGN-YEAR.
           MOVE PLG-BRANCH-CODE    TO PL-BRANCH-CODE.
           MOVE PLG-VOLUNTEER-NAME TO PL-VOLUNTEER-NAME.
           MOVE PLG-PLEDGED-AMOUNT TO PL-PLEDGED-AMOUNT.
           MOVE PLG-PAID-AMOUNT    TO PL-PAID-AMOUNT.
           EVALUATE TRUE
               WHEN PLG-OPEN
                   MOVE "OPEN"      TO PL-STATUS
               WHEN PLG-PAID
                   MOVE "PAID"      TO PL-STATUS
               WHEN OTHER
                   MOVE "CANCELLED" TO PL-STATUS
           END-EVALUATE.
           DISPLAY PLEDGE-LIST-LINE.

      ******************************************************************
      * GIFT - AGAINST ONE OF THE DONOR'S OPEN PLEDGES (WHICH SAYS
      * WHAT CAMPAIGN, BRANCH AND VOLUNTEER IT COUNTS FOR) OR GIVEN
      * OUTRIGHT (KEYED HERE).  THE GIFT IS ON THE EXTRACT BEFORE THE
      * PLEDGE IS TOUCHED, SO A PLEDGE IS NEVER CREDITED WITH A GIFT
      * THE ACCOUNTING OFFICE CANNOT SEE.
      ******************************************************************
       700-POST-GIFT.
           MOVE "Y" TO SHOW-PLEDGES-SWITCH.
           PERFORM 215-FIND-AND-SHOW-DONOR.
           IF DONOR-FOUND
               MOVE "N" TO PLEDGE-FOUND-SWITCH
               MOVE ZERO TO PLEDGE-SEQ-ENTRY
               IF OPEN-PLEDGE-COUNT > ZERO
                   PERFORM 705-FIND-PLEDGE
               END-IF
               EVALUATE TRUE
                   WHEN PLEDGE-SEQ-ENTRY NOT = ZERO
                       AND NOT PLEDGE-FOUND
                       DISPLAY "REJECTED - PLEDGE " PLEDGE-SEQ-ENTRY
                           " NOT ON FILE FOR THIS DONOR"
                   WHEN PLEDGE-FOUND AND NOT PLG-OPEN
                       DISPLAY "REJECTED - PLEDGE IS NOT OPEN"
                   WHEN OTHER
                       PERFORM 710-TAKE-GIFT-DETAIL
               END-EVALUATE
           END-IF.

       705-FIND-PLEDGE.
           MOVE "N" TO PLEDGE-FOUND-SWITCH.
           IF CANCEL-FUNCTION
               DISPLAY "Enter: Pledge Number"
           ELSE
               DISPLAY "Enter: Pledge Number (0 = GIFT NOT AGAINST A "
                   "PLEDGE)"
           END-IF.
           ACCEPT PLEDGE-SEQ-ENTRY.
           IF PLEDGE-SEQ-ENTRY NOT = ZERO
               MOVE DNR-DONOR-NUMBER TO PLG-DONOR-NUMBER
               MOVE PLEDGE-SEQ-ENTRY TO PLG-PLEDGE-SEQ
               READ PLEDGES
                   INVALID KEY
                       MOVE "N" TO PLEDGE-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO PLEDGE-FOUND-SWITCH
               END-READ
           END-IF.

       710-TAKE-GIFT-DETAIL.
           IF PLEDGE-FOUND
               COMPUTE PLEDGE-BALANCE-WORK =
                   PLG-PLEDGED-AMOUNT - PLG-PAID-AMOUNT
               DISPLAY "PLEDGE " PLG-PLEDGE-SEQ " BALANCE: "
                   PLEDGE-BALANCE-WORK
               MOVE PLG-CAMPAIGN-YEAR  TO CAMPAIGN-YEAR-ENTRY
               MOVE PLG-BRANCH-CODE    TO BRANCH-ENTRY-WORK
               MOVE PLG-VOLUNTEER-NAME TO VOLUNTEER-ENTRY-WORK
           ELSE
               PERFORM 715-ACCEPT-GIFT-CREDIT
           END-IF.
           MOVE "N" TO GIFT-VALID-SWITCH.
           PERFORM 720-ACCEPT-GIFT-AMOUNT
               WITH TEST AFTER
               UNTIL GIFT-ENTRY-VALID.
           MOVE "N" TO METHOD-VALID-SWITCH.
           PERFORM 725-ACCEPT-PAYMENT-METHOD
               WITH TEST AFTER
               UNTIL METHOD-VALID.
           DISPLAY "Post Gift Of " GIFT-AMOUNT-ENTRY " From "
               DNR-DONOR-NAME "? (Y/N)".
           ACCEPT CONFIRM-SWITCH.
           IF ENTRY-CONFIRMED
               PERFORM 730-WRITE-GIFT-EXTRACT
               IF WS-DONEXTR-OK
                   ADD 1 TO GIFTS-POSTED-COUNT
                   ADD GIFT-AMOUNT-ENTRY TO TOTAL-GIFT-AMOUNT
                   DISPLAY "GIFT RECORDED - " GIFT-AMOUNT-ENTRY
                       " FROM " DNR-DONOR-NAME
                   IF PLEDGE-FOUND
                       PERFORM 735-APPLY-GIFT-TO-PLEDGE
                   END-IF
               END-IF
           ELSE
               DISPLAY "GIFT NOT POSTED"
           END-IF.

       715-ACCEPT-GIFT-CREDIT.
           DISPLAY "Enter: Campaign Year (YYYY, 0 = THIS YEAR)".
           ACCEPT CAMPAIGN-YEAR-ENTRY.
           IF CAMPAIGN-YEAR-ENTRY NOT NUMERIC
               OR CAMPAIGN-YEAR-ENTRY < 1900
               MOVE CD-CURRENT-YEAR TO CAMPAIGN-YEAR-ENTRY
           END-IF.
           DISPLAY "Enter: Branch Credited (BLANK = " DNR-BRANCH-CODE
               ")".
           ACCEPT BRANCH-ENTRY-WORK.
           IF BRANCH-ENTRY-WORK = SPACES
               MOVE DNR-BRANCH-CODE TO BRANCH-ENTRY-WORK
           END-IF.
           DISPLAY "Enter: Campaign Volunteer Name (BLANK = NONE)".
           ACCEPT VOLUNTEER-ENTRY-WORK.

      * THE GIFT DATE IS THE DATE ON THE CHECK OR THE DAY THE MONEY
      * CAME IN - IT DECIDES WHICH YEAR'S LETTER THE GIFT GOES ON.
       720-ACCEPT-GIFT-AMOUNT.
           DISPLAY "Enter: Gift Amount".
           ACCEPT GIFT-AMOUNT-ENTRY.
           DISPLAY "Enter: Gift Date (YYYYMMDD, 0 = TODAY)".
           ACCEPT GIFT-DATE-ENTRY.
           IF GIFT-DATE-ENTRY = ZERO
               MOVE CD-CURRENT-DATE TO GIFT-DATE-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN GIFT-AMOUNT-ENTRY NOT NUMERIC
                   OR GIFT-AMOUNT-ENTRY = ZERO
                   DISPLAY "REJECTED - A GIFT OF ZERO IS NOT A GIFT"
               WHEN GIFT-DATE-ENTRY NOT NUMERIC
                   OR GIFT-DATE-ENTRY > CD-CURRENT-DATE
                   DISPLAY "REJECTED - GIFT DATE IS IN THE FUTURE"
               WHEN OTHER
                   MOVE "Y" TO GIFT-VALID-SWITCH
           END-EVALUATE.

       725-ACCEPT-PAYMENT-METHOD.
           MOVE "Y" TO METHOD-VALID-SWITCH.
           MOVE ZERO TO CHECK-NUMBER-WORK.
           DISPLAY "Enter: Method - (C)ash, Chec(K), Car(D)"
           ACCEPT METHOD-ENTRY-WORK.
           IF METHOD-IS-CHECK
               DISPLAY "Enter: Check Number"
               ACCEPT CHECK-NUMBER-WORK
               IF CHECK-NUMBER-WORK NOT NUMERIC
                   OR CHECK-NUMBER-WORK = ZERO
                   DISPLAY "REJECTED - CHECK NUMBER REQUIRED"
                   MOVE "N" TO METHOD-VALID-SWITCH
               END-IF
           ELSE
               IF NOT METHOD-IS-CASH AND NOT METHOD-IS-CARD
                   DISPLAY "REJECTED - METHOD MUST BE C, K, OR D"
                   MOVE "N" TO METHOD-VALID-SWITCH
               END-IF
           END-IF.

      * ONE GIFT ONTO DONEXTR - OPENED AND CLOSED PER GIFT AND
      * BOOTSTRAPPED ON FIRST USE, THE SAME AS THE RECEIPTS HOLDING
      * FILE.
       730-WRITE-GIFT-EXTRACT.
           OPEN EXTEND DONEXTR.
           IF WS-DONEXTR-FILE-MISSING
               OPEN OUTPUT DONEXTR
               CLOSE DONEXTR
               OPEN EXTEND DONEXTR
           END-IF.
           IF NOT WS-DONEXTR-OK
               DISPLAY "** UNABLE TO OPEN DONEXTR - STATUS: "
                   WS-DONEXTR-STATUS " - GIFT NOT POSTED"
           ELSE
               MOVE DNR-DONOR-NUMBER     TO GX-DONOR-NUMBER
               MOVE PLEDGE-SEQ-ENTRY     TO GX-PLEDGE-SEQ
               MOVE GIFT-DATE-ENTRY      TO GX-GIFT-DATE
               MOVE CAMPAIGN-YEAR-ENTRY  TO GX-CAMPAIGN-YEAR
               MOVE BRANCH-ENTRY-WORK    TO GX-BRANCH-CODE
               MOVE VOLUNTEER-ENTRY-WORK TO GX-VOLUNTEER-NAME
               MOVE GIFT-AMOUNT-ENTRY    TO GX-AMOUNT
               MOVE METHOD-ENTRY-WORK    TO GX-PAY-METHOD
               MOVE CHECK-NUMBER-WORK    TO GX-CHECK-NUMBER
               MOVE DNR-CARD-NUMBER      TO GX-CARD-NUMBER
               MOVE OPERATOR-ID          TO GX-OPERATOR-ID
               WRITE GIFT-EXTRACT-RECORD
               IF NOT WS-DONEXTR-OK
                   DISPLAY "** GIFT WRITE FAILED - STATUS: "
                       WS-DONEXTR-STATUS " - GIFT NOT POSTED"
               END-IF
               CLOSE DONEXTR
           END-IF.

      * A GIFT LARGER THAN WHAT IS LEFT ON THE PLEDGE IS STILL
      * CREDITED IN FULL - THE DONOR GAVE IT - AND PAYS THE PLEDGE OFF.
       735-APPLY-GIFT-TO-PLEDGE.
           ADD GIFT-AMOUNT-ENTRY TO PLG-PAID-AMOUNT.
           IF GIFT-DATE-ENTRY > PLG-LAST-GIFT-DATE
               MOVE GIFT-DATE-ENTRY TO PLG-LAST-GIFT-DATE
           END-IF.
           IF PLG-PAID-AMOUNT NOT < PLG-PLEDGED-AMOUNT
               MOVE "P" TO PLG-STATUS
           END-IF.
           PERFORM 740-REWRITE-PLEDGE.
           IF WS-PLEDGES-OK
               IF PLG-PAID
                   DISPLAY "PLEDGE " PLG-PLEDGE-SEQ " PAID IN FULL"
               ELSE
                   COMPUTE PLEDGE-BALANCE-WORK =
                       PLG-PLEDGED-AMOUNT - PLG-PAID-AMOUNT
                   DISPLAY "PLEDGE " PLG-PLEDGE-SEQ " BALANCE NOW: "
                       PLEDGE-BALANCE-WORK
               END-IF
           END-IF.

       740-REWRITE-PLEDGE.
           MOVE CD-CURRENT-DATE TO PLG-CHANGED-DATE.
           MOVE OPERATOR-ID     TO PLG-CHANGED-BY.
           REWRITE PLEDGE-RECORD.
           IF NOT WS-PLEDGES-OK
               DISPLAY "** PLEDGE REWRITE FAILED - STATUS: "
                   WS-PLEDGES-STATUS
           END-IF.
