      *                   month-end YMCA_REVSUM run can break
      *                   collected dollars out by branch and revenue
      *                   type without re-keying the print journal.
      *   03/28/2018 GW - An overpayment is no longer floored away:
      *                   the part of a receipt beyond the balance
      *                   due is added to the member's
      *                   MBR-CREDIT-BALANCE and shown on the journal
      *                   line, so the next renewal or keyed charge
      *                   uses it up and YMCA_REFUNDS can pay it out.
      *                   A receipt that would push the credit past
      *                   what the field holds is rejected untouched.
      *   04/04/2018 GW - The receipt now carries the payment method
      *                   and check number keyed at YMCA_RECEIPTS, and
      *                   every extract record is stamped with the
      *                   check number and the charge date of the item
      *                   it settled - the trail YMCA_RETCHECK follows
      *                   to undo a returned check.  The overpayment
      *                   part of a receipt is extracted under source
      *                   CR (carried to credit) instead of UN.
      *   04/11/2018 GW - The extract now also carries the receipt's
      *                   payment method (PX-PAY-METHOD).
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs PAYPST authority.
      *   06/20/2018 GW - A payment that clears the balance also clears
      *                   MBR-FINAL-NOTICE-DATE, so a member who pays
      *                   after YMCA_BADDEBT's final notice is not
      *                   placed with the agency on a later debt.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-PAYMENT-POSTING.
           05  RCP-CARD-NUMBER         PIC 9(6).
           05  RCP-PAYMENT-AMOUNT      PIC 9(4)V99.
           05  RCP-PAYMENT-DATE        PIC 9(8).
      *    C = CASH, K = CHECK, D = CARD - AS KEYED AT YMCA_RECEIPTS
           05  RCP-PAY-METHOD          PIC X.
      *    ZERO UNLESS THE PAYMENT WAS A CHECK
           05  RCP-CHECK-NUMBER        PIC 9(6).

       FD  PAYJRNL.
       01  JOURNAL-REPORT              PIC X(80).
               88  EOF                                    VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  CREDIT-LIMIT-SWITCH         PIC X.
               88  CREDIT-AT-LIMIT                         VALUE "Y".
           05  AR-EOF-SWITCH               PIC X.
               88  AR-EOF                                  VALUE "Y".
           05  ARWORK-EOF-SWITCH           PIC X.
       01  BALANCE-WORK-FIELDS.
           05  OLD-BALANCE-DUE         PIC 9(4)V99    VALUE ZERO.
           05  NEW-BALANCE-WORK        PIC S9(5)V99   VALUE ZERO.
           05  CREDIT-ADDED-WORK       PIC 9(5)V99    VALUE ZERO.

      * HOW MUCH OF THE RECEIPT IS STILL UNAPPLIED AS THE SETTLEMENT
      * PASS WALKS THE MEMBER'S ITEMS OLDEST-FIRST.
       01  EXTRACT-WORK-FIELDS.
           05  EXTRACT-SOURCE-WORK     PIC X(2).
           05  EXTRACT-AMOUNT-WORK     PIC 9(4)V99    VALUE ZERO.
           05  EXTRACT-ITEM-DATE-WORK  PIC 9(8)       VALUE ZERO.

       01  JOURNAL-HEADING-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05  JD-NEW-BALANCE          PIC $Z,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  JD-NOTE                 PIC X(12).
           05  JD-NOTE-CREDIT-X        REDEFINES JD-NOTE.
               10  JD-NOTE-TAG             PIC X(3).
               10  JD-NOTE-CREDIT          PIC Z,ZZ9.99.
               10                          PIC X.

       01  JOURNAL-TRAILER-LINE.
           05          PIC X(18)   VALUE "POSTED ---------- ".
           05                          PIC X(4)        VALUE SPACE.
           05  RJ-REASON               PIC X(30).

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-POST-PAYMENTS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               MOVE "PAYEXTR.DAT" TO WS-PAYEXTR-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD PAYPST TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_PAYPOST" TO OPC-PROGRAM-NAME.
           MOVE "PAYPST" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       100-POST-ONE-RECEIPT.
           IF NOT EOF
               ADD 1 TO RECEIPTS-READ-COUNT

      * SUBTRACTS THE PAYMENT FROM THE MEMBER'S BALANCE AND REWRITES
      * THE RECORD.  A PAYMENT LARGER THAN THE BALANCE STILL POSTS -
      * THE BALANCE IS TAKEN TO ZERO AND THE EXCESS GOES ON THE
      * MEMBER'S CREDIT BALANCE, NOTED "CR" WITH THE AMOUNT ON THE
      * JOURNAL LINE.  A CREDIT THAT WOULD OVERFLOW ITS FIELD REJECTS
      * THE RECEIPT AND LEAVES THE RECORD UNTOUCHED FOR HAND
      * FOLLOW-UP, THE SAME RULE YMCA_RENEWBILL APPLIES TO A BALANCE.
       300-APPLY-PAYMENT.
           MOVE MBR-BALANCE-DUE TO OLD-BALANCE-DUE.
           MOVE "N" TO CREDIT-LIMIT-SWITCH.
           MOVE ZERO TO CREDIT-ADDED-WORK.
      *    A RECEIPT RELEASED BEFORE THE CHECK NUMBER WAS CARRIED
      *    READS BACK BLANK.
           IF RCP-CHECK-NUMBER NOT NUMERIC
               MOVE ZERO TO RCP-CHECK-NUMBER
           END-IF.
           COMPUTE NEW-BALANCE-WORK =
               MBR-BALANCE-DUE - RCP-PAYMENT-AMOUNT.
           MOVE SPACES TO JD-NOTE.
           IF NEW-BALANCE-WORK < ZERO
               COMPUTE CREDIT-ADDED-WORK = ZERO - NEW-BALANCE-WORK
               ADD CREDIT-ADDED-WORK TO MBR-CREDIT-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO CREDIT-LIMIT-SWITCH
               END-ADD
               MOVE ZERO TO NEW-BALANCE-WORK
               MOVE "CR " TO JD-NOTE-TAG
               MOVE CREDIT-ADDED-WORK TO JD-NOTE-CREDIT
           END-IF.
           IF CREDIT-AT-LIMIT
               MOVE "CREDIT BALANCE LIMIT EXCEEDED" TO RJ-REASON
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
               PERFORM 310-REWRITE-PAID-MEMBER
           END-IF.

       310-REWRITE-PAID-MEMBER.
           MOVE NEW-BALANCE-WORK TO MBR-BALANCE-DUE.
           IF MBR-BALANCE-DUE = ZERO
               MOVE ZERO TO MBR-FINAL-NOTICE-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MMR-FILE-DATE.

           REWRITE MEMBER-MASTER-RECORD.
                   END-IF
               END-IF
           END-IF.
      * WHATEVER THE ITEMS COULD NOT ABSORB STILL GOES ON THE EXTRACT
      * - THE OVERPAYMENT CARRIED TO CREDIT AS CR, ANY OTHER REMAINDER
      * (A LEGACY MEMBER WITH NO ITEMS YET) AS UNAPPLIED - SO THE
      * EXTRACT'S COLLECTED TOTAL ALWAYS TIES TO THE POSTING
      * JOURNAL'S.
           MOVE ZERO TO EXTRACT-ITEM-DATE-WORK.
           IF CREDIT-ADDED-WORK > ZERO
               AND PAY-REMAINING-WORK NOT < CREDIT-ADDED-WORK
               SUBTRACT CREDIT-ADDED-WORK FROM PAY-REMAINING-WORK
               MOVE "CR" TO EXTRACT-SOURCE-WORK
               MOVE CREDIT-ADDED-WORK TO EXTRACT-AMOUNT-WORK
               PERFORM 350-WRITE-PAY-EXTRACT
           END-IF.
           IF PAY-REMAINING-WORK > ZERO
               MOVE "UN" TO EXTRACT-SOURCE-WORK
               MOVE PAY-REMAINING-WORK TO EXTRACT-AMOUNT-WORK
               MOVE MBR-BRANCH-CODE     TO PX-BRANCH-CODE
               MOVE EXTRACT-SOURCE-WORK TO PX-SOURCE-CODE
               MOVE EXTRACT-AMOUNT-WORK TO PX-AMOUNT
               MOVE RCP-CHECK-NUMBER    TO PX-CHECK-NUMBER
               MOVE EXTRACT-ITEM-DATE-WORK TO PX-ITEM-CHARGE-DATE
               MOVE ZERO                TO PX-REVERSED-PAY-DATE
               MOVE RCP-PAY-METHOD      TO PX-PAY-METHOD
               WRITE PAY-EXTRACT-RECORD
               IF NOT WS-PAYEXTR-OK
                   DISPLAY "WARNING - PAYEXTR WRITE FAILED - STATUS: "
                           FROM PAY-REMAINING-WORK
                       MOVE ARI-SOURCE-CODE TO EXTRACT-SOURCE-WORK
                       MOVE ITEM-APPLIED-WORK TO EXTRACT-AMOUNT-WORK
                       MOVE ARI-CHARGE-DATE TO EXTRACT-ITEM-DATE-WORK
                       PERFORM 350-WRITE-PAY-EXTRACT
                   END-IF
                   MOVE OPEN-ITEM-RECORD TO AR-WORK-RECORD
