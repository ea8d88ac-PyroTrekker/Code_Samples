      *          that used to be keyed into a text editor is now
      *          produced by a program that already proved every card.
      * Tectonics: cobc
      *
      * Modification History:
      *   04/04/2018 GW - The release now passes the payment method
      *                   and check number through to RECEIPTS so
      *                   YMCA_PAYPOST can stamp them on the extract
      *                   for YMCA_RETCHECK.  A check is refused at
      *                   the desk from a member flagged cash-only
      *                   (MBR-CASH-ONLY) after repeated returns.
      *   06/13/2018 GW - Takes the operator from OPERATOR_ID (or a
      *                   prompt) and checks them against OPERMAS
      *                   through YMCA_OPRCHECK at startup; keying
      *                   receipts needs RECEPT authority and closing
      *                   the drawer needs DRAWER.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-RECEIPTS-ENTRY.
           COPY MEMBERREC.

      * THE DAY'S KEYED ENTRIES, HELD HERE WITH THE PAYMENT METHOD
      * UNTIL THE DRAWER BALANCES.
       FD  RCPENTRY.
       01  ENTRY-RECORD.
           05  ENT-CARD-NUMBER         PIC 9(6).
           05  RCP-CARD-NUMBER         PIC 9(6).
           05  RCP-PAYMENT-AMOUNT      PIC 9(4)V99.
           05  RCP-PAYMENT-DATE        PIC 9(8).
           05  RCP-PAY-METHOD          PIC X.
           05  RCP-CHECK-NUMBER        PIC 9(6).

       FD  DRAWERRPT.
       01  DRAWER-REPORT               PIC X(80).
               88  METHOD-IS-CARD                     VALUE "D".
           05  CHECK-NUMBER-WORK       PIC 9(6)       VALUE ZERO.

      * WHO IS AT THE KEYBOARD - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       01  ENTRY-COUNT-FIELDS          BINARY.
           05  ENTRIES-KEYED-COUNT     PIC S9(5)      VALUE ZERO.
           05  CASH-COUNT              PIC S9(5)      VALUE ZERO.

       000-ENTER-RECEIPTS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           MOVE "SIGNON" TO OPC-FUNCTION-CODE.
           PERFORM 056-CALL-OPERATOR-CHECK.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           MOVE "RECEPT" TO OPC-FUNCTION-CODE.
           PERFORM 056-CALL-OPERATOR-CHECK.
           IF OPC-AUTHORIZED
               PERFORM 100-KEY-ONE-RECEIPT
                   WITH TEST AFTER
                   UNTIL NOT MORE-ENTRIES
           END-IF.

           DISPLAY "ENTRIES KEYED THIS SESSION: " ENTRIES-KEYED-COUNT.

           DISPLAY "Close The Drawer And Release To Posting? (Y/N)"
           ACCEPT CLOSE-DRAWER-SWITCH.
           IF CLOSE-THE-DRAWER
               MOVE "DRAWER" TO OPC-FUNCTION-CODE
               PERFORM 056-CALL-OPERATOR-CHECK
               IF OPC-AUTHORIZED
                   PERFORM 300-CLOSE-THE-DRAWER
               END-IF
           ELSE
               DISPLAY "DRAWER LEFT OPEN - ENTRIES HELD ON "
                   WS-RCPENTRY-PATH
               MOVE "DRAWERRPT.TXT" TO WS-DRAWERRPT-PATH
           END-IF.

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * YMCA_OPRCHECK LOGS EVERY REFUSAL ITSELF.
       056-CALL-OPERATOR-CHECK.
           MOVE OPERATOR-ID     TO OPC-OPERATOR-ID.
           MOVE "YMCA_RECEIPTS" TO OPC-PROGRAM-NAME.
           MOVE SPACES          TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       100-KEY-ONE-RECEIPT.
           DISPLAY "Enter: Card Number (0 TO END ENTRY)"
           ACCEPT EN-CARD-NUMBER.
           DISPLAY "Enter: Method - (C)ash, Chec(K), Car(D)"
           ACCEPT METHOD-ENTRY-WORK.
           IF METHOD-IS-CHECK
      *        THE MEMBER READ AT 150 IS STILL IN THE RECORD AREA.
               IF MBR-CASH-ONLY
                   DISPLAY "REFUSED - CASH OR CARD ONLY - RETURNED "
                       "CHECKS ON FILE"
                   MOVE "N" TO METHOD-VALID-SWITCH
               ELSE
                   DISPLAY "Enter: Check Number"
                   ACCEPT CHECK-NUMBER-WORK
               END-IF
           ELSE
               IF NOT METHOD-IS-CASH AND NOT METHOD-IS-CARD
                   DISPLAY "REJECTED - METHOD MUST BE C, K, OR D"
                   MOVE ENT-CARD-NUMBER    TO RCP-CARD-NUMBER
                   MOVE ENT-PAYMENT-AMOUNT TO RCP-PAYMENT-AMOUNT
                   MOVE ENT-PAYMENT-DATE   TO RCP-PAYMENT-DATE
                   MOVE ENT-PAY-METHOD     TO RCP-PAY-METHOD
                   MOVE ENT-CHECK-NUMBER   TO RCP-CHECK-NUMBER
                   WRITE RECEIPT-RECORD
                   IF WS-RECEIPTS-OK
                       ADD 1 TO RELEASED-COUNT
