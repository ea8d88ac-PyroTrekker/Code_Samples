      ******************************************************************
      * Author: Graham Wenz
      * Date: 03/28/2018
      * Purpose: Periodic refund register for member credit balances.
      *          The office keys the credits it has approved to cut a
      *          check for onto the REFAPPRV approvals file (card,
      *          refund amount, approving operator, approval date).
      *          This run takes each approved refund off the member's
      *          MBR-CREDIT-BALANCE on YMCAMEM, logs the before- and
      *          after-images to MBRCHLOG under the approver's ID
      *          (function D) so the refund has the same paper trail
      *          as any other change to the member, writes a negative
      *          member-credit (CR) record to PAYEXTR so YMCA_REVSUM's
      *          collected dollars come back down by the cash paid
      *          out, and prints REFUNDRPT - the register the
      *          bookkeeper writes the checks from.  An approval for a
      *          card not on file, for nothing, or for more than the
      *          credit the member actually holds is listed as
      *          rejected and changes nothing.  The approvals file is
      *          emptied at the end so the same refund cannot be paid
      *          twice; a rejected approval is re-keyed once the
      *          office has sorted it out.  Replaces the overpayment
      *          notebook.
      * Tectonics: cobc
      *
      * Modification History:
      *   04/11/2018 GW - The refund extract record now fills the
      *                   check-number, item-date, reversal-date, and
      *                   payment-method fields PAYXREC has gained -
      *                   zero and blank, as a refund is none of them.
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs REFUND authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-REFUND-REGISTER.

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
           SELECT REFAPPRV ASSIGN TO WS-REFAPPRV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFAPPRV-STATUS.
           SELECT REFUNDRPT ASSIGN TO WS-REFUNDRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MBRCHLOG ASSIGN TO WS-MBRCHLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBRCHLOG-STATUS.
           SELECT PAYEXTR ASSIGN TO WS-PAYEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

      * ONE APPROVED REFUND, KEYED BY THE OFFICE.
       FD  REFAPPRV.
       01  REFUND-APPROVAL-RECORD.
           05  RFA-CARD-NUMBER         PIC 9(6).
           05  RFA-REFUND-AMOUNT       PIC 9(4)V99.
           05  RFA-APPROVER-ID         PIC X(8).
           05  RFA-APPROVAL-DATE       PIC 9(8).

       FD  REFUNDRPT.
       01  REFUND-REPORT               PIC X(100).

       FD  MBRCHLOG.
           COPY CHANGEREC.

       FD  PAYEXTR.
           COPY PAYXREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-REFAPPRV-PATH        PIC X(100).
           05  WS-REFUNDRPT-PATH       PIC X(100).
           05  WS-MBRCHLOG-PATH        PIC X(100).
           05  WS-PAYEXTR-PATH         PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-REFAPPRV-STATUS          PIC X(2).
           88  WS-REFAPPRV-OK                     VALUE "00".

       01  WS-MBRCHLOG-STATUS          PIC X(2).
           88  WS-MBRCHLOG-OK                     VALUE "00".
           88  WS-MBRCHLOG-FILE-MISSING            VALUE "35".

       01  WS-PAYEXTR-STATUS           PIC X(2).
           88  WS-PAYEXTR-OK                      VALUE "00".
           88  WS-PAYEXTR-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".

       01  REFUND-COUNT-FIELDS         BINARY.
           05  APPROVALS-READ-COUNT    PIC S9(5)      VALUE ZERO.
           05  REFUNDS-PAID-COUNT      PIC S9(5)      VALUE ZERO.
           05  REFUNDS-REJECT-COUNT    PIC S9(5)      VALUE ZERO.

       01  REFUND-TOTAL-FIELDS         PACKED-DECIMAL.
           05  TOTAL-REFUNDED-AMOUNT   PIC S9(7)V99   VALUE ZERO.

       01  OLD-CREDIT-BALANCE          PIC 9(4)V99    VALUE ZERO.

      * BEFORE/AFTER SNAPSHOTS OF THE MEMBER RECORD FOR THE CHANGE
      * LOG, THE SAME PAIR YMCA_MEM_UPDATE KEEPS.
       01  CHANGE-IMAGE-FIELDS.
           05  LOG-BEFORE-IMAGE        PIC X(361).
           05  LOG-AFTER-IMAGE         PIC X(361).

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-TIME         PIC 9(6).

       01  REGISTER-HEADING-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05              PIC X(12)       VALUE "CREDIT WAS".
           05              PIC X(12)       VALUE "REFUND".
           05              PIC X(12)       VALUE "CREDIT NOW".
           05              PIC X(10)       VALUE "APPROVED".
           05              PIC X(10)       VALUE "ON".

       01  REGISTER-DETAIL-LINE.
           05  RD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  RD-OLD-CREDIT           PIC $Z,ZZ9.99.
           05                          PIC X(3)        VALUE SPACE.
           05  RD-REFUND-AMOUNT        PIC $Z,ZZ9.99.
           05                          PIC X(3)        VALUE SPACE.
           05  RD-NEW-CREDIT           PIC $Z,ZZ9.99.
           05                          PIC X(3)        VALUE SPACE.
           05  RD-APPROVER-ID          PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-APPROVAL-DATE        PIC 9(8).

      * A REJECTED APPROVAL PRINTS IN FILE ORDER WITH THE PAID ONES,
      * FLAGGED SO NOBODY WRITES A CHECK FROM IT.
       01  REJECT-DETAIL-LINE.
           05  RJ-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05              PIC X(12)       VALUE "** REJECTED ".
           05                          PIC XX          VALUE SPACE.
           05  RJ-REFUND-AMOUNT        PIC $Z,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  RJ-APPROVER-ID          PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RJ-APPROVAL-DATE        PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  RJ-REASON               PIC X(30).

       01  REGISTER-TRAILER-LINE.
           05          PIC X(18)   VALUE "REFUNDED -------- ".
           05  RT-PAID-COUNT       PIC ZZ,ZZ9.
           05          PIC X(22)   VALUE " MEMBER(S), TOTAL OF: ".
           05  RT-TOTAL-REFUNDED   PIC $Z,ZZZ,ZZ9.99.

       01  REGISTER-COUNT-LINE.
           05          PIC X(18)   VALUE "APPROVALS READ -- ".
           05  RC-READ-COUNT       PIC ZZ,ZZ9.
           05          PIC X(12)   VALUE " REJECTED - ".
           05  RC-REJECT-COUNT     PIC ZZ,ZZ9.

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-PRINT-REFUND-REGISTER.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           OPEN INPUT REFAPPRV.
           IF NOT WS-REFAPPRV-OK
               DISPLAY "UNABLE TO OPEN REFAPPRV AT " WS-REFAPPRV-PATH
               DISPLAY "STATUS: " WS-REFAPPRV-STATUS
                   " - NO REFUNDS APPROVED"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           OPEN OUTPUT REFUNDRPT.

      * THE EXTRACT IS SHARED WITH YMCA_PAYPOST AND ACCUMULATES
      * ACROSS RUNS, SO IT OPENS EXTEND, BOOTSTRAPPED ON FIRST USE.
      * A BAD PATH WARNS AND THE REGISTER CARRIES ON.
           OPEN EXTEND PAYEXTR.
           IF WS-PAYEXTR-FILE-MISSING
               OPEN OUTPUT PAYEXTR
               CLOSE PAYEXTR
               OPEN EXTEND PAYEXTR
           END-IF.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - UNABLE TO OPEN PAYEXTR - STATUS: "
                   WS-PAYEXTR-STATUS " - NO EXTRACT THIS RUN"
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CD-CURRENT-TIME.

           MOVE REGISTER-HEADING-LINE TO REFUND-REPORT.
           WRITE REFUND-REPORT.

           PERFORM 210-READ-APPROVAL.
           PERFORM 100-REFUND-ONE-APPROVAL
               WITH TEST AFTER
               UNTIL EOF.

           PERFORM 500-PRINT-REGISTER-TRAILER.
           DISPLAY "APPROVALS READ: " APPROVALS-READ-COUNT
               " REFUNDED: " REFUNDS-PAID-COUNT
               " REJECTED: " REFUNDS-REJECT-COUNT.
           IF WS-PAYEXTR-OK
               CLOSE PAYEXTR
           END-IF.
           CLOSE YMCAMEM
                 REFAPPRV
                 REFUNDRPT.

      * EVERY APPROVAL HAS NOW BEEN PAID OR LISTED AS REJECTED - EMPTY
      * THE FILE SO A SECOND RUN CANNOT PAY THE SAME REFUND AGAIN.
           OPEN OUTPUT REFAPPRV.
           CLOSE REFAPPRV.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-REFAPPRV-PATH FROM ENVIRONMENT "REFAPPRV_PATH".
           IF WS-REFAPPRV-PATH = SPACES
               MOVE "REFAPPRV.DAT" TO WS-REFAPPRV-PATH
           END-IF.

           ACCEPT WS-REFUNDRPT-PATH FROM ENVIRONMENT "REFUNDRPT_PATH".
           IF WS-REFUNDRPT-PATH = SPACES
               MOVE "REFUNDRPT.TXT" TO WS-REFUNDRPT-PATH
           END-IF.

           ACCEPT WS-MBRCHLOG-PATH FROM ENVIRONMENT "MBRCHLOG_PATH".
           IF WS-MBRCHLOG-PATH = SPACES
               MOVE "MBRCHLOG.DAT" TO WS-MBRCHLOG-PATH
           END-IF.

           ACCEPT WS-PAYEXTR-PATH FROM ENVIRONMENT "PAYEXTR_PATH".
           IF WS-PAYEXTR-PATH = SPACES
               MOVE "PAYEXTR.DAT" TO WS-PAYEXTR-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD REFUND TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_REFUNDS" TO OPC-PROGRAM-NAME.
           MOVE "REFUND" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       100-REFUND-ONE-APPROVAL.
           IF NOT EOF
               ADD 1 TO APPROVALS-READ-COUNT
               PERFORM 150-LOOK-UP-MEMBER
               EVALUATE TRUE
                   WHEN NOT CARD-FOUND
                       MOVE "CARD NUMBER NOT ON FILE" TO RJ-REASON
                       PERFORM 400-WRITE-REJECT-LINE
                   WHEN RFA-REFUND-AMOUNT = ZERO
                       MOVE "NO REFUND AMOUNT" TO RJ-REASON
                       PERFORM 400-WRITE-REJECT-LINE
                   WHEN RFA-REFUND-AMOUNT > MBR-CREDIT-BALANCE
                       MOVE "MORE THAN CREDIT ON ACCOUNT"
                           TO RJ-REASON
                       PERFORM 400-WRITE-REJECT-LINE
                   WHEN OTHER
                       PERFORM 300-APPLY-REFUND
               END-EVALUATE
               PERFORM 210-READ-APPROVAL
           END-IF.

       150-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE RFA-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.

       210-READ-APPROVAL.
           READ REFAPPRV
               AT END
                   MOVE "Y" TO EOF-SWITCH.

      * TAKES THE REFUND OFF THE MEMBER'S CREDIT AND REWRITES THE
      * RECORD.  ONLY A CLEAN REWRITE IS LOGGED, EXTRACTED, AND PUT
      * ON THE REGISTER - A CHECK IS NEVER CUT FOR A CREDIT THE FILE
      * STILL HOLDS.
       300-APPLY-REFUND.
           MOVE MEMBER-MASTER-RECORD TO LOG-BEFORE-IMAGE.
           MOVE MBR-CREDIT-BALANCE TO OLD-CREDIT-BALANCE.
           SUBTRACT RFA-REFUND-AMOUNT FROM MBR-CREDIT-BALANCE.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.

           REWRITE MEMBER-MASTER-RECORD.

           IF WS-YMCAMEM-OK
               ADD 1 TO REFUNDS-PAID-COUNT
               ADD RFA-REFUND-AMOUNT TO TOTAL-REFUNDED-AMOUNT
               MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
               PERFORM 310-LOG-REFUND-CHANGE
               PERFORM 320-WRITE-REFUND-EXTRACT
               MOVE RFA-CARD-NUMBER     TO RD-CARD-NUMBER
               MOVE MBR-NAME            TO RD-MEMBER-NAME
               MOVE OLD-CREDIT-BALANCE  TO RD-OLD-CREDIT
               MOVE RFA-REFUND-AMOUNT   TO RD-REFUND-AMOUNT
               MOVE MBR-CREDIT-BALANCE  TO RD-NEW-CREDIT
               MOVE RFA-APPROVER-ID     TO RD-APPROVER-ID
               MOVE RFA-APPROVAL-DATE   TO RD-APPROVAL-DATE
               MOVE REGISTER-DETAIL-LINE TO REFUND-REPORT
               WRITE REFUND-REPORT AFTER ADVANCING 1 LINES
           ELSE
               MOVE "REWRITE FAILED - STATUS " TO RJ-REASON
               MOVE WS-YMCAMEM-STATUS TO RJ-REASON(25:2)
               PERFORM 400-WRITE-REJECT-LINE
           END-IF.

      * THE AUDIT ENTRY - BEFORE/AFTER IMAGES UNDER THE APPROVER'S
      * ID, OPENED AND CLOSED PER EVENT AND BOOTSTRAPPED ON FIRST USE
      * LIKE EVERY OTHER MBRCHLOG WRITER.  A FAILURE WARNS BUT DOES
      * NOT UNDO THE REFUND.
       310-LOG-REFUND-CHANGE.
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
               MOVE RFA-CARD-NUMBER  TO CHG-CARD-NUMBER
               MOVE CD-CURRENT-DATE  TO CHG-CHANGE-DATE
               MOVE CD-CURRENT-TIME  TO CHG-CHANGE-TIME
               MOVE RFA-APPROVER-ID  TO CHG-OPERATOR-ID
               MOVE "D"              TO CHG-FUNCTION-CODE
               MOVE LOG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
               MOVE LOG-AFTER-IMAGE  TO CHG-AFTER-IMAGE
               WRITE CHANGE-LOG-RECORD
               IF NOT WS-MBRCHLOG-OK
                   DISPLAY "WARNING - MBRCHLOG WRITE FAILED - STATUS: "
                       WS-MBRCHLOG-STATUS
               END-IF
               CLOSE MBRCHLOG
           END-IF.

      * THE REFUND PAYS BACK CASH YMCA_PAYPOST COUNTED AS CARRIED TO
      * CREDIT, SO IT GOES ON THE EXTRACT AS A NEGATIVE CR RECORD
      * DATED TODAY AND YMCA_REVSUM NETS IT OUT OF THE BRANCH'S
      * COLLECTIONS.
       320-WRITE-REFUND-EXTRACT.
           IF WS-PAYEXTR-OK
               MOVE RFA-CARD-NUMBER     TO PX-CARD-NUMBER
               MOVE CD-CURRENT-DATE     TO PX-PAYMENT-DATE
               MOVE MBR-BRANCH-CODE     TO PX-BRANCH-CODE
               MOVE "CR"                TO PX-SOURCE-CODE
               COMPUTE PX-AMOUNT = ZERO - RFA-REFUND-AMOUNT
               MOVE ZERO                TO PX-CHECK-NUMBER
                                           PX-ITEM-CHARGE-DATE
                                           PX-REVERSED-PAY-DATE
               MOVE SPACE               TO PX-PAY-METHOD
               WRITE PAY-EXTRACT-RECORD
               IF NOT WS-PAYEXTR-OK
                   DISPLAY "WARNING - PAYEXTR WRITE FAILED - STATUS: "
                       WS-PAYEXTR-STATUS
               END-IF
           END-IF.

       400-WRITE-REJECT-LINE.
           MOVE RFA-CARD-NUMBER    TO RJ-CARD-NUMBER.
           MOVE RFA-REFUND-AMOUNT  TO RJ-REFUND-AMOUNT.
           MOVE RFA-APPROVER-ID    TO RJ-APPROVER-ID.
           MOVE RFA-APPROVAL-DATE  TO RJ-APPROVAL-DATE.
           MOVE REJECT-DETAIL-LINE TO REFUND-REPORT.
           WRITE REFUND-REPORT AFTER ADVANCING 1 LINES.
           ADD 1 TO REFUNDS-REJECT-COUNT.

       500-PRINT-REGISTER-TRAILER.
           MOVE REFUNDS-PAID-COUNT    TO RT-PAID-COUNT.
           MOVE TOTAL-REFUNDED-AMOUNT TO RT-TOTAL-REFUNDED.
           MOVE REGISTER-TRAILER-LINE TO REFUND-REPORT.
           WRITE REFUND-REPORT AFTER ADVANCING 2 LINES.
           MOVE APPROVALS-READ-COUNT  TO RC-READ-COUNT.
           MOVE REFUNDS-REJECT-COUNT  TO RC-REJECT-COUNT.
           MOVE REGISTER-COUNT-LINE   TO REFUND-REPORT.
           WRITE REFUND-REPORT AFTER ADVANCING 1 LINES.
