      ******************************************************************
      * Author: Graham Wenz
      * Date: 04/04/2018
      * Purpose: Returned-check (NSF) reversal.  The office keys each
      *          returned-item notice from the bank onto the RETCHECK
      *          file (card, date the check was posted, check number,
      *          date returned, keying operator).  This run finds the
      *          check's applications on PAYEXTR - YMCA_PAYPOST stamps
      *          every one with the check number and the charge date
      *          of the item it settled - and undoes them in the same
      *          order they were made: the balance due goes back up,
      *          each settled item on ARITEMS is re-opened by what the
      *          check paid on it, any part the check put on the
      *          member's credit comes back off the credit, and a
      *          negative extract record is written per application so
      *          YMCA_REVSUM's collected dollars come back down.  A
      *          returned-check fee item (source NF) is raised on top.
      *          A second return within twelve months of the last one
      *          flags the member cash-only (MBR-CASH-ONLY) and
      *          YMCA_RECEIPTS refuses their checks from then on.  Each
      *          reversal is logged to MBRCHLOG (function K) under the
      *          keying operator and printed on RETCHKRPT.  A notice
      *          for a card not on file, a check that cannot be found,
      *          or a check already returned is listed as rejected and
      *          changes nothing.  The notice file is emptied at the
      *          end so the same check cannot be reversed twice.
      * Tectonics: cobc
      *
      * Modification History:
      *   04/11/2018 GW - Added a (D)raft returns mode for the bank's
      *                   return file on YMCA_DRAFTRUN's monthly bank
      *                   drafts.  A failed draft is found on PAYEXTR
      *                   by card, effective date, and trace number
      *                   (method B) and reversed exactly as a
      *                   returned check is, fee included.  It counts
      *                   against the member's draft instead of the
      *                   cash-only rule: a second failure inside
      *                   twelve months, or a return saying the
      *                   account is closed, gone, or no longer
      *                   authorized, drops the member off drafting
      *                   and YMCA_RENEWBILL bills them again.  Check
      *                   mode now passes over draft records.
      *   06/13/2018 GW - The operator is now taken in either mode and
      *                   checked against OPERMAS through YMCA_OPRCHECK
      *                   before anything is opened; the run needs
      *                   RETCHK authority.
      *   07/05/2018 GW - A check returned from an employer (method E,
      *                   posted by YMCA_CORPACCT) is never matched to a
      *                   member's check with the same number.
      *   08/09/2018 GW - An employer's check returned against a
      *                   corporate account is now reversed instead of
      *                   passed over.  The office keys the account
      *                   number on the end of the notice; the run finds
      *                   the check's method E applications on PAYEXTR
      *                   under whatever employee cards they settled,
      *                   puts the amount back on CRP-BALANCE-DUE (the
      *                   CR part off the account's credit as far as it
      *                   stands), re-opens the CORPITEMS items the
      *                   check paid through CORPWORK, and writes the
      *                   negative extract records.  No fee and no
      *                   cash-only rule for an employer.  The
      *                   application table now holds 200 rows.  An
      *                   operator refused by YMCA_OPRCHECK now ends the
      *                   run with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-RETURNED-CHECK.

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
           SELECT RETCHECK ASSIGN TO WS-RETCHECK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETCHECK-STATUS.
           SELECT DRAFTRET ASSIGN TO WS-DRAFTRET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFTRET-STATUS.
           SELECT RETCHKRPT ASSIGN TO WS-RETCHKRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MBRCHLOG ASSIGN TO WS-MBRCHLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBRCHLOG-STATUS.
           SELECT PAYEXTR ASSIGN TO WS-PAYEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.
           SELECT ARWORK ASSIGN TO WS-ARWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARWORK-STATUS.
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

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

      * ONE RETURNED-ITEM NOTICE FROM THE BANK, KEYED BY THE OFFICE -
      * READ INTO RETURN-NOTICE BELOW.
       FD  RETCHECK.
       01  RETURNED-CHECK-RECORD       PIC X(42).

      * THE BANK'S RETURN FILE FOR THE MONTHLY DRAFTS - ONE RECORD
      * PER DEBIT ENTRY THAT FAILED, ECHOING THE CARD NUMBER, THE
      * EFFECTIVE DATE, AND THE TRACE NUMBER YMCA_DRAFTRUN SENT.
       FD  DRAFTRET.
       01  DRAFT-RETURN-RECORD.
           05  DRR-CARD-NUMBER         PIC 9(6).
           05  DRR-EFFECTIVE-DATE      PIC 9(8).
           05  DRR-TRACE-NUMBER        PIC 9(6).
           05  DRR-AMOUNT              PIC 9(6)V99.
      *    R01 = INSUFFICIENT FUNDS, R02 = ACCOUNT CLOSED, R03 = NO
      *    ACCOUNT, R04 = INVALID ACCOUNT NUMBER, R07/R10 = DEBIT
      *    AUTHORIZATION REVOKED, R08 = PAYMENT STOPPED, R16 = ACCOUNT
      *    FROZEN
           05  DRR-RETURN-CODE         PIC X(3).
               88  DRR-ACCOUNT-UNUSABLE    VALUE "R02" "R03" "R04"
                                                 "R07" "R08" "R10"
                                                 "R16".
           05  DRR-RETURN-DATE         PIC 9(8).

       FD  RETCHKRPT.
       01  RETCHK-REPORT               PIC X(100).

       FD  MBRCHLOG.
           COPY CHANGEREC.

       FD  PAYEXTR.
           COPY PAYXREC.

       FD  ARITEMS.
           COPY ARITEMREC.

      * SCRATCH COPY OF THE OPEN-ITEM FILE FOR THE RE-OPEN PASS, THE
      * SAME COPY-THROUGH YMCA_PAYPOST USES TO SETTLE ITEMS.  WIDEN IF
      * ARITEMREC GROWS.
       FD  ARWORK.
       01  AR-WORK-RECORD              PIC X(28).

       FD  CORPMAS.
           COPY CORPREC.

       FD  CORPITEMS.
           COPY CORPITEMREC.

      * SCRATCH COPY OF THE EMPLOYER ITEM FILE FOR THE RE-OPEN PASS ON
      * AN EMPLOYER'S CHECK, AS YMCA_CORPACCT SETTLES THEM.  WIDEN IF
      * CORPITEMREC GROWS.
       FD  CORPWORK.
       01  CORP-WORK-RECORD            PIC X(34).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-RETCHECK-PATH        PIC X(100).
           05  WS-DRAFTRET-PATH        PIC X(100).
           05  WS-RETCHKRPT-PATH       PIC X(100).
           05  WS-MBRCHLOG-PATH        PIC X(100).
           05  WS-PAYEXTR-PATH         PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-ARWORK-PATH          PIC X(100).
           05  WS-CORPMAS-PATH         PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).
           05  WS-CORPWORK-PATH        PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-RETCHECK-STATUS          PIC X(2).
           88  WS-RETCHECK-OK                     VALUE "00".

       01  WS-DRAFTRET-STATUS          PIC X(2).
           88  WS-DRAFTRET-OK                     VALUE "00".

       01  WS-MBRCHLOG-STATUS          PIC X(2).
           88  WS-MBRCHLOG-OK                     VALUE "00".
           88  WS-MBRCHLOG-FILE-MISSING            VALUE "35".

       01  WS-PAYEXTR-STATUS           PIC X(2).
           88  WS-PAYEXTR-OK                      VALUE "00".
           88  WS-PAYEXTR-FILE-MISSING             VALUE "35".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  WS-ARWORK-STATUS            PIC X(2).
           88  WS-ARWORK-OK                       VALUE "00".

       01  WS-CORPMAS-STATUS           PIC X(2).
           88  WS-CORPMAS-OK                      VALUE "00".

       01  WS-CORPITEMS-STATUS         PIC X(2).
           88  WS-CORPITEMS-OK                    VALUE "00".
           88  WS-CORPITEMS-FILE-MISSING           VALUE "35".

       01  WS-CORPWORK-STATUS          PIC X(2).
           88  WS-CORPWORK-OK                     VALUE "00".

       01  SWITCHES.
           05  MODE-SWITCH                 PIC X          VALUE "C".
               88  CHECK-RETURN-MODE                      VALUE "C".
               88  DRAFT-RETURN-MODE                      VALUE "D".
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  PX-EOF-SWITCH               PIC X.
               88  PX-EOF                                  VALUE "Y".
           05  AR-EOF-SWITCH               PIC X.
               88  AR-EOF                                  VALUE "Y".
           05  ARWORK-EOF-SWITCH           PIC X.
               88  ARWORK-EOF                              VALUE "Y".
           05  ALREADY-RETURNED-SWITCH     PIC X.
               88  ALREADY-RETURNED                        VALUE "Y".
           05  TABLE-FULL-SWITCH           PIC X.
               88  TABLE-FULL                              VALUE "Y".
           05  ITEM-MATCHED-SWITCH         PIC X.
               88  ITEM-MATCHED                            VALUE "Y".
           05  CASH-ONLY-SET-SWITCH        PIC X.
               88  CASH-ONLY-SET                           VALUE "Y".
           05  DRAFT-DROPPED-SWITCH        PIC X.
               88  DRAFT-DROPPED                           VALUE "Y".
           05  PX-MATCH-SWITCH             PIC X.
               88  PX-MATCHES-NOTICE                       VALUE "Y".
           05  EMPLOYER-NOTICE-SWITCH      PIC X          VALUE "N".
               88  EMPLOYER-NOTICE                         VALUE "Y".
           05  CORPMAS-OPEN-SWITCH         PIC X          VALUE "N".
               88  CORPMAS-OPEN                            VALUE "Y".
           05  ACCOUNT-FOUND-SWITCH        PIC X.
               88  ACCOUNT-FOUND                           VALUE "Y".
           05  CPI-EOF-SWITCH              PIC X.
               88  CPI-EOF                                 VALUE "Y".
           05  CORPWORK-EOF-SWITCH         PIC X.
               88  CORPWORK-EOF                            VALUE "Y".

       01  RETCHK-COUNT-FIELDS         BINARY.
           05  NOTICES-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  CHECKS-REVERSED-COUNT   PIC S9(5)      VALUE ZERO.
           05  NOTICES-REJECT-COUNT    PIC S9(5)      VALUE ZERO.
           05  CASH-ONLY-COUNT         PIC S9(5)      VALUE ZERO.
           05  DRAFT-DROPPED-COUNT     PIC S9(5)      VALUE ZERO.
           05  APPL-TABLE-COUNT        PIC S9(3)      VALUE ZERO.
           05  APPL-TABLE-MAX          PIC S9(3)      VALUE 200.
           05  APPL-IDX                PIC S9(3)      VALUE ZERO.

       01  RETCHK-TOTAL-FIELDS         PACKED-DECIMAL.
           05  TOTAL-REVERSED-AMOUNT   PIC S9(7)V99   VALUE ZERO.
           05  TOTAL-FEE-AMOUNT        PIC S9(7)V99   VALUE ZERO.

      * THE FLAT FEE CHARGED FOR EVERY RETURNED CHECK OR DRAFT.
       01  RETURNED-CHECK-FEE          PIC 9(3)V99    VALUE 25.00.

      * FAILED DRAFTS INSIDE TWELVE MONTHS THAT TAKE A MEMBER OFF
      * DRAFTING.
       01  DRAFT-FAIL-LIMIT            PIC 9(2)       VALUE 2.

      * THE MOST ONE EMPLOYER ITEM CAN CARRY - A LARGER UNITEMIZED
      * AMOUNT IS RAISED IN PIECES, AS YMCA_CORPACCT EXTRACTS IT.
       01  CORP-ITEM-AMOUNT-MAX        PIC 9(4)V99    VALUE 9999.99.

      * THE NOTICE BEING REVERSED - READ FROM RETCHECK AS KEYED, OR
      * BUILT FROM A BANK DRAFT RETURN BY 215.  RTN-PAYMENT-DATE IS
      * THE DATE THE CHECK WAS POSTED (THE RECEIPT DATE ON PAYPOST'S
      * JOURNAL) OR THE DRAFT'S EFFECTIVE DATE, NOT THE BANK'S DATE;
      * RTN-CHECK-NUMBER IS THE CHECK OR TRACE NUMBER.
      * RTN-CORP-ACCOUNT-NUMBER IS KEYED ONLY FOR AN EMPLOYER'S CHECK
      * POSTED BY YMCA_CORPACCT (THE CARD IS THEN LEFT ZERO); A NOTICE
      * KEYED BEFORE IT WAS CARRIED READS BACK BLANK.
       01  RETURN-NOTICE.
           05  RTN-CARD-NUMBER         PIC 9(6).
           05  RTN-PAYMENT-DATE        PIC 9(8).
           05  RTN-CHECK-NUMBER        PIC 9(6).
           05  RTN-RETURN-DATE         PIC 9(8).
           05  RTN-OPERATOR-ID         PIC X(8).
           05  RTN-CORP-ACCOUNT-NUMBER PIC 9(6).

      * WHO IS RUNNING THE RETURNS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE OR PROMPTED, AS IN YMCA_MEM_UPDATE.
      * STAMPED ON DRAFT RETURNS; RETCHECK NOTICES CARRY THEIR OWN
      * KEYING OPERATOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * ONE ROW PER APPLICATION OF THE RETURNED CHECK, LOADED FROM
      * PAYEXTR IN FILE ORDER - THE ORDER YMCA_PAYPOST MADE THEM.
      * AP-MATCHED IS SET WHEN THE ITEM THE ROW SETTLED IS FOUND AND
      * RE-OPENED; AN UNMATCHED ROW IS RE-RAISED AS A NEW ITEM.  AN
      * EMPLOYER'S CHECK SETTLES ONE ITEM PER EMPLOYEE, SO EACH ROW
      * KEEPS THE CARD AND BRANCH IT WAS EXTRACTED UNDER.
       01  APPLICATION-TABLE.
           05  APPL-ENTRY OCCURS 200 TIMES.
               10  AP-CARD-NUMBER          PIC 9(6).
               10  AP-BRANCH-CODE          PIC X(3).
               10  AP-SOURCE-CODE          PIC X(2).
               10  AP-ITEM-CHARGE-DATE     PIC 9(8).
               10  AP-AMOUNT               PIC 9(4)V99.
               10  AP-MATCHED              PIC X.

       01  REVERSAL-WORK-FIELDS.
           05  CHECK-AMOUNT-WORK       PIC 9(6)V99    VALUE ZERO.
           05  CREDIT-PORTION-WORK     PIC 9(6)V99    VALUE ZERO.
           05  CREDIT-TAKEN-WORK       PIC 9(6)V99    VALUE ZERO.
           05  UNITEMIZED-WORK         PIC 9(6)V99    VALUE ZERO.
           05  BALANCE-ADDED-WORK      PIC 9(6)V99    VALUE ZERO.
           05  NEW-BALANCE-WORK        PIC 9(7)V99    VALUE ZERO.
           05  ITEM-PAID-WORK          PIC 9(4)V99    VALUE ZERO.
           05  NSF-WINDOW-DATE         PIC 9(8)       VALUE ZERO.
           05  OLD-BALANCE-DUE         PIC 9(4)V99    VALUE ZERO.

      * THE ITEM APPENDED BY 360 OR 670 - SET BY THE CALLER.  THE CARD
      * IS USED ONLY ON AN EMPLOYER ITEM.
       01  NEW-ITEM-FIELDS.
           05  NEW-ITEM-CARD           PIC 9(6).
           05  NEW-ITEM-SOURCE         PIC X(2).
           05  NEW-ITEM-DATE           PIC 9(8).
           05  NEW-ITEM-AMOUNT         PIC 9(4)V99.

      * BEFORE/AFTER SNAPSHOTS OF THE MEMBER RECORD FOR THE CHANGE
      * LOG, THE SAME PAIR YMCA_MEM_UPDATE KEEPS.
       01  CHANGE-IMAGE-FIELDS.
           05  LOG-BEFORE-IMAGE        PIC X(361).
           05  LOG-AFTER-IMAGE         PIC X(361).

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-TIME         PIC 9(6).

       01  RETCHK-HEADING-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05  RH-NUMBER-LABEL         PIC X(8)        VALUE "CHECK".
           05              PIC X(10)       VALUE "POSTED".
           05              PIC X(12)       VALUE "CHECK AMT".
           05              PIC X(10)       VALUE "FEE".
           05              PIC X(12)       VALUE "NEW BALANCE".
           05              PIC X(10)       VALUE "NOTE".

       01  RETCHK-DETAIL-LINE.
           05  RD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  RD-CHECK-NUMBER         PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-PAYMENT-DATE         PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-CHECK-AMOUNT         PIC $Z,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  RD-FEE-AMOUNT           PIC $ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  RD-NEW-BALANCE          PIC $Z,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  RD-NOTE                 PIC X(12).

      * AN EMPLOYER'S CHECK PRINTS UNDER THE SAME HEADINGS - THE
      * ACCOUNT NUMBER AND EMPLOYER IN PLACE OF THE CARD AND MEMBER,
      * AND NO FEE.
       01  EMPLOYER-DETAIL-LINE.
           05  ED-ACCOUNT-NUMBER       PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  ED-EMPLOYER-NAME        PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  ED-CHECK-NUMBER         PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  ED-PAYMENT-DATE         PIC 9(8).
           05                          PIC X           VALUE SPACE.
           05  ED-CHECK-AMOUNT         PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05                          PIC X(7)        VALUE "   NONE".
           05                          PIC X           VALUE SPACE.
           05  ED-NEW-BALANCE          PIC $ZZZ,ZZ9.99.
           05                          PIC X           VALUE SPACE.
           05                          PIC X(12)       VALUE "EMPLOYER".

      * A REJECTED NOTICE PRINTS IN FILE ORDER WITH THE REVERSED
      * ONES, FLAGGED SO THE OFFICE FOLLOWS IT UP BY HAND.
       01  REJECT-DETAIL-LINE.
           05  RJ-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05              PIC X(12)       VALUE "** REJECTED ".
           05                          PIC XX          VALUE SPACE.
           05  RJ-CHECK-NUMBER         PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  RJ-PAYMENT-DATE         PIC 9(8).
           05                          PIC XX          VALUE SPACE.
           05  RJ-OPERATOR-ID          PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RJ-REASON               PIC X(30).

       01  RETCHK-TRAILER-LINE.
           05          PIC X(18)   VALUE "REVERSED -------- ".
           05  RT-REVERSED-COUNT   PIC ZZ,ZZ9.
           05          PIC X(22)   VALUE " CHECK(S), TOTAL OF: ".
           05  RT-TOTAL-REVERSED   PIC $Z,ZZZ,ZZ9.99.

       01  RETCHK-FEE-LINE.
           05          PIC X(18)   VALUE "FEES RAISED ----- ".
           05  RF-TOTAL-FEES       PIC $Z,ZZZ,ZZ9.99.
           05          PIC X(22)   VALUE "   MADE CASH-ONLY: ".
           05  RF-CASH-ONLY-COUNT  PIC ZZ,ZZ9.
           05          PIC X(21)   VALUE "   TAKEN OFF DRAFT: ".
           05  RF-DROPPED-COUNT    PIC ZZ,ZZ9.

       01  RETCHK-COUNT-LINE.
           05          PIC X(18)   VALUE "NOTICES READ ---- ".
           05  RC-READ-COUNT       PIC ZZ,ZZ9.
           05          PIC X(12)   VALUE " REJECTED - ".
           05  RC-REJECT-COUNT     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-REVERSE-RETURNED-CHECKS.
           DISPLAY "Select Returns: (C)hecks Keyed By The Office or "
               "(D)rafts Returned By The Bank"
           ACCEPT MODE-SWITCH.
           IF NOT DRAFT-RETURN-MODE
               MOVE "C" TO MODE-SWITCH
           END-IF.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
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
           IF DRAFT-RETURN-MODE
               OPEN INPUT DRAFTRET
               IF NOT WS-DRAFTRET-OK
                   DISPLAY "UNABLE TO OPEN DRAFTRET AT "
                       WS-DRAFTRET-PATH
                   DISPLAY "STATUS: " WS-DRAFTRET-STATUS
                       " - NO DRAFT RETURNS FROM THE BANK"
                   CLOSE YMCAMEM
                   STOP RUN
               END-IF
               MOVE "TRACE" TO RH-NUMBER-LABEL
           ELSE
               OPEN INPUT RETCHECK
               IF NOT WS-RETCHECK-OK
                   DISPLAY "UNABLE TO OPEN RETCHECK AT "
                       WS-RETCHECK-PATH
                   DISPLAY "STATUS: " WS-RETCHECK-STATUS
                       " - NO RETURNED CHECKS KEYED"
                   CLOSE YMCAMEM
                   STOP RUN
               END-IF
      *        NO CORPMAS ONLY MATTERS TO AN EMPLOYER'S NOTICE, WHICH
      *        IS THEN REJECTED.
               OPEN I-O CORPMAS
               IF WS-CORPMAS-OK
                   MOVE "Y" TO CORPMAS-OPEN-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT RETCHKRPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CD-CURRENT-TIME.

           MOVE RETCHK-HEADING-LINE TO RETCHK-REPORT.
           WRITE RETCHK-REPORT.

           PERFORM 210-READ-NOTICE.
           PERFORM 100-REVERSE-ONE-CHECK
               WITH TEST AFTER
               UNTIL EOF.

           PERFORM 500-PRINT-RETCHK-TRAILER.
           DISPLAY "NOTICES READ: " NOTICES-READ-COUNT
               " REVERSED: " CHECKS-REVERSED-COUNT
               " REJECTED: " NOTICES-REJECT-COUNT.
           CLOSE YMCAMEM
                 RETCHKRPT.
           IF CORPMAS-OPEN
               CLOSE CORPMAS
           END-IF.

      * EVERY NOTICE HAS NOW BEEN REVERSED OR LISTED AS REJECTED -
      * EMPTY THE FILE SO A SECOND RUN CANNOT REVERSE A CHECK AGAIN.
           IF DRAFT-RETURN-MODE
               CLOSE DRAFTRET
               OPEN OUTPUT DRAFTRET
               CLOSE DRAFTRET
           ELSE
               CLOSE RETCHECK
               OPEN OUTPUT RETCHECK
               CLOSE RETCHECK
           END-IF.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-RETCHECK-PATH FROM ENVIRONMENT "RETCHECK_PATH".
           IF WS-RETCHECK-PATH = SPACES
               MOVE "RETCHECK.DAT" TO WS-RETCHECK-PATH
           END-IF.

           ACCEPT WS-DRAFTRET-PATH FROM ENVIRONMENT "DRAFTRET_PATH".
           IF WS-DRAFTRET-PATH = SPACES
               MOVE "DRAFTRET.DAT" TO WS-DRAFTRET-PATH
           END-IF.

      * EACH MODE PRINTS TO ITS OWN REPORT SO A DAY THAT RUNS BOTH
      * KEEPS BOTH.
           ACCEPT WS-RETCHKRPT-PATH FROM ENVIRONMENT "RETCHKRPT_PATH".
           IF WS-RETCHKRPT-PATH = SPACES
               IF DRAFT-RETURN-MODE
                   MOVE "DRFRETRPT.TXT" TO WS-RETCHKRPT-PATH
               ELSE
                   MOVE "RETCHKRPT.TXT" TO WS-RETCHKRPT-PATH
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

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-ARWORK-PATH FROM ENVIRONMENT "ARWORK_PATH".
           IF WS-ARWORK-PATH = SPACES
               MOVE "ARWORK.DAT" TO WS-ARWORK-PATH
           END-IF.

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

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD RETCHK TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_RETCHECK" TO OPC-PROGRAM-NAME.
           MOVE "RETCHK" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       100-REVERSE-ONE-CHECK.
           IF NOT EOF
               ADD 1 TO NOTICES-READ-COUNT
               IF EMPLOYER-NOTICE
                   PERFORM 600-REVERSE-EMPLOYER-CHECK
               ELSE
                   PERFORM 110-REVERSE-MEMBER-CHECK
               END-IF
               PERFORM 210-READ-NOTICE
           END-IF.

      * EVERY CHECK IS PROVED BEFORE ANYTHING IS TOUCHED - FOUND ON
      * PAYEXTR, NOT ALREADY REVERSED, AND ROOM ON THE MEMBER'S
      * BALANCE FOR THE CHECK PLUS THE FEE.
       110-REVERSE-MEMBER-CHECK.
           PERFORM 150-LOOK-UP-MEMBER.
           IF CARD-FOUND AND RTN-CHECK-NUMBER NOT = ZERO
               PERFORM 200-LOAD-CHECK-APPLICATIONS
               PERFORM 250-PRICE-REVERSAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT CARD-FOUND
                   MOVE "CARD NUMBER NOT ON FILE" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN RTN-CHECK-NUMBER = ZERO
                   MOVE "NO CHECK OR TRACE NUMBER" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN ALREADY-RETURNED
                   MOVE "ALREADY RETURNED" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN TABLE-FULL
                   MOVE "TOO MANY APPLICATIONS - BY HAND" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN APPL-TABLE-COUNT = ZERO
                   MOVE "PAYMENT NOT ON PAYEXTR" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN DRAFT-RETURN-MODE
                   AND DRR-AMOUNT NOT = CHECK-AMOUNT-WORK
                   MOVE "RETURN AMOUNT DIFFERS FROM DRAFT"
                       TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN NEW-BALANCE-WORK > 9999.99
                   MOVE "BALANCE DUE LIMIT EXCEEDED" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 300-APPLY-REVERSAL
           END-EVALUATE.

       150-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE RTN-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.

      * LOADS THE CHECK'S APPLICATIONS FROM PAYEXTR - THE POSITIVE
      * RECORDS FOR THIS CARD, POSTING DATE, AND CHECK NUMBER - AND
      * NOTES A REVERSAL RECORD ALREADY ON FILE FOR THE SAME CHECK.
      * RECORDS WRITTEN BEFORE THE CHECK NUMBER WAS CARRIED READ BACK
      * BLANK AND ARE PASSED OVER.  DRAFT MODE TAKES ONLY BANK DRAFT
      * RECORDS (METHOD B), AN EMPLOYER'S NOTICE ONLY EMPLOYER CHECKS
      * (METHOD E) UNDER WHATEVER CARDS THEY SETTLED, AND A MEMBER'S
      * CHECK EVERYTHING ELSE, SO A TRACE NUMBER OR AN EMPLOYER'S
      * CHECK CAN NEVER PASS FOR A MEMBER'S CHECK.
       200-LOAD-CHECK-APPLICATIONS.
           MOVE ZERO TO APPL-TABLE-COUNT.
           MOVE "N" TO ALREADY-RETURNED-SWITCH.
           MOVE "N" TO TABLE-FULL-SWITCH.
           MOVE "N" TO PX-EOF-SWITCH.
           OPEN INPUT PAYEXTR.
           IF NOT WS-PAYEXTR-OK
               MOVE "Y" TO PX-EOF-SWITCH
           ELSE
               PERFORM 205-LOAD-ONE-APPLICATION
                   WITH TEST AFTER
                   UNTIL PX-EOF
               CLOSE PAYEXTR
           END-IF.

       205-LOAD-ONE-APPLICATION.
           READ PAYEXTR
               AT END
                   MOVE "Y" TO PX-EOF-SWITCH
               NOT AT END
                   IF PX-CHECK-NUMBER NUMERIC
                       AND PX-REVERSED-PAY-DATE NUMERIC
                       AND PX-CHECK-NUMBER = RTN-CHECK-NUMBER
                       PERFORM 207-MATCH-PAY-METHOD
                   ELSE
                       MOVE "N" TO PX-MATCH-SWITCH
                   END-IF
                   IF PX-MATCHES-NOTICE
                       IF PX-REVERSED-PAY-DATE = RTN-PAYMENT-DATE
                           MOVE "Y" TO ALREADY-RETURNED-SWITCH
                       END-IF
                       IF PX-PAYMENT-DATE = RTN-PAYMENT-DATE
                           AND PX-REVERSED-PAY-DATE = ZERO
                           AND PX-AMOUNT > ZERO
                           PERFORM 206-ADD-APPLICATION-ROW
                       END-IF
                   END-IF
           END-READ.

       206-ADD-APPLICATION-ROW.
           IF APPL-TABLE-COUNT < APPL-TABLE-MAX
               ADD 1 TO APPL-TABLE-COUNT
               MOVE PX-CARD-NUMBER  TO AP-CARD-NUMBER(APPL-TABLE-COUNT)
               MOVE PX-BRANCH-CODE  TO AP-BRANCH-CODE(APPL-TABLE-COUNT)
               MOVE PX-SOURCE-CODE  TO AP-SOURCE-CODE(APPL-TABLE-COUNT)
               MOVE PX-AMOUNT       TO AP-AMOUNT(APPL-TABLE-COUNT)
               MOVE "N"             TO AP-MATCHED(APPL-TABLE-COUNT)
               IF PX-ITEM-CHARGE-DATE NUMERIC
                   MOVE PX-ITEM-CHARGE-DATE
                       TO AP-ITEM-CHARGE-DATE(APPL-TABLE-COUNT)
               ELSE
                   MOVE ZERO TO AP-ITEM-CHARGE-DATE(APPL-TABLE-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO TABLE-FULL-SWITCH
           END-IF.

       207-MATCH-PAY-METHOD.
           MOVE "N" TO PX-MATCH-SWITCH.
           EVALUATE TRUE
               WHEN EMPLOYER-NOTICE
                   IF PX-PAY-METHOD = "E"
                       MOVE "Y" TO PX-MATCH-SWITCH
                   END-IF
               WHEN PX-CARD-NUMBER NOT = RTN-CARD-NUMBER
                   CONTINUE
               WHEN DRAFT-RETURN-MODE
                   IF PX-PAY-METHOD = "B"
                       MOVE "Y" TO PX-MATCH-SWITCH
                   END-IF
               WHEN OTHER
                   IF PX-PAY-METHOD NOT = "B"
                       AND PX-PAY-METHOD NOT = "E"
                       MOVE "Y" TO PX-MATCH-SWITCH
                   END-IF
           END-EVALUATE.

       210-READ-NOTICE.
           IF DRAFT-RETURN-MODE
               READ DRAFTRET
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       PERFORM 215-BUILD-DRAFT-NOTICE
               END-READ
           ELSE
               READ RETCHECK INTO RETURN-NOTICE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       PERFORM 212-CHECK-EMPLOYER-NOTICE
               END-READ
           END-IF.

      * A NOTICE KEYED WITH A CORPORATE ACCOUNT NUMBER IS AN
      * EMPLOYER'S CHECK; ONE KEYED BLANK OR ZERO IS A MEMBER'S.
       212-CHECK-EMPLOYER-NOTICE.
           MOVE "N" TO EMPLOYER-NOTICE-SWITCH.
           IF RTN-CORP-ACCOUNT-NUMBER NUMERIC
               IF RTN-CORP-ACCOUNT-NUMBER > ZERO
                   MOVE "Y" TO EMPLOYER-NOTICE-SWITCH
               END-IF
           END-IF.

      * A BANK RETURN BECOMES A NOTICE LIKE ANY OTHER - THE EFFECTIVE
      * DATE IS THE "POSTING" DATE YMCA_DRAFTRUN EXTRACTED THE DRAFT
      * UNDER, AND THE TRACE NUMBER RIDES AS THE CHECK NUMBER.
       215-BUILD-DRAFT-NOTICE.
           MOVE DRR-CARD-NUMBER    TO RTN-CARD-NUMBER.
           MOVE DRR-EFFECTIVE-DATE TO RTN-PAYMENT-DATE.
           MOVE DRR-TRACE-NUMBER   TO RTN-CHECK-NUMBER.
           MOVE DRR-RETURN-DATE    TO RTN-RETURN-DATE.
           MOVE OPERATOR-ID        TO RTN-OPERATOR-ID.

      * WHAT THE REVERSAL WILL DO TO THE MEMBER.  THE PART OF THE
      * CHECK YMCA_PAYPOST CARRIED TO CREDIT (CR) COMES BACK OFF THE
      * CREDIT AS FAR AS THE CREDIT STILL STANDS - WHATEVER HAS SINCE
      * BEEN USED UP OR REFUNDED IS OWED AGAIN, SO IT GOES ON THE
      * BALANCE WITH EVERYTHING ELSE THE CHECK PAID, PLUS THE FEE.
       250-PRICE-REVERSAL.
           MOVE ZERO TO CHECK-AMOUNT-WORK
                        CREDIT-PORTION-WORK
                        UNITEMIZED-WORK.
           PERFORM 255-PRICE-ONE-APPLICATION
               VARYING APPL-IDX FROM 1 BY 1
               UNTIL APPL-IDX > APPL-TABLE-COUNT.
           IF CREDIT-PORTION-WORK > MBR-CREDIT-BALANCE
               MOVE MBR-CREDIT-BALANCE TO CREDIT-TAKEN-WORK
           ELSE
               MOVE CREDIT-PORTION-WORK TO CREDIT-TAKEN-WORK
           END-IF.
           COMPUTE BALANCE-ADDED-WORK =
               CHECK-AMOUNT-WORK - CREDIT-TAKEN-WORK.
           COMPUTE NEW-BALANCE-WORK =
               MBR-BALANCE-DUE + BALANCE-ADDED-WORK
                   + RETURNED-CHECK-FEE.

       255-PRICE-ONE-APPLICATION.
           ADD AP-AMOUNT(APPL-IDX) TO CHECK-AMOUNT-WORK.
           IF AP-SOURCE-CODE(APPL-IDX) = "CR"
               ADD AP-AMOUNT(APPL-IDX) TO CREDIT-PORTION-WORK
           END-IF.

      * REWRITES THE MEMBER FIRST - ONLY A CLEAN REWRITE GOES ON TO
      * RE-OPEN ITEMS, LOG, EXTRACT, AND PRINT, SO THE ITEMS NEVER
      * SAY MORE IS OWED THAN THE BALANCE DOES.
       300-APPLY-REVERSAL.
           MOVE MEMBER-MASTER-RECORD TO LOG-BEFORE-IMAGE.
           MOVE MBR-BALANCE-DUE TO OLD-BALANCE-DUE.
           MOVE "N" TO CASH-ONLY-SET-SWITCH.
           MOVE "N" TO DRAFT-DROPPED-SWITCH.
           SUBTRACT CREDIT-TAKEN-WORK FROM MBR-CREDIT-BALANCE.
           MOVE NEW-BALANCE-WORK TO MBR-BALANCE-DUE.
           IF RTN-RETURN-DATE NOT NUMERIC OR RTN-RETURN-DATE = ZERO
               MOVE CD-CURRENT-DATE TO RTN-RETURN-DATE
           END-IF.
           IF DRAFT-RETURN-MODE
               PERFORM 315-COUNT-DRAFT-FAILURE
           ELSE
               PERFORM 310-COUNT-RETURN
           END-IF.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.

           REWRITE MEMBER-MASTER-RECORD.

           IF WS-YMCAMEM-OK
               ADD 1 TO CHECKS-REVERSED-COUNT
               ADD CHECK-AMOUNT-WORK TO TOTAL-REVERSED-AMOUNT
               ADD RETURNED-CHECK-FEE TO TOTAL-FEE-AMOUNT
               MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
               PERFORM 320-REOPEN-SETTLED-ITEMS
               PERFORM 350-RAISE-NEW-ITEMS
               PERFORM 370-LOG-REVERSAL-CHANGE
               PERFORM 380-WRITE-REVERSAL-EXTRACT
               MOVE RTN-CARD-NUMBER     TO RD-CARD-NUMBER
               MOVE MBR-NAME            TO RD-MEMBER-NAME
               MOVE RTN-CHECK-NUMBER    TO RD-CHECK-NUMBER
               MOVE RTN-PAYMENT-DATE    TO RD-PAYMENT-DATE
               MOVE CHECK-AMOUNT-WORK   TO RD-CHECK-AMOUNT
               MOVE RETURNED-CHECK-FEE  TO RD-FEE-AMOUNT
               MOVE MBR-BALANCE-DUE     TO RD-NEW-BALANCE
               EVALUATE TRUE
                   WHEN CASH-ONLY-SET
                       MOVE "NOW CASH ONLY" TO RD-NOTE
                   WHEN DRAFT-DROPPED
                       MOVE "OFF DRAFT" TO RD-NOTE
                   WHEN OTHER
                       MOVE SPACES TO RD-NOTE
               END-EVALUATE
               MOVE RETCHK-DETAIL-LINE TO RETCHK-REPORT
               WRITE RETCHK-REPORT AFTER ADVANCING 1 LINES
           ELSE
               MOVE "REWRITE FAILED - STATUS " TO RJ-REASON
               MOVE WS-YMCAMEM-STATUS TO RJ-REASON(25:2)
               PERFORM 400-WRITE-REJECT-LINE
           END-IF.

      * A SECOND RETURN WITHIN TWELVE MONTHS OF THE LAST ONE MAKES THE
      * MEMBER CASH-ONLY.  THE WINDOW IS THE LAST RETURN DATE PLUS
      * ONE YEAR (YYYYMMDD + 10000).  A NOTICE KEYED WITHOUT A RETURN
      * DATE COUNTS AS RETURNED TODAY.
       310-COUNT-RETURN.
           IF MBR-NSF-LAST-DATE NOT NUMERIC
               MOVE ZERO TO MBR-NSF-LAST-DATE
           END-IF.
           IF MBR-NSF-RETURN-COUNT NOT NUMERIC
               MOVE ZERO TO MBR-NSF-RETURN-COUNT
           END-IF.
           IF MBR-NSF-LAST-DATE > ZERO
               COMPUTE NSF-WINDOW-DATE = MBR-NSF-LAST-DATE + 10000
               IF NSF-WINDOW-DATE NOT < RTN-RETURN-DATE
                   AND NOT MBR-CASH-ONLY
                   MOVE "C" TO MBR-PAY-RESTRICT-CODE
                   MOVE "Y" TO CASH-ONLY-SET-SWITCH
                   ADD 1 TO CASH-ONLY-COUNT
               END-IF
           END-IF.
           MOVE RTN-RETURN-DATE TO MBR-NSF-LAST-DATE.
           ADD 1 TO MBR-NSF-RETURN-COUNT
               ON SIZE ERROR
                   MOVE 99 TO MBR-NSF-RETURN-COUNT
           END-ADD.

      * A FAILED DRAFT COUNTS AGAINST THE DRAFT, NOT THE CASH-ONLY
      * RULE.  FAILURES ARE COUNTED INSIDE THE SAME TWELVE-MONTH
      * WINDOW - AN OLDER FAILURE STARTS THE COUNT OVER - AND THE
      * MEMBER COMES OFF DRAFTING AT DRAFT-FAIL-LIMIT, OR AT ONCE WHEN
      * THE BANK SAYS THE ACCOUNT CANNOT BE DRAFTED AGAIN.
       315-COUNT-DRAFT-FAILURE.
           IF MBR-DRAFT-FAIL-DATE NOT NUMERIC
               MOVE ZERO TO MBR-DRAFT-FAIL-DATE
           END-IF.
           IF MBR-DRAFT-FAIL-COUNT NOT NUMERIC
               MOVE ZERO TO MBR-DRAFT-FAIL-COUNT
           END-IF.
           IF MBR-DRAFT-FAIL-DATE > ZERO
               COMPUTE NSF-WINDOW-DATE = MBR-DRAFT-FAIL-DATE + 10000
           ELSE
               MOVE ZERO TO NSF-WINDOW-DATE
           END-IF.
           IF NSF-WINDOW-DATE < RTN-RETURN-DATE
               MOVE ZERO TO MBR-DRAFT-FAIL-COUNT
           END-IF.
           ADD 1 TO MBR-DRAFT-FAIL-COUNT
               ON SIZE ERROR
                   MOVE 99 TO MBR-DRAFT-FAIL-COUNT
           END-ADD.
           MOVE RTN-RETURN-DATE TO MBR-DRAFT-FAIL-DATE.
           IF MBR-ON-DRAFT
               AND (MBR-DRAFT-FAIL-COUNT NOT < DRAFT-FAIL-LIMIT
                    OR DRR-ACCOUNT-UNUSABLE)
               MOVE "D" TO MBR-DRAFT-STATUS
               MOVE "Y" TO DRAFT-DROPPED-SWITCH
               ADD 1 TO DRAFT-DROPPED-COUNT
           END-IF.

      * RE-OPENS EACH ITEM THE CHECK SETTLED BY WHAT THE CHECK PAID ON
      * IT.  AN ITEM IS THE CHECK'S WHEN CARD, CHARGE DATE, AND SOURCE
      * MATCH AN UNMATCHED APPLICATION AND ENOUGH OF IT IS PAID TO
      * COVER THAT APPLICATION.  EVERY RECORD IS COPIED THROUGH THE
      * WORK FILE AND BACK.
       320-REOPEN-SETTLED-ITEMS.
           MOVE "N" TO AR-EOF-SWITCH.
           OPEN INPUT ARITEMS.
           IF WS-ARITEMS-OK
               OPEN OUTPUT ARWORK
               IF NOT WS-ARWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN ARWORK - ITEMS "
                       "NOT RE-OPENED - CARD: " RTN-CARD-NUMBER
                   CLOSE ARITEMS
               ELSE
                   PERFORM 325-REOPEN-ONE-ITEM
                       WITH TEST AFTER
                       UNTIL AR-EOF
                   CLOSE ARITEMS
                         ARWORK
                   PERFORM 340-COPY-ITEMS-BACK
               END-IF
           END-IF.

       325-REOPEN-ONE-ITEM.
           READ ARITEMS
               AT END
                   MOVE "Y" TO AR-EOF-SWITCH
               NOT AT END
                   IF ARI-CARD-NUMBER = RTN-CARD-NUMBER
                       MOVE "N" TO ITEM-MATCHED-SWITCH
                       PERFORM 330-MATCH-ONE-APPLICATION
                           VARYING APPL-IDX FROM 1 BY 1
                           UNTIL APPL-IDX > APPL-TABLE-COUNT
                              OR ITEM-MATCHED
                   END-IF
                   MOVE OPEN-ITEM-RECORD TO AR-WORK-RECORD
                   WRITE AR-WORK-RECORD
           END-READ.

       330-MATCH-ONE-APPLICATION.
           IF AP-MATCHED(APPL-IDX) = "N"
               AND AP-SOURCE-CODE(APPL-IDX) NOT = "UN"
               AND AP-SOURCE-CODE(APPL-IDX) NOT = "CR"
               AND AP-ITEM-CHARGE-DATE(APPL-IDX) = ARI-CHARGE-DATE
               AND AP-SOURCE-CODE(APPL-IDX) = ARI-SOURCE-CODE
               COMPUTE ITEM-PAID-WORK =
                   ARI-ORIGINAL-AMOUNT - ARI-OPEN-AMOUNT
               IF ITEM-PAID-WORK NOT < AP-AMOUNT(APPL-IDX)
                   ADD AP-AMOUNT(APPL-IDX) TO ARI-OPEN-AMOUNT
                   MOVE "Y" TO AP-MATCHED(APPL-IDX)
                   MOVE "Y" TO ITEM-MATCHED-SWITCH
               END-IF
           END-IF.

       340-COPY-ITEMS-BACK.
           MOVE "N" TO ARWORK-EOF-SWITCH.
           OPEN INPUT ARWORK.
           OPEN OUTPUT ARITEMS.
           IF NOT WS-ARWORK-OK OR NOT WS-ARITEMS-OK
               DISPLAY "** UNABLE TO COPY ITEMS BACK - OPEN ITEMS "
                   "LEFT ON " WS-ARWORK-PATH
           ELSE
               PERFORM 345-COPY-ONE-ITEM-BACK
                   WITH TEST AFTER
                   UNTIL ARWORK-EOF
           END-IF.
           CLOSE ARWORK
                 ARITEMS.

       345-COPY-ONE-ITEM-BACK.
           READ ARWORK
               AT END
                   MOVE "Y" TO ARWORK-EOF-SWITCH
               NOT AT END
                   MOVE AR-WORK-RECORD TO OPEN-ITEM-RECORD
                   WRITE OPEN-ITEM-RECORD
           END-READ.

      * WHAT THE RE-OPEN PASS COULD NOT PUT BACK ON AN EXISTING ITEM
      * IS RAISED FRESH, DATED TODAY, SO THE ITEMS STILL ADD UP TO THE
      * BALANCE: AN APPLICATION WHOSE ITEM IS GONE UNDER ITS OWN
      * SOURCE, THE UNAPPLIED PART AND THE USED-UP CREDIT TOGETHER AS
      * OT, THEN THE RETURNED-CHECK FEE AS NF.
       350-RAISE-NEW-ITEMS.
           COMPUTE UNITEMIZED-WORK =
               CREDIT-PORTION-WORK - CREDIT-TAKEN-WORK.
           OPEN EXTEND ARITEMS.
           IF WS-ARITEMS-FILE-MISSING
               OPEN OUTPUT ARITEMS
               CLOSE ARITEMS
               OPEN EXTEND ARITEMS
           END-IF.
           IF NOT WS-ARITEMS-OK
               DISPLAY "WARNING - UNABLE TO OPEN ARITEMS - STATUS: "
                   WS-ARITEMS-STATUS " - NO ITEMS RAISED - CARD: "
                   RTN-CARD-NUMBER
           ELSE
               PERFORM 355-RAISE-UNMATCHED-ITEM
                   VARYING APPL-IDX FROM 1 BY 1
                   UNTIL APPL-IDX > APPL-TABLE-COUNT
               IF UNITEMIZED-WORK > ZERO
                   MOVE "OT"            TO NEW-ITEM-SOURCE
                   MOVE UNITEMIZED-WORK TO NEW-ITEM-AMOUNT
                   PERFORM 360-APPEND-ITEM
               END-IF
               MOVE "NF"               TO NEW-ITEM-SOURCE
               MOVE RETURNED-CHECK-FEE TO NEW-ITEM-AMOUNT
               PERFORM 360-APPEND-ITEM
               CLOSE ARITEMS
           END-IF.

       355-RAISE-UNMATCHED-ITEM.
           IF AP-MATCHED(APPL-IDX) = "N"
               AND AP-SOURCE-CODE(APPL-IDX) NOT = "CR"
               IF AP-SOURCE-CODE(APPL-IDX) = "UN"
                   ADD AP-AMOUNT(APPL-IDX) TO UNITEMIZED-WORK
               ELSE
                   MOVE AP-SOURCE-CODE(APPL-IDX) TO NEW-ITEM-SOURCE
                   MOVE AP-AMOUNT(APPL-IDX)      TO NEW-ITEM-AMOUNT
                   PERFORM 360-APPEND-ITEM
               END-IF
           END-IF.

       360-APPEND-ITEM.
           MOVE RTN-CARD-NUMBER TO ARI-CARD-NUMBER.
           MOVE CD-CURRENT-DATE TO ARI-CHARGE-DATE.
           MOVE NEW-ITEM-SOURCE TO ARI-SOURCE-CODE.
           MOVE NEW-ITEM-AMOUNT TO ARI-ORIGINAL-AMOUNT.
           MOVE NEW-ITEM-AMOUNT TO ARI-OPEN-AMOUNT.
           WRITE OPEN-ITEM-RECORD.
           IF NOT WS-ARITEMS-OK
               DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
                   WS-ARITEMS-STATUS " - CARD: " RTN-CARD-NUMBER
           END-IF.

      * THE AUDIT ENTRY - BEFORE/AFTER IMAGES UNDER THE KEYING
      * OPERATOR'S ID, OPENED AND CLOSED PER EVENT AND BOOTSTRAPPED
      * ON FIRST USE LIKE EVERY OTHER MBRCHLOG WRITER.  A FAILURE
      * WARNS BUT DOES NOT UNDO THE REVERSAL.
       370-LOG-REVERSAL-CHANGE.
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
               MOVE RTN-CARD-NUMBER  TO CHG-CARD-NUMBER
               MOVE CD-CURRENT-DATE  TO CHG-CHANGE-DATE
               MOVE CD-CURRENT-TIME  TO CHG-CHANGE-TIME
               MOVE RTN-OPERATOR-ID  TO CHG-OPERATOR-ID
               MOVE "K"              TO CHG-FUNCTION-CODE
               MOVE LOG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
               MOVE LOG-AFTER-IMAGE  TO CHG-AFTER-IMAGE
               WRITE CHANGE-LOG-RECORD
               IF NOT WS-MBRCHLOG-OK
                   DISPLAY "WARNING - MBRCHLOG WRITE FAILED - STATUS: "
                       WS-MBRCHLOG-STATUS
               END-IF
               CLOSE MBRCHLOG
           END-IF.

      * ONE NEGATIVE RECORD PER APPLICATION, SAME SOURCE, ITEM DATE,
      * AND CHECK NUMBER, DATED TODAY AND CARRYING THE ORIGINAL
      * POSTING DATE IN PX-REVERSED-PAY-DATE - SO YMCA_REVSUM NETS
      * THE CHECK OUT OF THE BRANCH'S COLLECTIONS AND A SECOND NOTICE
      * FOR THE SAME CHECK IS RECOGNIZED.  THE FEE IS A CHARGE, NOT A
      * COLLECTION, AND STAYS OFF THE EXTRACT UNTIL IT IS PAID.
       380-WRITE-REVERSAL-EXTRACT.
           OPEN EXTEND PAYEXTR.
           IF WS-PAYEXTR-FILE-MISSING
               OPEN OUTPUT PAYEXTR
               CLOSE PAYEXTR
               OPEN EXTEND PAYEXTR
           END-IF.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - UNABLE TO OPEN PAYEXTR - STATUS: "
                   WS-PAYEXTR-STATUS " - REVERSAL NOT EXTRACTED - "
                   "CARD: " RTN-CARD-NUMBER
           ELSE
               PERFORM 385-WRITE-ONE-REVERSAL
                   VARYING APPL-IDX FROM 1 BY 1
                   UNTIL APPL-IDX > APPL-TABLE-COUNT
               CLOSE PAYEXTR
           END-IF.

       385-WRITE-ONE-REVERSAL.
           MOVE RTN-CARD-NUMBER     TO PX-CARD-NUMBER.
           MOVE CD-CURRENT-DATE     TO PX-PAYMENT-DATE.
           MOVE MBR-BRANCH-CODE     TO PX-BRANCH-CODE.
           MOVE AP-SOURCE-CODE(APPL-IDX) TO PX-SOURCE-CODE.
           COMPUTE PX-AMOUNT = ZERO - AP-AMOUNT(APPL-IDX).
           MOVE RTN-CHECK-NUMBER    TO PX-CHECK-NUMBER.
           MOVE AP-ITEM-CHARGE-DATE(APPL-IDX) TO PX-ITEM-CHARGE-DATE.
           MOVE RTN-PAYMENT-DATE    TO PX-REVERSED-PAY-DATE.
           IF DRAFT-RETURN-MODE
               MOVE "B"             TO PX-PAY-METHOD
           ELSE
               MOVE "K"             TO PX-PAY-METHOD
           END-IF.
           WRITE PAY-EXTRACT-RECORD.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - PAYEXTR WRITE FAILED - STATUS: "
                   WS-PAYEXTR-STATUS
           END-IF.

       400-WRITE-REJECT-LINE.
           IF EMPLOYER-NOTICE
               MOVE RTN-CORP-ACCOUNT-NUMBER TO RJ-CARD-NUMBER
           ELSE
               MOVE RTN-CARD-NUMBER TO RJ-CARD-NUMBER
           END-IF.
           MOVE RTN-CHECK-NUMBER   TO RJ-CHECK-NUMBER.
           MOVE RTN-PAYMENT-DATE   TO RJ-PAYMENT-DATE.
           MOVE RTN-OPERATOR-ID    TO RJ-OPERATOR-ID.
           MOVE REJECT-DETAIL-LINE TO RETCHK-REPORT.
           WRITE RETCHK-REPORT AFTER ADVANCING 1 LINES.
           ADD 1 TO NOTICES-REJECT-COUNT.

       500-PRINT-RETCHK-TRAILER.
           MOVE CHECKS-REVERSED-COUNT TO RT-REVERSED-COUNT.
           MOVE TOTAL-REVERSED-AMOUNT TO RT-TOTAL-REVERSED.
           MOVE RETCHK-TRAILER-LINE   TO RETCHK-REPORT.
           WRITE RETCHK-REPORT AFTER ADVANCING 2 LINES.
           MOVE TOTAL-FEE-AMOUNT      TO RF-TOTAL-FEES.
           MOVE CASH-ONLY-COUNT       TO RF-CASH-ONLY-COUNT.
           MOVE DRAFT-DROPPED-COUNT   TO RF-DROPPED-COUNT.
           MOVE RETCHK-FEE-LINE       TO RETCHK-REPORT.
           WRITE RETCHK-REPORT AFTER ADVANCING 1 LINES.
           MOVE NOTICES-READ-COUNT    TO RC-READ-COUNT.
           MOVE NOTICES-REJECT-COUNT  TO RC-REJECT-COUNT.
           MOVE RETCHK-COUNT-LINE     TO RETCHK-REPORT.
           WRITE RETCHK-REPORT AFTER ADVANCING 1 LINES.

      * AN EMPLOYER'S CHECK POSTED TO A CORPORATE ACCOUNT BY
      * YMCA_CORPACCT.  IT IS PROVED THE WAY A MEMBER'S IS - ACCOUNT
      * ON FILE, FOUND ON PAYEXTR, NOT ALREADY REVERSED, AND ROOM ON
      * THE ACCOUNT'S BALANCE - BUT THERE IS NO RETURNED-CHECK FEE
      * AND NO CASH-ONLY RULE; THE ACCOUNT MANAGER FOLLOWS IT UP.
       600-REVERSE-EMPLOYER-CHECK.
           PERFORM 610-LOOK-UP-ACCOUNT.
           IF ACCOUNT-FOUND AND RTN-CHECK-NUMBER NOT = ZERO
               PERFORM 200-LOAD-CHECK-APPLICATIONS
               PERFORM 620-PRICE-EMPLOYER-REVERSAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON CORPMAS" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN RTN-CHECK-NUMBER = ZERO
                   MOVE "NO CHECK OR TRACE NUMBER" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN ALREADY-RETURNED
                   MOVE "ALREADY RETURNED" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN TABLE-FULL
                   MOVE "TOO MANY APPLICATIONS - BY HAND" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN APPL-TABLE-COUNT = ZERO
                   MOVE "PAYMENT NOT ON PAYEXTR" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN NEW-BALANCE-WORK > 999999.99
                   MOVE "BALANCE DUE LIMIT EXCEEDED" TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 630-APPLY-EMPLOYER-REVERSAL
           END-EVALUATE.

       610-LOOK-UP-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           IF CORPMAS-OPEN
               MOVE RTN-CORP-ACCOUNT-NUMBER TO CRP-ACCOUNT-NUMBER
               READ CORPMAS
                   INVALID KEY
                       MOVE "N" TO ACCOUNT-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO ACCOUNT-FOUND-SWITCH
               END-READ
           END-IF.

      * AS 250 PRICES A MEMBER'S: THE PART YMCA_CORPACCT CARRIED TO
      * THE ACCOUNT'S CREDIT (CR) COMES BACK OFF THE CREDIT AS FAR AS
      * IT STILL STANDS, AND THE REST OF THE CHECK GOES BACK ON THE
      * ACCOUNT'S BALANCE DUE.
       620-PRICE-EMPLOYER-REVERSAL.
           MOVE ZERO TO CHECK-AMOUNT-WORK
                        CREDIT-PORTION-WORK
                        UNITEMIZED-WORK.
           PERFORM 255-PRICE-ONE-APPLICATION
               VARYING APPL-IDX FROM 1 BY 1
               UNTIL APPL-IDX > APPL-TABLE-COUNT.
           IF CREDIT-PORTION-WORK > CRP-CREDIT-BALANCE
               MOVE CRP-CREDIT-BALANCE TO CREDIT-TAKEN-WORK
           ELSE
               MOVE CREDIT-PORTION-WORK TO CREDIT-TAKEN-WORK
           END-IF.
           COMPUTE BALANCE-ADDED-WORK =
               CHECK-AMOUNT-WORK - CREDIT-TAKEN-WORK.
           COMPUTE NEW-BALANCE-WORK =
               CRP-BALANCE-DUE + BALANCE-ADDED-WORK.

      * REWRITES THE ACCOUNT FIRST - ONLY A CLEAN REWRITE GOES ON TO
      * RE-OPEN THE EMPLOYER ITEMS, EXTRACT, AND PRINT, SO CORPITEMS
      * NEVER SAYS MORE IS OWED THAN CRP-BALANCE-DUE DOES.  NOTHING
      * ON THE EMPLOYEES' OWN RECORDS CHANGES.
       630-APPLY-EMPLOYER-REVERSAL.
           SUBTRACT CREDIT-TAKEN-WORK FROM CRP-CREDIT-BALANCE.
           MOVE NEW-BALANCE-WORK TO CRP-BALANCE-DUE.
           MOVE CD-CURRENT-DATE  TO CRP-CHANGED-DATE.
           MOVE RTN-OPERATOR-ID  TO CRP-CHANGED-BY.

           REWRITE CORPORATE-ACCOUNT-RECORD.

           IF WS-CORPMAS-OK
               ADD 1 TO CHECKS-REVERSED-COUNT
               ADD CHECK-AMOUNT-WORK TO TOTAL-REVERSED-AMOUNT
               PERFORM 640-REOPEN-CORP-ITEMS
               PERFORM 660-RAISE-NEW-CORP-ITEMS
               PERFORM 680-WRITE-EMPLOYER-EXTRACT
               MOVE CRP-ACCOUNT-NUMBER  TO ED-ACCOUNT-NUMBER
               MOVE CRP-EMPLOYER-NAME   TO ED-EMPLOYER-NAME
               MOVE RTN-CHECK-NUMBER    TO ED-CHECK-NUMBER
               MOVE RTN-PAYMENT-DATE    TO ED-PAYMENT-DATE
               MOVE CHECK-AMOUNT-WORK   TO ED-CHECK-AMOUNT
               MOVE CRP-BALANCE-DUE     TO ED-NEW-BALANCE
               MOVE EMPLOYER-DETAIL-LINE TO RETCHK-REPORT
               WRITE RETCHK-REPORT AFTER ADVANCING 1 LINES
           ELSE
               MOVE "REWRITE FAILED - STATUS " TO RJ-REASON
               MOVE WS-CORPMAS-STATUS TO RJ-REASON(25:2)
               PERFORM 400-WRITE-REJECT-LINE
           END-IF.

      * RE-OPENS EACH EMPLOYER ITEM THE CHECK SETTLED BY WHAT THE
      * CHECK PAID ON IT.  AN ITEM IS THE CHECK'S WHEN IT IS ON THIS
      * ACCOUNT AND EMPLOYEE CARD, CHARGE DATE, AND SOURCE MATCH AN
      * UNMATCHED APPLICATION THAT ENOUGH OF IT IS PAID TO COVER.
      * EVERY RECORD IS COPIED THROUGH THE WORK FILE AND BACK.
       640-REOPEN-CORP-ITEMS.
           MOVE "N" TO CPI-EOF-SWITCH.
           OPEN INPUT CORPITEMS.
           IF WS-CORPITEMS-OK
               OPEN OUTPUT CORPWORK
               IF NOT WS-CORPWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CORPWORK - ITEMS "
                       "NOT RE-OPENED - ACCOUNT: " CRP-ACCOUNT-NUMBER
                   CLOSE CORPITEMS
               ELSE
                   PERFORM 645-REOPEN-ONE-CORP-ITEM
                       WITH TEST AFTER
                       UNTIL CPI-EOF
                   CLOSE CORPITEMS
                         CORPWORK
                   PERFORM 655-COPY-CORP-ITEMS-BACK
               END-IF
           END-IF.

       645-REOPEN-ONE-CORP-ITEM.
           READ CORPITEMS
               AT END
                   MOVE "Y" TO CPI-EOF-SWITCH
               NOT AT END
                   IF CPI-ACCOUNT-NUMBER = CRP-ACCOUNT-NUMBER
                       MOVE "N" TO ITEM-MATCHED-SWITCH
                       PERFORM 650-MATCH-ONE-CORP-APPLICATION
                           VARYING APPL-IDX FROM 1 BY 1
                           UNTIL APPL-IDX > APPL-TABLE-COUNT
                              OR ITEM-MATCHED
                   END-IF
                   MOVE CORP-ITEM-RECORD TO CORP-WORK-RECORD
                   WRITE CORP-WORK-RECORD
           END-READ.

       650-MATCH-ONE-CORP-APPLICATION.
           IF AP-MATCHED(APPL-IDX) = "N"
               AND AP-SOURCE-CODE(APPL-IDX) NOT = "UN"
               AND AP-SOURCE-CODE(APPL-IDX) NOT = "CR"
               AND AP-CARD-NUMBER(APPL-IDX) = CPI-CARD-NUMBER
               AND AP-ITEM-CHARGE-DATE(APPL-IDX) = CPI-CHARGE-DATE
               AND AP-SOURCE-CODE(APPL-IDX) = CPI-SOURCE-CODE
               COMPUTE ITEM-PAID-WORK =
                   CPI-ORIGINAL-AMOUNT - CPI-OPEN-AMOUNT
               IF ITEM-PAID-WORK NOT < AP-AMOUNT(APPL-IDX)
                   ADD AP-AMOUNT(APPL-IDX) TO CPI-OPEN-AMOUNT
                   MOVE "Y" TO AP-MATCHED(APPL-IDX)
                   MOVE "Y" TO ITEM-MATCHED-SWITCH
               END-IF
           END-IF.

       655-COPY-CORP-ITEMS-BACK.
           MOVE "N" TO CORPWORK-EOF-SWITCH.
           OPEN INPUT CORPWORK.
           OPEN OUTPUT CORPITEMS.
           IF NOT WS-CORPWORK-OK OR NOT WS-CORPITEMS-OK
               DISPLAY "** UNABLE TO COPY ITEMS BACK - EMPLOYER ITEMS "
                   "LEFT ON " WS-CORPWORK-PATH
           ELSE
               PERFORM 657-COPY-ONE-CORP-ITEM-BACK
                   WITH TEST AFTER
                   UNTIL CORPWORK-EOF
           END-IF.
           CLOSE CORPWORK
                 CORPITEMS.

       657-COPY-ONE-CORP-ITEM-BACK.
           READ CORPWORK
               AT END
                   MOVE "Y" TO CORPWORK-EOF-SWITCH
               NOT AT END
                   MOVE CORP-WORK-RECORD TO CORP-ITEM-RECORD
                   WRITE CORP-ITEM-RECORD
           END-READ.

      * WHAT THE RE-OPEN PASS COULD NOT PUT BACK ON AN EXISTING ITEM
      * IS RAISED FRESH ON THE ACCOUNT, DATED TODAY, SO THE ITEMS STILL
      * ADD UP TO THE BALANCE: AN APPLICATION WHOSE ITEM IS GONE UNDER
      * ITS OWN EMPLOYEE AND SOURCE, THEN THE UNAPPLIED PART AND THE
      * USED-UP CREDIT TOGETHER AS OT WITH NO EMPLOYEE.  NO FEE.
       660-RAISE-NEW-CORP-ITEMS.
           COMPUTE UNITEMIZED-WORK =
               CREDIT-PORTION-WORK - CREDIT-TAKEN-WORK.
           OPEN EXTEND CORPITEMS.
           IF WS-CORPITEMS-FILE-MISSING
               OPEN OUTPUT CORPITEMS
               CLOSE CORPITEMS
               OPEN EXTEND CORPITEMS
           END-IF.
           IF NOT WS-CORPITEMS-OK
               DISPLAY "WARNING - UNABLE TO OPEN CORPITEMS - STATUS: "
                   WS-CORPITEMS-STATUS " - NO ITEMS RAISED - "
                   "ACCOUNT: " CRP-ACCOUNT-NUMBER
           ELSE
               PERFORM 665-RAISE-UNMATCHED-CORP-ITEM
                   VARYING APPL-IDX FROM 1 BY 1
                   UNTIL APPL-IDX > APPL-TABLE-COUNT
               IF UNITEMIZED-WORK > ZERO
                   MOVE ZERO TO NEW-ITEM-CARD
                   MOVE "OT" TO NEW-ITEM-SOURCE
                   PERFORM 667-RAISE-UNITEMIZED-PIECE
                       WITH TEST AFTER
                       UNTIL UNITEMIZED-WORK = ZERO
               END-IF
               CLOSE CORPITEMS
           END-IF.

       665-RAISE-UNMATCHED-CORP-ITEM.
           IF AP-MATCHED(APPL-IDX) = "N"
               AND AP-SOURCE-CODE(APPL-IDX) NOT = "CR"
               IF AP-SOURCE-CODE(APPL-IDX) = "UN"
                   ADD AP-AMOUNT(APPL-IDX) TO UNITEMIZED-WORK
               ELSE
                   MOVE AP-CARD-NUMBER(APPL-IDX) TO NEW-ITEM-CARD
                   MOVE AP-SOURCE-CODE(APPL-IDX) TO NEW-ITEM-SOURCE
                   MOVE AP-AMOUNT(APPL-IDX)      TO NEW-ITEM-AMOUNT
                   PERFORM 670-APPEND-CORP-ITEM
               END-IF
           END-IF.

       667-RAISE-UNITEMIZED-PIECE.
           IF UNITEMIZED-WORK > CORP-ITEM-AMOUNT-MAX
               MOVE CORP-ITEM-AMOUNT-MAX TO NEW-ITEM-AMOUNT
           ELSE
               MOVE UNITEMIZED-WORK TO NEW-ITEM-AMOUNT
           END-IF.
           SUBTRACT NEW-ITEM-AMOUNT FROM UNITEMIZED-WORK.
           PERFORM 670-APPEND-CORP-ITEM.

       670-APPEND-CORP-ITEM.
           MOVE CRP-ACCOUNT-NUMBER TO CPI-ACCOUNT-NUMBER.
           MOVE NEW-ITEM-CARD      TO CPI-CARD-NUMBER.
           MOVE CD-CURRENT-DATE    TO CPI-CHARGE-DATE.
           MOVE NEW-ITEM-SOURCE    TO CPI-SOURCE-CODE.
           MOVE NEW-ITEM-AMOUNT    TO CPI-ORIGINAL-AMOUNT.
           MOVE NEW-ITEM-AMOUNT    TO CPI-OPEN-AMOUNT.
           WRITE CORP-ITEM-RECORD.
           IF NOT WS-CORPITEMS-OK
               DISPLAY "WARNING - CORPITEMS WRITE FAILED - STATUS: "
                   WS-CORPITEMS-STATUS " - ACCOUNT: "
                   CRP-ACCOUNT-NUMBER
           END-IF.

      * ONE NEGATIVE METHOD E RECORD PER APPLICATION, UNDER THE CARD
      * AND BRANCH THE APPLICATION WAS EXTRACTED UNDER (THE EMPLOYEE'S,
      * OR NO CARD AND THE ACCOUNT'S BRANCH FOR CR AND UN), DATED
      * TODAY AND CARRYING THE ORIGINAL POSTING DATE IN
      * PX-REVERSED-PAY-DATE, AS 380 DOES FOR A MEMBER'S CHECK.
       680-WRITE-EMPLOYER-EXTRACT.
           OPEN EXTEND PAYEXTR.
           IF WS-PAYEXTR-FILE-MISSING
               OPEN OUTPUT PAYEXTR
               CLOSE PAYEXTR
               OPEN EXTEND PAYEXTR
           END-IF.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - UNABLE TO OPEN PAYEXTR - STATUS: "
                   WS-PAYEXTR-STATUS " - REVERSAL NOT EXTRACTED - "
                   "ACCOUNT: " CRP-ACCOUNT-NUMBER
           ELSE
               PERFORM 685-WRITE-ONE-EMPLOYER-REVERSAL
                   VARYING APPL-IDX FROM 1 BY 1
                   UNTIL APPL-IDX > APPL-TABLE-COUNT
               CLOSE PAYEXTR
           END-IF.

       685-WRITE-ONE-EMPLOYER-REVERSAL.
           MOVE AP-CARD-NUMBER(APPL-IDX) TO PX-CARD-NUMBER.
           MOVE CD-CURRENT-DATE     TO PX-PAYMENT-DATE.
           MOVE AP-BRANCH-CODE(APPL-IDX) TO PX-BRANCH-CODE.
           MOVE AP-SOURCE-CODE(APPL-IDX) TO PX-SOURCE-CODE.
           COMPUTE PX-AMOUNT = ZERO - AP-AMOUNT(APPL-IDX).
           MOVE RTN-CHECK-NUMBER    TO PX-CHECK-NUMBER.
           MOVE AP-ITEM-CHARGE-DATE(APPL-IDX) TO PX-ITEM-CHARGE-DATE.
           MOVE RTN-PAYMENT-DATE    TO PX-REVERSED-PAY-DATE.
           MOVE "E"                 TO PX-PAY-METHOD.
           WRITE PAY-EXTRACT-RECORD.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - PAYEXTR WRITE FAILED - STATUS: "
                   WS-PAYEXTR-STATUS
           END-IF.
