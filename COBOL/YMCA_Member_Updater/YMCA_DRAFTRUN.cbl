      ******************************************************************
      * Author: Graham Wenz
      * Date: 04/11/2018
      * Purpose: Monthly bank-draft dues run.  Makes one pass over
      *          YMCAMEM and drafts every member enrolled for bank
      *          draft (MBR-ON-DRAFT) for the month being run - one
      *          twelfth of the type's current RATETABLE rate, taken
      *          on the member's draft day.  Each draft is written as
      *          a debit entry on the fixed-format DRAFTFILE for the
      *          bank (see DRAFTREC copybook), closed by a batch
      *          trailer holding the entry count and dollar total.
      *          The draft is raised on ARITEMS as an RN item and
      *          posted as collected in the same step - the item is
      *          written already settled and a matching PAYEXTR
      *          record (method B, the trace number in the check
      *          number) carries the dollars to YMCA_REVSUM - so the
      *          balance due never moves.  The member's expiration is
      *          carried to a month past the draft.  A member already
      *          paid past that (an annual renewal still running) is
      *          not drafted until it runs out, and YMCA_RENEWBILL
      *          never bills a drafting member.  Frozen members are
      *          skipped the same as at renewal.  Each member is
      *          drafted at most once per month, so a rerun of the
      *          same month drafts nobody twice.  Failed drafts come
      *          back on the bank's return file and are reversed by
      *          YMCA_RETCHECK's draft returns mode.  The register
      *          DRAFTRPT lists every draft and ties to the trailer.
      * Tectonics: cobc
      *
      * Modification History:
      *   04/18/2018 GW - Financial assistance.  A member whose own
      *                   approval (or, lacking one, the household
      *                   primary's) is in force is drafted one twelfth
      *                   of the table rate less the assistance
      *                   percent, and the discount is logged to
      *                   ASSISTLOG as an RN subsidy for YMCA_ASSISTRPT.
      *                   Current approvals are loaded in a first pass
      *                   over YMCAMEM, as YMCA_RENEWBILL does.
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs DRAFT authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-DRAFT-RUN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT YMCAMEM ASSIGN TO WS-YMCAMEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MBR-CARD-NUMBER
               ALTERNATE RECORD KEY IS MBR-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-YMCAMEM-STATUS.
           SELECT DRAFTFILE ASSIGN TO WS-DRAFTFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFTFILE-STATUS.
           SELECT DRAFTRPT ASSIGN TO WS-DRAFTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.
           SELECT PAYEXTR ASSIGN TO WS-PAYEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.
           SELECT RATETABLE ASSIGN TO WS-RATETABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETABLE-STATUS.
           SELECT ASSISTLOG ASSIGN TO WS-ASSISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSISTLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  DRAFTFILE.
           COPY DRAFTREC.

       FD  DRAFTRPT.
       01  DRAFT-REPORT                PIC X(100).

       FD  ARITEMS.
           COPY ARITEMREC.

       FD  PAYEXTR.
           COPY PAYXREC.

       FD  RATETABLE.
           COPY RATEREC.

       FD  ASSISTLOG.
           COPY ASSISTREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-DRAFTFILE-PATH       PIC X(100).
           05  WS-DRAFTRPT-PATH        PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-PAYEXTR-PATH         PIC X(100).
           05  WS-RATETABLE-PATH       PIC X(100).
           05  WS-ASSISTLOG-PATH       PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-DRAFTFILE-STATUS         PIC X(2).
           88  WS-DRAFTFILE-OK                    VALUE "00".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  WS-PAYEXTR-STATUS           PIC X(2).
           88  WS-PAYEXTR-OK                      VALUE "00".
           88  WS-PAYEXTR-FILE-MISSING             VALUE "35".

       01  WS-RATETABLE-STATUS         PIC X(2).
           88  WS-RATETABLE-OK                    VALUE "00".

       01  WS-ASSISTLOG-STATUS         PIC X(2).
           88  WS-ASSISTLOG-OK                    VALUE "00".
           88  WS-ASSISTLOG-FILE-MISSING           VALUE "35".

       01  SWITCHES.
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  RATE-EOF-SWITCH             PIC X          VALUE "N".
               88  RATE-EOF                               VALUE "Y".
           05  TYPE-ROW-SWITCH             PIC X.
               88  TYPE-ROW-FOUND                         VALUE "Y".
           05  ASSIST-FULL-SWITCH          PIC X          VALUE "N".
               88  ASSIST-TABLE-FULL                      VALUE "Y".
           05  ASSISTLOG-OPEN-SWITCH       PIC X          VALUE "N".
               88  ASSISTLOG-OPEN                         VALUE "Y".

       01  DRAFT-COUNT-FIELDS          BINARY.
           05  RECORDS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  MEMBERS-DRAFTED-COUNT   PIC S9(5)      VALUE ZERO.
           05  FROZEN-SKIPPED-COUNT    PIC S9(5)      VALUE ZERO.
           05  PAID-AHEAD-COUNT        PIC S9(5)      VALUE ZERO.
           05  ALREADY-DRAFTED-COUNT   PIC S9(5)      VALUE ZERO.
           05  NO-AMOUNT-COUNT         PIC S9(5)      VALUE ZERO.
           05  ASSISTED-COUNT          PIC S9(5)      VALUE ZERO.

       01  DRAFT-TOTAL-FIELDS          PACKED-DECIMAL.
           05  TOTAL-DRAFTED-AMOUNT    PIC S9(7)V99   VALUE ZERO.
           05  TOTAL-ASSIST-AMOUNT     PIC S9(7)V99   VALUE ZERO.

      * THE TRACE NUMBER OF THE LAST ENTRY WRITTEN - ONE UP PER ENTRY,
      * UNIQUE WITHIN THE RUN.  WITH THE EFFECTIVE DATE AND CARD IT
      * IDENTIFIES THE DRAFT ON THE BANK'S RETURN FILE.
       01  DRAFT-TRACE-NUMBER          PIC 9(6)       VALUE ZERO.

      * THE MONTH BEING DRAFTED, YYYYMM - FROM THE DRAFT_MONTH
      * ENVIRONMENT VARIABLE (SO NEXT MONTH'S FILE CAN BE BUILT AHEAD
      * FOR THE BANK), OTHERWISE THE CURRENT MONTH.
       01  DRAFT-MONTH-FIELDS.
           05  DRAFT-MONTH-WORK        PIC X(6).
           05  DRAFT-MONTH             PIC 9(6).
           05  DRAFT-MONTH-X           REDEFINES DRAFT-MONTH.
               10  DM-YEAR                 PIC 9(4).
               10  DM-MONTH                PIC 99.

      * THE MEMBER'S DRAFT DATE THIS MONTH, AND THE DATE THE DRAFT
      * PAYS THEM THROUGH - ONE MONTH ON, SAME DAY (THE DRAFT DAY IS
      * NEVER PAST THE 28TH, SO EVERY MONTH HAS IT).
       01  DRAFT-DATE-FIELDS.
           05  EFFECTIVE-DATE-WORK     PIC 9(8).
           05  EFFECTIVE-DATE-X        REDEFINES EFFECTIVE-DATE-WORK.
               10  ED-YEAR                 PIC 9(4).
               10  ED-MONTH                PIC 99.
               10  ED-DAY                  PIC 99.
           05  PAID-THROUGH-WORK       PIC 9(8).
           05  PAID-THROUGH-X          REDEFINES PAID-THROUGH-WORK.
               10  PT-YEAR                 PIC 9(4).
               10  PT-MONTH                PIC 99.
               10  PT-DAY                  PIC 99.

      * THE DUES RATE TABLE, LOADED AT STARTUP THE SAME WAY
      * YMCA_RENEWBILL LOADS IT - NO TABLE JUST MEANS EVERY MEMBER IS
      * DRAFTED FROM THE FEE ALREADY ON THEIR RECORD.
       01  RATE-TABLE-FIELDS           BINARY.
           05  RATE-LIST-COUNT         PIC S9(3)      VALUE ZERO.
           05  RATE-LIST-MAX           PIC S9(3)      VALUE 20.
           05  RATE-LIST-IDX           PIC S9(3)      VALUE ZERO.
           05  RL-FOUND-IDX            PIC S9(3)      VALUE ZERO.

       01  RATE-LIST-TABLE.
           05  RATE-LIST-ENTRY OCCURS 20 TIMES.
               10  RL-TYPE-CODE            PIC X(2).
               10  RL-ANNUAL-RATE          PIC 9(3)V99.

      * EVERY MEMBER WHOSE ASSISTANCE APPROVAL IS IN FORCE TODAY,
      * LOADED BY A FIRST PASS OVER YMCAMEM THE SAME WAY
      * YMCA_RENEWBILL LOADS IT.
       01  ASSIST-TABLE-FIELDS         BINARY.
           05  ASSIST-LIST-COUNT       PIC S9(5)      VALUE ZERO.
           05  ASSIST-LIST-MAX         PIC S9(5)      VALUE 2000.
           05  ASSIST-LIST-IDX         PIC S9(5)      VALUE ZERO.

       01  ASSIST-LIST-TABLE.
           05  ASSIST-LIST-ENTRY OCCURS 2000 TIMES.
               10  ASL-CARD-NUMBER         PIC 9(6).
               10  ASL-ASSIST-PERCENT      PIC 9(3).

       01  ASSIST-WORK-FIELDS.
           05  ASSIST-PERCENT-WORK     PIC 9(3)       VALUE ZERO.
           05  ASSIST-FUNDING-CARD     PIC 9(6)       VALUE ZERO.
           05  FULL-DRAFT-WORK         PIC 9(4)V99    VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  DRAFT-HEADING-LINE.
           05              PIC X(8)        VALUE "CARD    ".
           05              PIC X(22)       VALUE "MEMBER NAME".
           05              PIC X(6)        VALUE "TYPE".
           05              PIC X(11)       VALUE "AMOUNT".
           05              PIC X(12)       VALUE "EFFECTIVE".
           05              PIC X(8)        VALUE "TRACE".
           05              PIC X(12)       VALUE "PAID THRU".
           05              PIC X(6)        VALUE "ASSIST".

       01  DRAFT-DETAIL-LINE.
           05  DD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  DD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  DD-MEMBERSHIP-TYPE      PIC X(2).
           05                          PIC X(4)        VALUE SPACE.
           05  DD-AMOUNT               PIC $ZZ9.99.
           05                          PIC X(4)        VALUE SPACE.
           05  DD-EFFECTIVE-DATE       PIC 9(8).
           05                          PIC X(4)        VALUE SPACE.
           05  DD-TRACE-NUMBER         PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  DD-PAID-THROUGH         PIC 9(8).
           05                          PIC X(4)        VALUE SPACE.
           05  DD-ASSIST-PERCENT       PIC ZZZ.
           05  DD-ASSIST-SIGN          PIC X.

       01  DRAFT-TRAILER-LINE.
           05          PIC X(18)   VALUE "DRAFTED --------- ".
           05  DTL-DRAFTED-COUNT   PIC ZZ,ZZ9.
           05          PIC X(22)   VALUE " MEMBER(S), TOTAL OF: ".
           05  DTL-TOTAL-DRAFTED   PIC $Z,ZZZ,ZZ9.99.

       01  DRAFT-SKIP-LINE.
           05          PIC X(18)   VALUE "NOT DRAFTED ----- ".
           05          PIC X(8)    VALUE "FROZEN: ".
           05  DSL-FROZEN-COUNT    PIC ZZ,ZZ9.
           05          PIC X(14)   VALUE "  PAID AHEAD: ".
           05  DSL-PAID-AHEAD      PIC ZZ,ZZ9.
           05          PIC X(19)   VALUE "  ALREADY DRAFTED: ".
           05  DSL-ALREADY-COUNT   PIC ZZ,ZZ9.
           05          PIC X(13)   VALUE "  NO AMOUNT: ".
           05  DSL-NO-AMOUNT       PIC ZZ,ZZ9.

       01  DRAFT-ASSIST-LINE.
           05          PIC X(18)   VALUE "ASSISTANCE ------ ".
           05  DAL-ASSISTED-COUNT  PIC ZZ,ZZ9.
           05          PIC X(22)   VALUE " MEMBER(S), SUBSIDY:  ".
           05  DAL-TOTAL-ASSIST    PIC $Z,ZZZ,ZZ9.99.

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-RUN-MONTHLY-DRAFTS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           PERFORM 060-GET-DRAFT-MONTH.
           PERFORM 115-LOAD-ASSIST-TABLE.

           OPEN I-O YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.

      * THE ITEMS AND THE EXTRACT ARE WHAT MAKE A DRAFT COLLECTED ON
      * OUR BOOKS - WITHOUT EITHER ONE THE BANK FILE IS NOT BUILT.
           OPEN EXTEND ARITEMS.
           IF WS-ARITEMS-FILE-MISSING
               OPEN OUTPUT ARITEMS
               CLOSE ARITEMS
               OPEN EXTEND ARITEMS
           END-IF.
           IF NOT WS-ARITEMS-OK
               DISPLAY "UNABLE TO OPEN ARITEMS AT " WS-ARITEMS-PATH
               DISPLAY "STATUS: " WS-ARITEMS-STATUS
                   " - NO DRAFTS RUN"
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
                   " - NO DRAFTS RUN"
               CLOSE YMCAMEM
                     ARITEMS
               STOP RUN
           END-IF.
           OPEN OUTPUT DRAFTFILE.
           IF NOT WS-DRAFTFILE-OK
               DISPLAY "UNABLE TO OPEN DRAFTFILE AT " WS-DRAFTFILE-PATH
               DISPLAY "STATUS: " WS-DRAFTFILE-STATUS
                   " - NO DRAFTS RUN"
               CLOSE YMCAMEM
                     ARITEMS
                     PAYEXTR
               STOP RUN
           END-IF.
           OPEN OUTPUT DRAFTRPT.

      * A SUBSIDY LOG THAT WILL NOT OPEN COSTS ONLY THE ASSISTANCE
      * REPORTING - THE DRAFTS THEMSELVES STILL RUN.
           OPEN EXTEND ASSISTLOG.
           IF WS-ASSISTLOG-FILE-MISSING
               OPEN OUTPUT ASSISTLOG
               CLOSE ASSISTLOG
               OPEN EXTEND ASSISTLOG
           END-IF.
           IF WS-ASSISTLOG-OK
               MOVE "Y" TO ASSISTLOG-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING - UNABLE TO OPEN ASSISTLOG - STATUS: "
                   WS-ASSISTLOG-STATUS " - SUBSIDIES NOT LOGGED"
           END-IF.

           PERFORM 110-LOAD-RATE-TABLE.

           MOVE DRAFT-HEADING-LINE TO DRAFT-REPORT.
           WRITE DRAFT-REPORT.

           PERFORM 210-READ-MEMBER.
           PERFORM 100-DRAFT-ONE-MEMBER
               WITH TEST AFTER
               UNTIL EOF.

           PERFORM 400-WRITE-BATCH-TRAILER.
           PERFORM 500-PRINT-DRAFT-TRAILER.
           DISPLAY "MEMBERS READ: " RECORDS-READ-COUNT
               " DRAFTED: " MEMBERS-DRAFTED-COUNT
               " FOR MONTH: " DRAFT-MONTH.
           CLOSE YMCAMEM
                 ARITEMS
                 PAYEXTR
                 DRAFTFILE
                 DRAFTRPT.
           IF ASSISTLOG-OPEN
               CLOSE ASSISTLOG
           END-IF.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-DRAFTFILE-PATH FROM ENVIRONMENT "DRAFTFILE_PATH".
           IF WS-DRAFTFILE-PATH = SPACES
               MOVE "DRAFTFILE.DAT" TO WS-DRAFTFILE-PATH
           END-IF.

           ACCEPT WS-DRAFTRPT-PATH FROM ENVIRONMENT "DRAFTRPT_PATH".
           IF WS-DRAFTRPT-PATH = SPACES
               MOVE "DRAFTRPT.TXT" TO WS-DRAFTRPT-PATH
           END-IF.

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-PAYEXTR-PATH FROM ENVIRONMENT "PAYEXTR_PATH".
           IF WS-PAYEXTR-PATH = SPACES
               MOVE "PAYEXTR.DAT" TO WS-PAYEXTR-PATH
           END-IF.

           ACCEPT WS-RATETABLE-PATH FROM ENVIRONMENT "RATETABLE_PATH".
           IF WS-RATETABLE-PATH = SPACES
               MOVE "RATETABLE.DAT" TO WS-RATETABLE-PATH
           END-IF.

           ACCEPT WS-ASSISTLOG-PATH FROM ENVIRONMENT "ASSISTLOG_PATH".
           IF WS-ASSISTLOG-PATH = SPACES
               MOVE "ASSISTLOG.DAT" TO WS-ASSISTLOG-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD DRAFT TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_DRAFTRUN" TO OPC-PROGRAM-NAME.
           MOVE "DRAFT" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       060-GET-DRAFT-MONTH.
           ACCEPT DRAFT-MONTH-WORK FROM ENVIRONMENT "DRAFT_MONTH".
           IF DRAFT-MONTH-WORK = SPACES
               MOVE CD-CURRENT-DATE(1:6) TO DRAFT-MONTH-WORK
           END-IF.
           IF DRAFT-MONTH-WORK NOT NUMERIC
               DISPLAY "DRAFT_MONTH MUST BE YYYYMM - GOT "
                   DRAFT-MONTH-WORK " - NO DRAFTS RUN"
               STOP RUN
           END-IF.
           MOVE DRAFT-MONTH-WORK TO DRAFT-MONTH.
           IF DM-MONTH < 1 OR DM-MONTH > 12
               DISPLAY "DRAFT_MONTH MUST BE YYYYMM - GOT "
                   DRAFT-MONTH-WORK " - NO DRAFTS RUN"
               STOP RUN
           END-IF.

       110-LOAD-RATE-TABLE.
           OPEN INPUT RATETABLE.
           IF NOT WS-RATETABLE-OK
               DISPLAY "WARNING - NO RATE TABLE AT " WS-RATETABLE-PATH
               DISPLAY "DRAFTS TAKEN FROM THE FEE ALREADY ON RECORD"
           ELSE
               PERFORM 111-LOAD-ONE-RATE
                   WITH TEST AFTER
                   UNTIL RATE-EOF OR RATE-LIST-COUNT = RATE-LIST-MAX
               CLOSE RATETABLE
           END-IF.

       111-LOAD-ONE-RATE.
           READ RATETABLE
               AT END
                   MOVE "Y" TO RATE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RATE-LIST-COUNT
                   MOVE RT-TYPE-CODE TO RL-TYPE-CODE(RATE-LIST-COUNT)
                   MOVE RT-ANNUAL-RATE
                       TO RL-ANNUAL-RATE(RATE-LIST-COUNT)
           END-READ.

      * THE FIRST PASS - A YMCAMEM THAT WILL NOT OPEN IS LEFT FOR THE
      * DRAFTING OPEN TO REPORT.
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

       100-DRAFT-ONE-MEMBER.
           IF NOT EOF
               ADD 1 TO RECORDS-READ-COUNT
               IF MBR-ON-DRAFT
                   PERFORM 150-SELECT-DRAFT
               END-IF
               PERFORM 210-READ-MEMBER
           END-IF.

      * A DRAFTING MEMBER IS DRAFTED UNLESS FROZEN, ALREADY DRAFTED
      * FOR THIS MONTH, OR ALREADY PAID PAST WHAT THIS DRAFT WOULD
      * PAY THEM THROUGH.
       150-SELECT-DRAFT.
           PERFORM 155-COMPUTE-DRAFT-DATES.
           EVALUATE TRUE
               WHEN MBR-STATUS = "FROZEN  "
                   ADD 1 TO FROZEN-SKIPPED-COUNT
               WHEN MBR-DRAFT-LAST-DATE NUMERIC
                   AND MBR-DRAFT-LAST-DATE(1:6) = DRAFT-MONTH-WORK
                   ADD 1 TO ALREADY-DRAFTED-COUNT
               WHEN MBR-EXPIRATION-DATE NOT < PAID-THROUGH-WORK
                   ADD 1 TO PAID-AHEAD-COUNT
               WHEN OTHER
                   PERFORM 300-DRAFT-MEMBER
           END-EVALUATE.

       155-COMPUTE-DRAFT-DATES.
           MOVE DM-YEAR  TO ED-YEAR.
           MOVE DM-MONTH TO ED-MONTH.
           MOVE MBR-DRAFT-DAY TO ED-DAY.
           IF ED-DAY < 1
               MOVE 1 TO ED-DAY
           END-IF.
           IF ED-DAY > 28
               MOVE 28 TO ED-DAY
           END-IF.
           MOVE EFFECTIVE-DATE-WORK TO PAID-THROUGH-WORK.
           ADD 1 TO PT-MONTH.
           IF PT-MONTH > 12
               MOVE 1 TO PT-MONTH
               ADD 1 TO PT-YEAR
           END-IF.

       210-READ-MEMBER.
           READ YMCAMEM
               AT END
                   MOVE "Y" TO EOF-SWITCH.

      * ONE TWELFTH OF THE TYPE'S CURRENT TABLE RATE, LESS ANY
      * ASSISTANCE IN FORCE, KEPT ON THE MEMBER AS THE DRAFT AMOUNT OF
      * RECORD SO A REPRICE FOLLOWS THROUGH WITHOUT RE-ENROLLING
      * ANYONE.  A TYPE OFF THE TABLE DRAFTS FROM THE FEE ON RECORD,
      * WHICH ALREADY CARRIES ANY DISCOUNT.  THE MEMBER IS REWRITTEN
      * FIRST - ONLY A CLEAN REWRITE GOES ON THE BANK FILE, SO THE
      * BANK IS NEVER ASKED FOR A DRAFT OUR BOOKS DO NOT SHOW.
       300-DRAFT-MEMBER.
           PERFORM 305-FIND-MEMBER-TYPE-ROW.
           PERFORM 350-FIND-ASSIST-PERCENT.
           IF TYPE-ROW-FOUND
               COMPUTE FULL-DRAFT-WORK ROUNDED =
                   RL-ANNUAL-RATE(RL-FOUND-IDX) / 12
               COMPUTE MBR-DRAFT-AMOUNT ROUNDED =
                   RL-ANNUAL-RATE(RL-FOUND-IDX)
                       * (100 - ASSIST-PERCENT-WORK) / 1200
           ELSE
               MOVE ZERO TO ASSIST-PERCENT-WORK
               COMPUTE MBR-DRAFT-AMOUNT ROUNDED =
                   MBR-MEMBERSHIP-FEES / 12
           END-IF.
           IF MBR-DRAFT-AMOUNT = ZERO
               ADD 1 TO NO-AMOUNT-COUNT
               DISPLAY "NOT DRAFTED - NO DUES AMOUNT - CARD: "
                   MBR-CARD-NUMBER
           ELSE
               MOVE EFFECTIVE-DATE-WORK TO MBR-DRAFT-LAST-DATE
               MOVE PAID-THROUGH-WORK TO MBR-EXPIRATION-DATE
               MOVE CD-CURRENT-DATE TO MMR-FILE-DATE
               REWRITE MEMBER-MASTER-RECORD
               IF WS-YMCAMEM-OK
                   ADD 1 TO DRAFT-TRACE-NUMBER
                   ADD 1 TO MEMBERS-DRAFTED-COUNT
                   ADD MBR-DRAFT-AMOUNT TO TOTAL-DRAFTED-AMOUNT
                   PERFORM 310-WRITE-DEBIT-ENTRY
                   PERFORM 320-WRITE-COLLECTED-ITEM
                   PERFORM 330-WRITE-DRAFT-EXTRACT
                   PERFORM 340-PRINT-DRAFT-LINE
                   IF ASSIST-PERCENT-WORK > ZERO
                       PERFORM 360-LOG-DRAFT-SUBSIDY
                   END-IF
               ELSE
                   DISPLAY "REWRITE FAILED - CARD: " MBR-CARD-NUMBER
                       " STATUS: " WS-YMCAMEM-STATUS " - NOT DRAFTED"
               END-IF
           END-IF.

       305-FIND-MEMBER-TYPE-ROW.
           MOVE "N" TO TYPE-ROW-SWITCH.
           PERFORM 306-MATCH-ONE-TYPE-ROW
               VARYING RATE-LIST-IDX FROM 1 BY 1
               UNTIL RATE-LIST-IDX > RATE-LIST-COUNT
                  OR TYPE-ROW-FOUND.

       306-MATCH-ONE-TYPE-ROW.
           IF RL-TYPE-CODE(RATE-LIST-IDX) = MBR-MEMBERSHIP-TYPE
               MOVE "Y" TO TYPE-ROW-SWITCH
               MOVE RATE-LIST-IDX TO RL-FOUND-IDX
           END-IF.

       310-WRITE-DEBIT-ENTRY.
           MOVE SPACES              TO DRAFT-ENTRY-RECORD.
           MOVE "D"                 TO DF-RECORD-TYPE.
           MOVE MBR-DRAFT-ROUTING   TO DF-ROUTING-NUMBER.
           MOVE MBR-DRAFT-ACCOUNT   TO DF-ACCOUNT-NUMBER.
           MOVE MBR-DRAFT-AMOUNT    TO DF-AMOUNT.
           MOVE EFFECTIVE-DATE-WORK TO DF-EFFECTIVE-DATE.
           MOVE DRAFT-TRACE-NUMBER  TO DF-TRACE-NUMBER.
           MOVE MBR-CARD-NUMBER     TO DF-CARD-NUMBER.
           MOVE MBR-NAME            TO DF-MEMBER-NAME.
           WRITE DRAFT-ENTRY-RECORD.
           IF NOT WS-DRAFTFILE-OK
               DISPLAY "** DRAFTFILE WRITE FAILED - STATUS: "
                   WS-DRAFTFILE-STATUS " - CARD: " MBR-CARD-NUMBER
           END-IF.

      * THE MONTH'S DUES AS AN RN ITEM DATED ON THE DRAFT, WRITTEN
      * ALREADY SETTLED - THE DRAFT PAYS IT THE DAY IT IS RAISED.
       320-WRITE-COLLECTED-ITEM.
           MOVE MBR-CARD-NUMBER     TO ARI-CARD-NUMBER.
           MOVE EFFECTIVE-DATE-WORK TO ARI-CHARGE-DATE.
           MOVE "RN"                TO ARI-SOURCE-CODE.
           MOVE MBR-DRAFT-AMOUNT    TO ARI-ORIGINAL-AMOUNT.
           MOVE ZERO                TO ARI-OPEN-AMOUNT.
           WRITE OPEN-ITEM-RECORD.
           IF NOT WS-ARITEMS-OK
               DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
                   WS-ARITEMS-STATUS " - CARD: " MBR-CARD-NUMBER
           END-IF.

      * THE COLLECTION SIDE OF THE SAME ITEM, STAMPED THE WAY
      * YMCA_PAYPOST STAMPS A CHECK SO YMCA_RETCHECK CAN FIND IT
      * AGAIN IF THE BANK RETURNS THE DRAFT.
       330-WRITE-DRAFT-EXTRACT.
           MOVE MBR-CARD-NUMBER     TO PX-CARD-NUMBER.
           MOVE EFFECTIVE-DATE-WORK TO PX-PAYMENT-DATE.
           MOVE MBR-BRANCH-CODE     TO PX-BRANCH-CODE.
           MOVE "RN"                TO PX-SOURCE-CODE.
           MOVE MBR-DRAFT-AMOUNT    TO PX-AMOUNT.
           MOVE DRAFT-TRACE-NUMBER  TO PX-CHECK-NUMBER.
           MOVE EFFECTIVE-DATE-WORK TO PX-ITEM-CHARGE-DATE.
           MOVE ZERO                TO PX-REVERSED-PAY-DATE.
           MOVE "B"                 TO PX-PAY-METHOD.
           WRITE PAY-EXTRACT-RECORD.
           IF NOT WS-PAYEXTR-OK
               DISPLAY "WARNING - PAYEXTR WRITE FAILED - STATUS: "
                   WS-PAYEXTR-STATUS " - CARD: " MBR-CARD-NUMBER
           END-IF.

       340-PRINT-DRAFT-LINE.
           MOVE MBR-CARD-NUMBER     TO DD-CARD-NUMBER.
           MOVE MBR-NAME            TO DD-MEMBER-NAME.
           MOVE MBR-MEMBERSHIP-TYPE TO DD-MEMBERSHIP-TYPE.
           MOVE MBR-DRAFT-AMOUNT    TO DD-AMOUNT.
           MOVE EFFECTIVE-DATE-WORK TO DD-EFFECTIVE-DATE.
           MOVE DRAFT-TRACE-NUMBER  TO DD-TRACE-NUMBER.
           MOVE PAID-THROUGH-WORK   TO DD-PAID-THROUGH.
           IF ASSIST-PERCENT-WORK > ZERO
               MOVE ASSIST-PERCENT-WORK TO DD-ASSIST-PERCENT
               MOVE "%"             TO DD-ASSIST-SIGN
           ELSE
               MOVE ZERO            TO DD-ASSIST-PERCENT
               MOVE SPACE           TO DD-ASSIST-SIGN
           END-IF.
           MOVE DRAFT-DETAIL-LINE   TO DRAFT-REPORT.
           WRITE DRAFT-REPORT AFTER ADVANCING 1 LINES.

      * THE MEMBER'S OWN APPROVAL WHILE ITS REVIEW DATE HAS NOT
      * PASSED, ELSE THE HOUSEHOLD PRIMARY'S FROM THE APPROVAL TABLE.
      * AN EXPIRED APPROVAL DRAFTS THE FULL TWELFTH AND COMES UP ON
      * YMCA_ASSISTRPT'S REVIEW LIST.
       350-FIND-ASSIST-PERCENT.
           MOVE ZERO TO ASSIST-PERCENT-WORK.
           MOVE ZERO TO ASSIST-FUNDING-CARD.
           IF MBR-ASSIST-PERCENT NUMERIC
               AND MBR-ASSIST-PERCENT > ZERO
               AND MBR-ASSIST-REVIEW-DATE NUMERIC
               AND MBR-ASSIST-REVIEW-DATE NOT < CD-CURRENT-DATE
               MOVE MBR-ASSIST-PERCENT TO ASSIST-PERCENT-WORK
               MOVE MBR-CARD-NUMBER TO ASSIST-FUNDING-CARD
           END-IF.
           IF ASSIST-PERCENT-WORK = ZERO
               AND MBR-HOUSEHOLD-CARD-NUMBER NUMERIC
               AND MBR-HOUSEHOLD-CARD-NUMBER NOT = ZERO
               PERFORM 351-MATCH-ONE-APPROVAL
                   VARYING ASSIST-LIST-IDX FROM 1 BY 1
                   UNTIL ASSIST-LIST-IDX > ASSIST-LIST-COUNT
                      OR ASSIST-PERCENT-WORK > ZERO
           END-IF.

       351-MATCH-ONE-APPROVAL.
           IF ASL-CARD-NUMBER(ASSIST-LIST-IDX)
               = MBR-HOUSEHOLD-CARD-NUMBER
               MOVE ASL-ASSIST-PERCENT(ASSIST-LIST-IDX)
                   TO ASSIST-PERCENT-WORK
               MOVE ASL-CARD-NUMBER(ASSIST-LIST-IDX)
                   TO ASSIST-FUNDING-CARD
           END-IF.

      * THE DISCOUNT GIVEN ON THIS MONTH'S DRAFT - THE FULL TWELFTH
      * LESS WHAT WAS DRAFTED.
       360-LOG-DRAFT-SUBSIDY.
           ADD 1 TO ASSISTED-COUNT.
           COMPUTE ASB-SUBSIDY-AMOUNT =
               FULL-DRAFT-WORK - MBR-DRAFT-AMOUNT.
           ADD ASB-SUBSIDY-AMOUNT TO TOTAL-ASSIST-AMOUNT.
           IF ASSISTLOG-OPEN
               MOVE MBR-CARD-NUMBER     TO ASB-CARD-NUMBER
               MOVE EFFECTIVE-DATE-WORK TO ASB-CHARGE-DATE
               MOVE MBR-BRANCH-CODE     TO ASB-BRANCH-CODE
               MOVE "RN"                TO ASB-SOURCE-CODE
               MOVE ASSIST-PERCENT-WORK TO ASB-ASSIST-PERCENT
               MOVE FULL-DRAFT-WORK     TO ASB-FULL-AMOUNT
               MOVE MBR-DRAFT-AMOUNT    TO ASB-CHARGED-AMOUNT
               MOVE ASSIST-FUNDING-CARD TO ASB-FUNDING-CARD
               WRITE ASSIST-SUBSIDY-RECORD
               IF NOT WS-ASSISTLOG-OK
                   DISPLAY "WARNING - ASSISTLOG WRITE FAILED - STATUS: "
                       WS-ASSISTLOG-STATUS " - CARD: " MBR-CARD-NUMBER
               END-IF
           END-IF.

      * THE BATCH TRAILER THE BANK BALANCES THE FILE AGAINST - WRITTEN
      * EVEN FOR AN EMPTY MONTH SO THE BANK SEES A ZERO BATCH RATHER
      * THAN A MISSING ONE.
       400-WRITE-BATCH-TRAILER.
           MOVE SPACES               TO DRAFT-TRAILER-RECORD.
           MOVE "T"                  TO DT-RECORD-TYPE.
           MOVE MEMBERS-DRAFTED-COUNT TO DT-ENTRY-COUNT.
           MOVE TOTAL-DRAFTED-AMOUNT TO DT-TOTAL-AMOUNT.
           MOVE DRAFT-MONTH          TO DT-EFFECTIVE-MONTH.
           MOVE CD-CURRENT-DATE      TO DT-FILE-DATE.
           WRITE DRAFT-TRAILER-RECORD.
           IF NOT WS-DRAFTFILE-OK
               DISPLAY "** DRAFTFILE TRAILER WRITE FAILED - STATUS: "
                   WS-DRAFTFILE-STATUS
           END-IF.

       500-PRINT-DRAFT-TRAILER.
           MOVE MEMBERS-DRAFTED-COUNT TO DTL-DRAFTED-COUNT.
           MOVE TOTAL-DRAFTED-AMOUNT  TO DTL-TOTAL-DRAFTED.
           MOVE DRAFT-TRAILER-LINE    TO DRAFT-REPORT.
           WRITE DRAFT-REPORT AFTER ADVANCING 2 LINES.
           MOVE FROZEN-SKIPPED-COUNT  TO DSL-FROZEN-COUNT.
           MOVE PAID-AHEAD-COUNT      TO DSL-PAID-AHEAD.
           MOVE ALREADY-DRAFTED-COUNT TO DSL-ALREADY-COUNT.
           MOVE NO-AMOUNT-COUNT       TO DSL-NO-AMOUNT.
           MOVE DRAFT-SKIP-LINE       TO DRAFT-REPORT.
           WRITE DRAFT-REPORT AFTER ADVANCING 1 LINES.
           MOVE ASSISTED-COUNT        TO DAL-ASSISTED-COUNT.
           MOVE TOTAL-ASSIST-AMOUNT   TO DAL-TOTAL-ASSIST.
           MOVE DRAFT-ASSIST-LINE     TO DRAFT-REPORT.
           WRITE DRAFT-REPORT AFTER ADVANCING 1 LINES.
