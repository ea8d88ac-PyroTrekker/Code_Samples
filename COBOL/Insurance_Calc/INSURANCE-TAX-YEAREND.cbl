      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/26/2018
      * Purpose: Year-end tax reporting for retirement insurance
      *          payouts.  Totals each retiree's payouts for a calendar
      *          year from INSPAID by plan code, applies each plan's
      *          taxable flag and withholding rate from the INSPLANS
      *          table, and writes one statement per retiree (name,
      *          ID, gross payout, taxable amount, withholding) plus
      *          the electronic filing extract for payroll's tax
      *          vendor.  Payouts the fund rejected never reached the
      *          retiree and are left out.  Ends with control totals
      *          by plan, with the PAID total compared against the
      *          INSURLOG.TXT payout log INSURANCE-PAYOUT-RPT reads
      *          for the same year.
      *          Every statement issued is kept on the INSTAXHIST
      *          history file.  The originals for a year are issued
      *          once; a correction is an AMENDED run, which issues an
      *          amended statement (and a correction record on its own
      *          extract) only for a retiree whose figures changed -
      *          the originals and their files are never rewritten.
      * Tectonics: cobc
      *
      * Modification History:
      *   08/09/2018 GW - An amended run writes its own control report
      *                   (TAXAMENDCTL_PATH, default INSTAXCTAyyyy.TXT)
      *                   instead of overwriting the original run's,
      *                   added to the end like the amended statements.
      *                   The control report no longer just states
      *                   that the PAID columns tie to the payout
      *                   history summary - it reads INSURLOG.TXT for
      *                   the year, the same lines
      *                   INSURANCE-PAYOUT-RPT totals, and prints that
      *                   count and total beside INSPAID's with the
      *                   difference and IN BALANCE or OUT OF BALANCE.
      *                   The log also carries interactive
      *                   calculations, so a difference there is
      *                   expected and is listed for the office to
      *                   account for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSURANCE-TAX-YEAR-END.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INSPAID ASSIGN TO INSPAID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSPAID-STATUS.
           SELECT INSPLANS ASSIGN TO INSPLANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSPLANS-STATUS.
           SELECT EMPMASTER ASSIGN TO EMPMASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPMASTER-STATUS.
           SELECT TAX-HISTORY ASSIGN TO TAXHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-HISTORY-STATUS.
           SELECT TAX-STATEMENTS ASSIGN TO TAXSTMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATEMENTS-STATUS.
           SELECT TAX-EFILE ASSIGN TO TAXEFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EFILE-STATUS.
           SELECT TAX-CONTROL ASSIGN TO TAXCTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CONTROL-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "INSURLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INSPAID.
           COPY PAIDREC.

       FD  INSPLANS.
           COPY PLANREC.

       FD  EMPMASTER.
           COPY EMPREC.

      * ONE RECORD PER STATEMENT EVER ISSUED - O ORIGINAL, A AMENDED -
      * IN THE ORDER ISSUED, SO THE LAST ONE READ FOR A RETIREE AND
      * YEAR IS WHAT THAT RETIREE WAS LAST TOLD.
       FD  TAX-HISTORY.
       01  TAX-HISTORY-RECORD.
           05  TH-TAX-YEAR             PIC 9(4).
           05  TH-EMPLOYEE-ID          PIC X(6).
           05  TH-ISSUE-TYPE           PIC X.
               88  TH-ORIGINAL                        VALUE "O".
               88  TH-AMENDED                         VALUE "A".
           05  TH-ISSUE-DATE           PIC 9(8).
           05  TH-GROSS-AMOUNT         PIC 9(7)V99.
           05  TH-TAXABLE-AMOUNT       PIC 9(7)V99.
           05  TH-WITHHELD-AMOUNT      PIC 9(7)V99.

       FD  TAX-STATEMENTS.
       01  STATEMENT-LINE              PIC X(90).

      * THE TAX VENDOR'S FILING EXTRACT - FIXED COLUMNS, PLAIN SIGNED
      * NUMBERS, NO EDITING, THE SAME CONVENTIONS AS THE FUND
      * REMITTANCE.  H HEADER, ONE D PER STATEMENT, T TRAILER.
       FD  TAX-EFILE.
       01  EFILE-DETAIL-RECORD.
           05  EFD-RECORD-TYPE         PIC X.
      *    "C" ON AN AMENDED RUN - THE VENDOR FILES IT AS A CORRECTION
           05  EFD-CORRECTION-FLAG     PIC X.
           05  EFD-TAX-YEAR            PIC 9(4).
           05  EFD-EMPLOYEE-ID         PIC X(6).
           05  EFD-EMPLOYEE-NAME       PIC X(20).
           05  EFD-GROSS-AMOUNT        PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  EFD-TAXABLE-AMOUNT      PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  EFD-WITHHELD-AMOUNT     PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
       01  EFILE-HEADER-RECORD.
           05  EFH-RECORD-TYPE         PIC X.
           05  EFH-TAX-YEAR            PIC 9(4).
           05  EFH-PAYER-ID            PIC X(10).
           05  EFH-RUN-DATE            PIC 9(8).
           05  EFH-FILING-TYPE         PIC X.
       01  EFILE-TRAILER-RECORD.
           05  EFT-RECORD-TYPE         PIC X.
           05  EFT-RECORD-COUNT        PIC 9(5).
           05  EFT-GROSS-TOTAL         PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  EFT-TAXABLE-TOTAL       PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  EFT-WITHHELD-TOTAL      PIC S9(9)V99
                                       SIGN LEADING SEPARATE.

       FD  TAX-CONTROL.
       01  CONTROL-REPORT-LINE         PIC X(110).

      * MIRROR OF THE AUDIT-LOG-RECORD LAYOUT THE CALCULATOR WRITES -
      * ONLY THE RUN DATE AND THE EDITED PAYOUT AMOUNT ARE USED.  KEEP
      * IN STEP WITH INSURANCE-CALCULATOR'S AUDIT LOG FD, THE SAME AS
      * INSURANCE-PAYOUT-RPT'S.
       FD  AUDIT-LOG.
       01  AUDIT-LINE-RECORD.
           05  ALN-RUN-DATE-X.
               10  ALN-RUN-YEAR        PIC 9(4).
               10                      PIC X.
               10  ALN-RUN-MONTH       PIC 99.
               10                      PIC X.
               10  ALN-RUN-DAY         PIC 99.
           05                          PIC X(2).
           05  ALN-EMPLOYEE-ID         PIC X(6).
           05                          PIC X(2).
           05  ALN-EMPLOYEE-NAME       PIC X(20).
           05                          PIC X(2).
           05  ALN-SALARY-EDITED       PIC X(5).
           05                          PIC X(3).
           05  ALN-LEAVE-EDITED        PIC X(5).
           05                          PIC X(3).
           05  ALN-HOURS-EDITED        PIC X(5).
           05                          PIC X(3).
           05  ALN-PLAN-CODE           PIC X(2).
           05                          PIC X(3).
           05  ALN-AMOUNT-EDITED       PIC X(9).

       WORKING-STORAGE SECTION.

       01  INSPAID-NAME                PIC X(60).
       01  INSPLANS-NAME               PIC X(60).
       01  EMPMASTER-NAME              PIC X(60).
       01  TAXHIST-NAME                PIC X(60).
       01  TAXSTMT-NAME                PIC X(60).
       01  TAXEFILE-NAME               PIC X(60).
       01  TAXCTL-NAME                 PIC X(60).
       01  PAYER-TAX-ID                PIC X(10).

       01  WS-INSPAID-STATUS           PIC X(2).
           88  WS-INSPAID-OK                      VALUE "00".

       01  WS-INSPLANS-STATUS          PIC X(2).
           88  WS-INSPLANS-OK                     VALUE "00".

       01  WS-EMPMASTER-STATUS         PIC X(2).
           88  WS-EMPMASTER-OK                    VALUE "00".

       01  WS-TAX-HISTORY-STATUS       PIC X(2).
           88  WS-TAX-HISTORY-OK                  VALUE "00".
           88  WS-TAX-HISTORY-MISSING             VALUE "35".

       01  WS-TAX-STATEMENTS-STATUS    PIC X(2).
           88  WS-TAX-STATEMENTS-OK               VALUE "00".
           88  WS-TAX-STATEMENTS-MISSING          VALUE "35".

       01  WS-TAX-EFILE-STATUS         PIC X(2).
           88  WS-TAX-EFILE-OK                    VALUE "00".
           88  WS-TAX-EFILE-MISSING               VALUE "35".

       01  WS-TAX-CONTROL-STATUS       PIC X(2).
           88  WS-TAX-CONTROL-OK                  VALUE "00".
           88  WS-TAX-CONTROL-MISSING             VALUE "35".

       01  WS-AUDIT-LOG-STATUS         PIC X(2).
           88  WS-AUDIT-LOG-OK                    VALUE "00".

       01  SWITCHES.
           05  PAID-EOF-SWITCH             PIC X     VALUE "N".
               88  PAID-EOF                          VALUE "Y".
           05  PLAN-EOF-SWITCH             PIC X     VALUE "N".
               88  PLAN-EOF                          VALUE "Y".
           05  EMP-EOF-SWITCH              PIC X     VALUE "N".
               88  EMP-EOF                           VALUE "Y".
           05  HISTORY-EOF-SWITCH          PIC X     VALUE "N".
               88  HISTORY-EOF                       VALUE "Y".
           05  ROW-FOUND-SWITCH            PIC X.
               88  ROW-FOUND                         VALUE "Y".
           05  AMENDED-RUN-SWITCH          PIC X     VALUE "N".
               88  AMENDED-RUN                       VALUE "Y".
           05  ORIGINALS-ISSUED-SWITCH     PIC X     VALUE "N".
               88  ORIGINALS-ISSUED                  VALUE "Y".
           05  ISSUE-SWITCH                PIC X.
               88  ISSUE-STATEMENT                   VALUE "Y".
           05  LOG-EOF-SWITCH              PIC X     VALUE "N".
               88  LOG-EOF                           VALUE "Y".
           05  LOG-READ-SWITCH             PIC X     VALUE "N".
               88  LOG-WAS-READ                      VALUE "Y".

       01  TODAYS-DATE.
           05  TD-CURRENT-DATE         PIC 9(8).
           05  TD-CURRENT-DATE-X       REDEFINES TD-CURRENT-DATE.
               10  TD-YEAR                 PIC 9(4).
               10  TD-MONTH                PIC 99.
               10  TD-DAY                  PIC 99.

       01  TAX-YEAR                    PIC 9(4)   VALUE ZERO.
       01  AMENDED-ANSWER              PIC X      VALUE "N".
       01  PAID-YEAR-WORK              PIC 9(4)   VALUE ZERO.
       01  SEARCH-EMPLOYEE-ID          PIC X(6)   VALUE SPACES.
       01  ISSUE-TYPE-WORK             PIC X      VALUE "O".

       01  TABLE-COUNT-FIELDS.
           05  PLAN-LIST-COUNT         PIC 9(3)   VALUE ZERO.
           05  PLAN-LIST-MAX           PIC 9(3)   VALUE 50.
           05  PLAN-LIST-IDX           PIC 9(3)   VALUE ZERO.
           05  PLAN-FOUND-IDX          PIC 9(3)   VALUE ZERO.
           05  EMP-LIST-COUNT          PIC 9(3)   VALUE ZERO.
           05  EMP-LIST-MAX            PIC 9(3)   VALUE 500.
           05  EMP-LIST-IDX            PIC 9(3)   VALUE ZERO.
           05  EMP-FOUND-IDX           PIC 9(3)   VALUE ZERO.
           05  RETIREE-COUNT           PIC 9(4)   VALUE ZERO.
           05  RETIREE-MAX             PIC 9(4)   VALUE 2000.
           05  RETIREE-IDX             PIC 9(4)   VALUE ZERO.
           05  RETIREE-FOUND-IDX       PIC 9(4)   VALUE ZERO.
           05  RETIREE-PLAN-MAX        PIC 9      VALUE 5.
           05  RETIREE-PLAN-IDX        PIC 9      VALUE ZERO.
           05  RETIREE-PLAN-FOUND-IDX  PIC 9      VALUE ZERO.
           05  CONTROL-COUNT           PIC 9(3)   VALUE ZERO.
           05  CONTROL-MAX             PIC 9(3)   VALUE 50.
           05  CONTROL-IDX             PIC 9(3)   VALUE ZERO.
           05  CONTROL-FOUND-IDX       PIC 9(3)   VALUE ZERO.

      * THE PLAN TERMS THE CURRENT INSPAID RECORD IS TAXED UNDER - AN
      * UNKNOWN OR BLANK PLAN IS REPORTED AS TAXABLE WITH NOTHING
      * WITHHELD, AND COUNTED ON THE CONTROL REPORT.
       01  APPLIED-TAX-FIELDS.
           05  APPLIED-TAXABLE-FLAG    PIC X.
               88  APPLIED-NOT-TAXABLE                VALUE "N".
           05  APPLIED-WITHHOLD-PCT    PIC 9V999  VALUE ZERO.
           05  APPLIED-DESCRIPTION     PIC X(10).
           05  PAYOUT-TAXABLE-WORK     PIC 9(7)V99 VALUE ZERO.
           05  PAYOUT-WITHHELD-WORK    PIC 9(7)V99 VALUE ZERO.
           05  UNKNOWN-PLAN-COUNT      PIC 9(5)    VALUE ZERO.

       01  RUN-COUNT-FIELDS.
           05  PAID-READ-COUNT         PIC 9(5)      VALUE ZERO.
           05  PAID-IN-YEAR-COUNT      PIC 9(5)      VALUE ZERO.
           05  HISTORY-IN-YEAR-COUNT   PIC 9(5)      VALUE ZERO.
           05  ISSUED-COUNT            PIC 9(5)      VALUE ZERO.
           05  ISSUED-GROSS-TOTAL      PIC 9(9)V99   VALUE ZERO.
           05  ISSUED-TAXABLE-TOTAL    PIC 9(9)V99   VALUE ZERO.
           05  ISSUED-WITHHELD-TOTAL   PIC 9(9)V99   VALUE ZERO.
           05  UNCHANGED-COUNT         PIC 9(5)      VALUE ZERO.

      * THE PAYOUT LOG'S LINES FOR THE TAX YEAR - WHAT
      * INSURANCE-PAYOUT-RPT PRINTS FOR JANUARY 1 THROUGH DECEMBER 31.
       01  PAYOUT-LOG-FIELDS.
           05  LOG-LINE-DATE           PIC 9(8)      VALUE ZERO.
           05  LOG-IN-YEAR-COUNT       PIC 9(5)      VALUE ZERO.
           05  LOG-IN-YEAR-TOTAL       PIC 9(9)V99   VALUE ZERO.
           05  COUNT-DIFFERENCE        PIC S9(5)     VALUE ZERO.
           05  AMOUNT-DIFFERENCE       PIC S9(9)V99  VALUE ZERO.

      * DIGIT-BY-DIGIT DE-EDIT OF THE LOG'S $ZZZZ9.99 AMOUNT, THE SAME
      * AS INSURANCE-PAYOUT-RPT'S - THE LAST TWO DIGITS GATHERED ARE
      * THE CENTS.
       01  DEEDIT-FIELDS.
           05  DEEDIT-CHAR             PIC X.
           05  DEEDIT-DIGIT            REDEFINES DEEDIT-CHAR
                                       PIC 9.
           05  DEEDIT-VALUE            PIC 9(9)   VALUE ZERO.
           05  DEEDIT-IDX              PIC 9(2)   VALUE ZERO.
           05  LOG-AMOUNT-WORK         PIC 9(7)V99 VALUE ZERO.

       01  PLAN-LIST-TABLE.
           05  PLAN-LIST-ENTRY OCCURS 50 TIMES.
               10  PL-PLAN-CODE            PIC X(2).
               10  PL-DESCRIPTION          PIC X(10).
               10  PL-TAXABLE-FLAG         PIC X.
               10  PL-WITHHOLD-PCT         PIC 9V999.

       01  EMPLOYEE-LIST-TABLE.
           05  EMP-LIST-ENTRY OCCURS 500 TIMES.
               10  EL-EMPLOYEE-ID          PIC X(6).
               10  EL-NAME                 PIC X(20).

      * ONE ROW PER RETIREE WITH A PAYOUT IN THE YEAR OR A STATEMENT
      * ALREADY ISSUED FOR IT - THIS YEAR'S FIGURES, WHAT THEY WERE
      * LAST TOLD, AND UP TO FIVE PLAN LINES FOR THE STATEMENT.
       01  RETIREE-TABLE.
           05  RETIREE-ENTRY OCCURS 2000 TIMES.
               10  RE-EMPLOYEE-ID          PIC X(6).
               10  RE-NAME                 PIC X(20).
               10  RE-GROSS-AMOUNT         PIC 9(7)V99.
               10  RE-TAXABLE-AMOUNT       PIC 9(7)V99.
               10  RE-WITHHELD-AMOUNT      PIC 9(7)V99.
               10  RE-PRIOR-SWITCH         PIC X.
                   88  RE-PRIOR-ISSUED                VALUE "Y".
               10  RE-PRIOR-ISSUE-DATE     PIC 9(8).
               10  RE-PRIOR-GROSS          PIC 9(7)V99.
               10  RE-PRIOR-TAXABLE        PIC 9(7)V99.
               10  RE-PRIOR-WITHHELD       PIC 9(7)V99.
               10  RE-PLAN-COUNT           PIC 9.
               10  RE-PLAN-ROW OCCURS 5 TIMES.
                   15  RP-PLAN-CODE            PIC X(2).
                   15  RP-DESCRIPTION          PIC X(10).
                   15  RP-PAYOUT-COUNT         PIC 9(3).
                   15  RP-GROSS-AMOUNT         PIC 9(7)V99.
                   15  RP-TAXABLE-AMOUNT       PIC 9(7)V99.
                   15  RP-WITHHELD-AMOUNT      PIC 9(7)V99.

      * ONE ROW PER PLAN CODE FOR THE CONTROL REPORT.  PAID IS EVERY
      * INSPAID RECORD RUN IN THE YEAR - WHAT THE PAYOUT HISTORY
      * SUMMARY SHOWS - AND REJECTED IS WHAT THE FUND SENT BACK, SO
      * PAID LESS REJECTED IS THE GROSS ON THE STATEMENTS.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 50 TIMES.
               10  CP-PLAN-CODE            PIC X(2).
               10  CP-DESCRIPTION          PIC X(10).
               10  CP-PAID-COUNT           PIC 9(5).
               10  CP-PAID-TOTAL           PIC 9(9)V99.
               10  CP-REJECTED-COUNT       PIC 9(5).
               10  CP-REJECTED-TOTAL       PIC 9(9)V99.
               10  CP-TAXABLE-TOTAL        PIC 9(9)V99.
               10  CP-WITHHELD-TOTAL       PIC 9(9)V99.

       01  GRAND-TOTAL-FIELDS.
           05  GT-PAID-COUNT           PIC 9(5)      VALUE ZERO.
           05  GT-PAID-TOTAL           PIC 9(9)V99   VALUE ZERO.
           05  GT-REJECTED-COUNT       PIC 9(5)      VALUE ZERO.
           05  GT-REJECTED-TOTAL       PIC 9(9)V99   VALUE ZERO.
           05  GT-TAXABLE-TOTAL        PIC 9(9)V99   VALUE ZERO.
           05  GT-WITHHELD-TOTAL       PIC 9(9)V99   VALUE ZERO.

       01  REPORTABLE-WORK             PIC 9(9)V99   VALUE ZERO.

       01  STATEMENT-TITLE-LINE.
           05              PIC X(38)
               VALUE "RETIREMENT INSURANCE PAYOUT STATEMENT ".
           05              PIC X(11)       VALUE "- TAX YEAR ".
           05  SL-TAX-YEAR             PIC 9(4).
           05  SL-AMENDED-NOTE         PIC X(10).

       01  STATEMENT-PAYER-LINE.
           05              PIC X(13)       VALUE "PAYER ID:    ".
           05  SL-PAYER-ID             PIC X(10).
           05              PIC X(14)       VALUE "   ISSUED ON  ".
           05  SL-ISSUE-DATE           PIC 9999/99/99.

       01  STATEMENT-RECIPIENT-LINE.
           05              PIC X(13)       VALUE "RECIPIENT:   ".
           05  SL-EMPLOYEE-ID          PIC X(6).
           05              PIC X(2)        VALUE SPACE.
           05  SL-EMPLOYEE-NAME        PIC X(20).

       01  STATEMENT-COLUMN-LINE.
           05              PIC X(6)        VALUE "PLAN  ".
           05              PIC X(12)       VALUE "DESCRIPTION ".
           05              PIC X(9)        VALUE "PAYOUTS  ".
           05              PIC X(16)       VALUE "GROSS PAYOUT    ".
           05              PIC X(16)       VALUE "TAXABLE         ".
           05              PIC X(8)        VALUE "WITHHELD".

       01  STATEMENT-PLAN-LINE.
           05  SP-PLAN-CODE            PIC X(2).
           05                          PIC X(4)        VALUE SPACE.
           05  SP-DESCRIPTION          PIC X(10).
           05                          PIC X(4)        VALUE SPACE.
           05  SP-PAYOUT-COUNT         PIC ZZ9.
           05                          PIC X(2)        VALUE SPACE.
           05  SP-GROSS-AMOUNT         PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X(3)        VALUE SPACE.
           05  SP-TAXABLE-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X(3)        VALUE SPACE.
           05  SP-WITHHELD-AMOUNT      PIC $Z,ZZZ,ZZ9.99.

       01  STATEMENT-AMOUNT-LINE.
           05  SA-LABEL                PIC X(25).
           05  SA-GROSS-AMOUNT         PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X(3)        VALUE SPACE.
           05  SA-TAXABLE-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05                          PIC X(3)        VALUE SPACE.
           05  SA-WITHHELD-AMOUNT      PIC $Z,ZZZ,ZZ9.99.

       01  STATEMENT-CORRECTS-LINE.
           05              PIC X(40)
               VALUE "THIS STATEMENT CORRECTS THE ONE ISSUED ".
           05  SC-PRIOR-ISSUE-DATE     PIC 9999/99/99.

       01  CONTROL-HEADING-LINE.
           05              PIC X(37)
               VALUE "YEAR-END PAYOUT TAX CONTROL TOTALS - ".
           05  CH-TAX-YEAR             PIC 9(4).
           05  CH-RUN-TYPE             PIC X(12).
           05              PIC X(8)        VALUE " RUN ON ".
           05  CH-RUN-DATE             PIC 9999/99/99.

       01  CONTROL-TIE-LINE.
           05              PIC X(47)
               VALUE "PAID TOTAL AGAINST THE PAYOUT HISTORY LOG      ".
           05              PIC X(4)        VALUE "FOR ".
           05  CT-START-DATE           PIC 9(8).
           05              PIC X(9)        VALUE " THROUGH ".
           05  CT-END-DATE             PIC 9(8).

       01  CONTROL-COLUMN-LINE.
           05              PIC X(17)       VALUE "PLAN DESCRIPTION ".
           05              PIC X(23)
               VALUE "PAID  PAID TOTAL       ".
           05              PIC X(22)
               VALUE "REJ  REJECTED TOTAL   ".
           05              PIC X(16)       VALUE "REPORTABLE      ".
           05              PIC X(16)       VALUE "TAXABLE         ".
           05              PIC X(8)        VALUE "WITHHELD".

       01  CONTROL-DETAIL-LINE.
           05  CD-PLAN-CODE            PIC X(2).
           05                          PIC X(3)        VALUE SPACE.
           05  CD-DESCRIPTION          PIC X(10).
           05                          PIC X(1)        VALUE SPACE.
           05  CD-PAID-COUNT           PIC ZZ,ZZ9.
           05                          PIC X(1)        VALUE SPACE.
           05  CD-PAID-TOTAL           PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)        VALUE SPACE.
           05  CD-REJECTED-COUNT       PIC ZZ,ZZ9.
           05                          PIC X(1)        VALUE SPACE.
           05  CD-REJECTED-TOTAL       PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)        VALUE SPACE.
           05  CD-REPORTABLE-TOTAL     PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)        VALUE SPACE.
           05  CD-TAXABLE-TOTAL        PIC $ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)        VALUE SPACE.
           05  CD-WITHHELD-TOTAL       PIC $ZZZ,ZZZ,ZZ9.99.

       01  CONTROL-COUNT-LINE.
           05  CC-LABEL                PIC X(32).
           05  CC-COUNT                PIC ZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACE.
           05  CC-AMOUNT               PIC $ZZZ,ZZZ,ZZ9.99.

       01  CONTROL-BALANCE-LINE.
           05  CB-LABEL                PIC X(32).
           05  CB-COUNT                PIC ZZ,ZZ9-.
           05                          PIC X(2)        VALUE SPACE.
           05  CB-AMOUNT               PIC $ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2)        VALUE SPACE.
           05  CB-BALANCE-NOTE         PIC X(14).

       PROCEDURE DIVISION.

       000-YEAR-END-TAX-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TD-CURRENT-DATE.

           DISPLAY "Enter: Tax Year (YYYY, 0 = LAST YEAR)"
           ACCEPT TAX-YEAR.
           IF TAX-YEAR = ZERO
               COMPUTE TAX-YEAR = TD-YEAR - 1
           END-IF.
           DISPLAY "Enter: Amended Statements For A Correction? (Y/N)"
           ACCEPT AMENDED-ANSWER.
           IF AMENDED-ANSWER = "Y" OR AMENDED-ANSWER = "y"
               MOVE "Y" TO AMENDED-RUN-SWITCH
               MOVE "A" TO ISSUE-TYPE-WORK
           END-IF.

           PERFORM 050-SET-FILE-NAMES.
           PERFORM 100-LOAD-PLAN-TABLE.
           PERFORM 150-LOAD-EMPLOYEE-MASTER.
           PERFORM 200-LOAD-TAX-HISTORY.

           IF ORIGINALS-ISSUED AND NOT AMENDED-RUN
               DISPLAY "ORIGINAL STATEMENTS FOR " TAX-YEAR
                   " WERE ALREADY ISSUED"
               DISPLAY "RERUN AS AMENDED TO ISSUE CORRECTIONS"
               STOP RUN
           END-IF.
           IF AMENDED-RUN AND NOT ORIGINALS-ISSUED
               DISPLAY "NO ORIGINAL STATEMENTS ISSUED FOR " TAX-YEAR
                   " - NOTHING TO AMEND"
               STOP RUN
           END-IF.

           OPEN INPUT INSPAID.
           IF NOT WS-INSPAID-OK
               DISPLAY "UNABLE TO OPEN PAID FILE: " INSPAID-NAME
               DISPLAY "STATUS: " WS-INSPAID-STATUS
               STOP RUN
           END-IF.
           PERFORM 300-TALLY-ONE-PAYOUT
               WITH TEST AFTER
               UNTIL PAID-EOF.
           CLOSE INSPAID.

           PERFORM 400-OPEN-STATEMENT-FILES.
           PERFORM 420-ISSUE-ONE-STATEMENT
               VARYING RETIREE-IDX FROM 1 BY 1
               UNTIL RETIREE-IDX > RETIREE-COUNT.
           PERFORM 480-CLOSE-STATEMENT-FILES.

           PERFORM 350-TALLY-PAYOUT-LOG.
           PERFORM 500-WRITE-CONTROL-REPORT.

           DISPLAY "PAID RECORDS READ  " PAID-READ-COUNT.
           DISPLAY "IN TAX YEAR ------ " PAID-IN-YEAR-COUNT.
           DISPLAY "STATEMENTS ISSUED  " ISSUED-COUNT.
           IF AMENDED-RUN
               DISPLAY "UNCHANGED -------- " UNCHANGED-COUNT
           END-IF.
           STOP RUN.

      * EACH OUTPUT NAME CAN COME FROM THE ENVIRONMENT; THE DEFAULTS
      * CARRY THE TAX YEAR, AND AN AMENDED RUN DEFAULTS TO ITS OWN
      * STATEMENT AND EXTRACT FILES SO THE ORIGINALS ARE NEVER
      * TOUCHED.
       050-SET-FILE-NAMES.
           ACCEPT INSPAID-NAME FROM ENVIRONMENT "INSPAID_PATH".
           IF INSPAID-NAME = SPACES
               MOVE "INSPAID.DAT" TO INSPAID-NAME
           END-IF.
           ACCEPT INSPLANS-NAME FROM ENVIRONMENT "INSPLANS_PATH".
           IF INSPLANS-NAME = SPACES
               MOVE "INSPLANS.DAT" TO INSPLANS-NAME
           END-IF.
           ACCEPT EMPMASTER-NAME FROM ENVIRONMENT "EMPMASTER_PATH".
           IF EMPMASTER-NAME = SPACES
               MOVE "EMPMASTER.DAT" TO EMPMASTER-NAME
           END-IF.
           ACCEPT TAXHIST-NAME FROM ENVIRONMENT "TAXHIST_PATH".
           IF TAXHIST-NAME = SPACES
               MOVE "INSTAXHIST.DAT" TO TAXHIST-NAME
           END-IF.
           ACCEPT PAYER-TAX-ID FROM ENVIRONMENT "INS_TAX_ID".
           IF PAYER-TAX-ID = SPACES
               DISPLAY "WARNING - INS_TAX_ID NOT SET - PAYER ID "
                   "WILL BE BLANK"
           END-IF.

           IF AMENDED-RUN
               ACCEPT TAXSTMT-NAME FROM ENVIRONMENT "TAXAMEND_PATH"
               IF TAXSTMT-NAME = SPACES
                   STRING "INSTAXAMD" TAX-YEAR ".TXT"
                       DELIMITED BY SIZE INTO TAXSTMT-NAME
               END-IF
               ACCEPT TAXEFILE-NAME
                   FROM ENVIRONMENT "TAXAMENDEFILE_PATH"
               IF TAXEFILE-NAME = SPACES
                   STRING "INSTAXEFA" TAX-YEAR ".DAT"
                       DELIMITED BY SIZE INTO TAXEFILE-NAME
               END-IF
               ACCEPT TAXCTL-NAME FROM ENVIRONMENT "TAXAMENDCTL_PATH"
               IF TAXCTL-NAME = SPACES
                   STRING "INSTAXCTA" TAX-YEAR ".TXT"
                       DELIMITED BY SIZE INTO TAXCTL-NAME
               END-IF
           ELSE
               ACCEPT TAXSTMT-NAME FROM ENVIRONMENT "TAXSTMT_PATH"
               IF TAXSTMT-NAME = SPACES
                   STRING "INSTAXSTM" TAX-YEAR ".TXT"
                       DELIMITED BY SIZE INTO TAXSTMT-NAME
               END-IF
               ACCEPT TAXEFILE-NAME FROM ENVIRONMENT "TAXEFILE_PATH"
               IF TAXEFILE-NAME = SPACES
                   STRING "INSTAXEF" TAX-YEAR ".DAT"
                       DELIMITED BY SIZE INTO TAXEFILE-NAME
               END-IF
               ACCEPT TAXCTL-NAME FROM ENVIRONMENT "TAXCTL_PATH"
               IF TAXCTL-NAME = SPACES
                   STRING "INSTAXCTL" TAX-YEAR ".TXT"
                       DELIMITED BY SIZE INTO TAXCTL-NAME
               END-IF
           END-IF.

      * WITHOUT THE PLAN TABLE EVERY PAYOUT IS REPORTED AS TAXABLE
      * WITH NOTHING WITHHELD - OVER-REPORTING IS CORRECTED WITH AN
      * AMENDED STATEMENT, UNDER-REPORTING IS A PENALTY.
       100-LOAD-PLAN-TABLE.
           OPEN INPUT INSPLANS.
           IF NOT WS-INSPLANS-OK
               DISPLAY "WARNING - NO PLAN TABLE AT " INSPLANS-NAME
               DISPLAY "ALL PAYOUTS WILL BE REPORTED AS TAXABLE"
           ELSE
               PERFORM 110-LOAD-ONE-PLAN
                   WITH TEST AFTER
                   UNTIL PLAN-EOF OR PLAN-LIST-COUNT = PLAN-LIST-MAX
               IF NOT PLAN-EOF
                   DISPLAY "WARNING - PLAN TABLE LONGER THAN "
                       PLAN-LIST-MAX " - REST NOT LOADED"
               END-IF
               CLOSE INSPLANS
           END-IF.

       110-LOAD-ONE-PLAN.
           READ INSPLANS
               AT END
                   MOVE "Y" TO PLAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PLAN-LIST-COUNT
                   MOVE PLN-PLAN-CODE
                       TO PL-PLAN-CODE(PLAN-LIST-COUNT)
                   MOVE PLN-DESCRIPTION
                       TO PL-DESCRIPTION(PLAN-LIST-COUNT)
                   MOVE PLN-TAXABLE-FLAG
                       TO PL-TAXABLE-FLAG(PLAN-LIST-COUNT)
                   IF PLN-WITHHOLD-PCT IS NUMERIC
                       MOVE PLN-WITHHOLD-PCT
                           TO PL-WITHHOLD-PCT(PLAN-LIST-COUNT)
                   ELSE
                       MOVE ZERO TO PL-WITHHOLD-PCT(PLAN-LIST-COUNT)
                   END-IF
           END-READ.

       150-LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPMASTER.
           IF NOT WS-EMPMASTER-OK
               DISPLAY "WARNING - NO EMPLOYEE MASTER AT "
                   EMPMASTER-NAME
               DISPLAY "STATEMENT NAMES WILL BE BLANK"
           ELSE
               PERFORM 160-LOAD-ONE-EMPLOYEE
                   WITH TEST AFTER
                   UNTIL EMP-EOF OR EMP-LIST-COUNT = EMP-LIST-MAX
               IF NOT EMP-EOF
                   DISPLAY "WARNING - EMPLOYEE MASTER LONGER THAN "
                       EMP-LIST-MAX " - REST NOT LOADED"
               END-IF
               CLOSE EMPMASTER
           END-IF.

       160-LOAD-ONE-EMPLOYEE.
           READ EMPMASTER
               AT END
                   MOVE "Y" TO EMP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO EMP-LIST-COUNT
                   MOVE EMP-EMPLOYEE-ID
                       TO EL-EMPLOYEE-ID(EMP-LIST-COUNT)
                   MOVE EMP-NAME TO EL-NAME(EMP-LIST-COUNT)
           END-READ.

      * WHAT EACH RETIREE WAS LAST TOLD FOR THE YEAR.  NO HISTORY
      * FILE YET JUST MEANS NOTHING HAS EVER BEEN ISSUED.
       200-LOAD-TAX-HISTORY.
           OPEN INPUT TAX-HISTORY.
           IF WS-TAX-HISTORY-OK
               PERFORM 210-LOAD-ONE-HISTORY-RECORD
                   WITH TEST AFTER
                   UNTIL HISTORY-EOF
               CLOSE TAX-HISTORY
           END-IF.

       210-LOAD-ONE-HISTORY-RECORD.
           READ TAX-HISTORY
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT AT END
                   IF TH-TAX-YEAR = TAX-YEAR
                       ADD 1 TO HISTORY-IN-YEAR-COUNT
                       IF TH-ORIGINAL
                           MOVE "Y" TO ORIGINALS-ISSUED-SWITCH
                       END-IF
                       MOVE TH-EMPLOYEE-ID TO SEARCH-EMPLOYEE-ID
                       PERFORM 320-FIND-RETIREE-ROW
                       IF RETIREE-FOUND-IDX > ZERO
                           MOVE "Y"
                               TO RE-PRIOR-SWITCH(RETIREE-FOUND-IDX)
                           MOVE TH-ISSUE-DATE
                               TO RE-PRIOR-ISSUE-DATE(RETIREE-FOUND-IDX)
                           MOVE TH-GROSS-AMOUNT
                               TO RE-PRIOR-GROSS(RETIREE-FOUND-IDX)
                           MOVE TH-TAXABLE-AMOUNT
                               TO RE-PRIOR-TAXABLE(RETIREE-FOUND-IDX)
                           MOVE TH-WITHHELD-AMOUNT
                               TO RE-PRIOR-WITHHELD(RETIREE-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

      * EVERY INSPAID RECORD RUN IN THE TAX YEAR GOES TO THE CONTROL
      * TOTALS; ONLY THOSE THE FUND DID NOT REJECT GO ON A STATEMENT.
       300-TALLY-ONE-PAYOUT.
           READ INSPAID
               AT END
                   MOVE "Y" TO PAID-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PAID-READ-COUNT
                   MOVE PD-RUN-DATE(1:4) TO PAID-YEAR-WORK
                   IF PAID-YEAR-WORK = TAX-YEAR
                       ADD 1 TO PAID-IN-YEAR-COUNT
                       PERFORM 310-APPLY-PLAN-TAX-TERMS
                       PERFORM 340-POST-TO-CONTROL-ROW
                       IF NOT PD-FUND-REJECTED
                           MOVE PD-EMPLOYEE-ID TO SEARCH-EMPLOYEE-ID
                           PERFORM 320-FIND-RETIREE-ROW
                           PERFORM 330-POST-TO-RETIREE-ROW
                       END-IF
                   END-IF
           END-READ.

       310-APPLY-PLAN-TAX-TERMS.
           MOVE "N" TO ROW-FOUND-SWITCH.
           PERFORM 315-MATCH-ONE-PLAN
               VARYING PLAN-LIST-IDX FROM 1 BY 1
               UNTIL PLAN-LIST-IDX > PLAN-LIST-COUNT
                  OR ROW-FOUND.
           IF ROW-FOUND
               MOVE PL-TAXABLE-FLAG(PLAN-FOUND-IDX)
                   TO APPLIED-TAXABLE-FLAG
               MOVE PL-WITHHOLD-PCT(PLAN-FOUND-IDX)
                   TO APPLIED-WITHHOLD-PCT
               MOVE PL-DESCRIPTION(PLAN-FOUND-IDX)
                   TO APPLIED-DESCRIPTION
           ELSE
               MOVE "Y"     TO APPLIED-TAXABLE-FLAG
               MOVE ZERO    TO APPLIED-WITHHOLD-PCT
               MOVE "UNKNOWN" TO APPLIED-DESCRIPTION
               ADD 1 TO UNKNOWN-PLAN-COUNT
           END-IF.
           IF APPLIED-NOT-TAXABLE
               MOVE ZERO TO PAYOUT-TAXABLE-WORK
               MOVE ZERO TO PAYOUT-WITHHELD-WORK
           ELSE
               MOVE PD-PAYOUT-AMOUNT TO PAYOUT-TAXABLE-WORK
               COMPUTE PAYOUT-WITHHELD-WORK ROUNDED =
                   PD-PAYOUT-AMOUNT * APPLIED-WITHHOLD-PCT
           END-IF.

       315-MATCH-ONE-PLAN.
           IF PL-PLAN-CODE(PLAN-LIST-IDX) = PD-PLAN-CODE
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE PLAN-LIST-IDX TO PLAN-FOUND-IDX
           END-IF.

      * FINDS (OR ADDS) THE RETIREE ROW FOR SEARCH-EMPLOYEE-ID.  A FULL
      * TABLE LEAVES RETIREE-FOUND-IDX AT ZERO AND IS ANNOUNCED.
       320-FIND-RETIREE-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO RETIREE-FOUND-IDX.
           PERFORM 325-MATCH-ONE-RETIREE
               VARYING RETIREE-IDX FROM 1 BY 1
               UNTIL RETIREE-IDX > RETIREE-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF RETIREE-COUNT < RETIREE-MAX
                   ADD 1 TO RETIREE-COUNT
                   MOVE RETIREE-COUNT TO RETIREE-FOUND-IDX
                   PERFORM 328-START-RETIREE-ROW
               ELSE
                   DISPLAY "WARNING - RETIREE TABLE FULL, SKIPPING: "
                       SEARCH-EMPLOYEE-ID
               END-IF
           END-IF.

       325-MATCH-ONE-RETIREE.
           IF RE-EMPLOYEE-ID(RETIREE-IDX) = SEARCH-EMPLOYEE-ID
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE RETIREE-IDX TO RETIREE-FOUND-IDX
           END-IF.

       328-START-RETIREE-ROW.
           MOVE SEARCH-EMPLOYEE-ID TO RE-EMPLOYEE-ID(RETIREE-FOUND-IDX).
           MOVE SPACES TO RE-NAME(RETIREE-FOUND-IDX).
           MOVE "N" TO ROW-FOUND-SWITCH.
           PERFORM 329-MATCH-ONE-EMPLOYEE
               VARYING EMP-LIST-IDX FROM 1 BY 1
               UNTIL EMP-LIST-IDX > EMP-LIST-COUNT
                  OR ROW-FOUND.
           IF ROW-FOUND
               MOVE EL-NAME(EMP-FOUND-IDX)
                   TO RE-NAME(RETIREE-FOUND-IDX)
           END-IF.
           MOVE ZERO TO RE-GROSS-AMOUNT(RETIREE-FOUND-IDX).
           MOVE ZERO TO RE-TAXABLE-AMOUNT(RETIREE-FOUND-IDX).
           MOVE ZERO TO RE-WITHHELD-AMOUNT(RETIREE-FOUND-IDX).
           MOVE "N"  TO RE-PRIOR-SWITCH(RETIREE-FOUND-IDX).
           MOVE ZERO TO RE-PRIOR-ISSUE-DATE(RETIREE-FOUND-IDX).
           MOVE ZERO TO RE-PRIOR-GROSS(RETIREE-FOUND-IDX).
           MOVE ZERO TO RE-PRIOR-TAXABLE(RETIREE-FOUND-IDX).
           MOVE ZERO TO RE-PRIOR-WITHHELD(RETIREE-FOUND-IDX).
           MOVE ZERO TO RE-PLAN-COUNT(RETIREE-FOUND-IDX).

       329-MATCH-ONE-EMPLOYEE.
           IF EL-EMPLOYEE-ID(EMP-LIST-IDX) = SEARCH-EMPLOYEE-ID
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE EMP-LIST-IDX TO EMP-FOUND-IDX
           END-IF.

      * A RETIREE PAID UNDER MORE PLANS THAN THE STATEMENT HAS LINES
      * FOR STILL GETS EVERY DOLLAR IN THE TOTALS - ONLY THE PLAN
      * BREAKDOWN IS SHORT, AND THAT IS ANNOUNCED.
       330-POST-TO-RETIREE-ROW.
           IF RETIREE-FOUND-IDX > ZERO
               ADD PD-PAYOUT-AMOUNT
                   TO RE-GROSS-AMOUNT(RETIREE-FOUND-IDX)
               ADD PAYOUT-TAXABLE-WORK
                   TO RE-TAXABLE-AMOUNT(RETIREE-FOUND-IDX)
               ADD PAYOUT-WITHHELD-WORK
                   TO RE-WITHHELD-AMOUNT(RETIREE-FOUND-IDX)
               MOVE "N" TO ROW-FOUND-SWITCH
               PERFORM 335-MATCH-ONE-RETIREE-PLAN
                   VARYING RETIREE-PLAN-IDX FROM 1 BY 1
                   UNTIL RETIREE-PLAN-IDX
                         > RE-PLAN-COUNT(RETIREE-FOUND-IDX)
                      OR ROW-FOUND
               IF NOT ROW-FOUND
                   IF RE-PLAN-COUNT(RETIREE-FOUND-IDX)
                       < RETIREE-PLAN-MAX
                       ADD 1 TO RE-PLAN-COUNT(RETIREE-FOUND-IDX)
                       MOVE RE-PLAN-COUNT(RETIREE-FOUND-IDX)
                           TO RETIREE-PLAN-FOUND-IDX
                       MOVE "Y" TO ROW-FOUND-SWITCH
                       PERFORM 338-START-RETIREE-PLAN
                   ELSE
                       DISPLAY "WARNING - MORE THAN "
                           RETIREE-PLAN-MAX " PLANS FOR "
                           PD-EMPLOYEE-ID " - " PD-PLAN-CODE
                           " IN TOTALS ONLY"
                   END-IF
               END-IF
               IF ROW-FOUND
                   ADD 1 TO RP-PAYOUT-COUNT
                       (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX)
                   ADD PD-PAYOUT-AMOUNT TO RP-GROSS-AMOUNT
                       (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX)
                   ADD PAYOUT-TAXABLE-WORK TO RP-TAXABLE-AMOUNT
                       (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX)
                   ADD PAYOUT-WITHHELD-WORK TO RP-WITHHELD-AMOUNT
                       (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX)
               END-IF
           END-IF.

       335-MATCH-ONE-RETIREE-PLAN.
           IF RP-PLAN-CODE(RETIREE-FOUND-IDX, RETIREE-PLAN-IDX)
               = PD-PLAN-CODE
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE RETIREE-PLAN-IDX TO RETIREE-PLAN-FOUND-IDX
           END-IF.

       338-START-RETIREE-PLAN.
           MOVE PD-PLAN-CODE TO RP-PLAN-CODE
               (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX).
           MOVE APPLIED-DESCRIPTION TO RP-DESCRIPTION
               (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX).
           MOVE ZERO TO RP-PAYOUT-COUNT
               (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX).
           MOVE ZERO TO RP-GROSS-AMOUNT
               (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX).
           MOVE ZERO TO RP-TAXABLE-AMOUNT
               (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX).
           MOVE ZERO TO RP-WITHHELD-AMOUNT
               (RETIREE-FOUND-IDX, RETIREE-PLAN-FOUND-IDX).

       340-POST-TO-CONTROL-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           PERFORM 345-MATCH-ONE-CONTROL-ROW
               VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF CONTROL-COUNT < CONTROL-MAX
                   ADD 1 TO CONTROL-COUNT
                   MOVE CONTROL-COUNT TO CONTROL-FOUND-IDX
                   MOVE PD-PLAN-CODE
                       TO CP-PLAN-CODE(CONTROL-FOUND-IDX)
                   MOVE APPLIED-DESCRIPTION
                       TO CP-DESCRIPTION(CONTROL-FOUND-IDX)
                   MOVE ZERO TO CP-PAID-COUNT(CONTROL-FOUND-IDX)
                   MOVE ZERO TO CP-PAID-TOTAL(CONTROL-FOUND-IDX)
                   MOVE ZERO TO CP-REJECTED-COUNT(CONTROL-FOUND-IDX)
                   MOVE ZERO TO CP-REJECTED-TOTAL(CONTROL-FOUND-IDX)
                   MOVE ZERO TO CP-TAXABLE-TOTAL(CONTROL-FOUND-IDX)
                   MOVE ZERO TO CP-WITHHELD-TOTAL(CONTROL-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - CONTROL TABLE FULL, SKIPPING: "
                       PD-PLAN-CODE
                   MOVE ZERO TO CONTROL-FOUND-IDX
               END-IF
           END-IF.
           ADD 1 TO GT-PAID-COUNT.
           ADD PD-PAYOUT-AMOUNT TO GT-PAID-TOTAL.
           IF PD-FUND-REJECTED
               ADD 1 TO GT-REJECTED-COUNT
               ADD PD-PAYOUT-AMOUNT TO GT-REJECTED-TOTAL
           ELSE
               ADD PAYOUT-TAXABLE-WORK  TO GT-TAXABLE-TOTAL
               ADD PAYOUT-WITHHELD-WORK TO GT-WITHHELD-TOTAL
           END-IF.
           IF CONTROL-FOUND-IDX > ZERO
               ADD 1 TO CP-PAID-COUNT(CONTROL-FOUND-IDX)
               ADD PD-PAYOUT-AMOUNT TO CP-PAID-TOTAL(CONTROL-FOUND-IDX)
               IF PD-FUND-REJECTED
                   ADD 1 TO CP-REJECTED-COUNT(CONTROL-FOUND-IDX)
                   ADD PD-PAYOUT-AMOUNT
                       TO CP-REJECTED-TOTAL(CONTROL-FOUND-IDX)
               ELSE
                   ADD PAYOUT-TAXABLE-WORK
                       TO CP-TAXABLE-TOTAL(CONTROL-FOUND-IDX)
                   ADD PAYOUT-WITHHELD-WORK
                       TO CP-WITHHELD-TOTAL(CONTROL-FOUND-IDX)
               END-IF
           END-IF.

       345-MATCH-ONE-CONTROL-ROW.
           IF CP-PLAN-CODE(CONTROL-IDX) = PD-PLAN-CODE
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE CONTROL-IDX TO CONTROL-FOUND-IDX
           END-IF.

      * THE PAYOUT LOG INSURANCE-PAYOUT-RPT SUMMARIZES, FOR THE SAME
      * JANUARY 1 THROUGH DECEMBER 31.  NO LOG IS REPORTED AS NOT
      * COMPARED RATHER THAN AS A DIFFERENCE.
       350-TALLY-PAYOUT-LOG.
           COMPUTE CT-START-DATE = (TAX-YEAR * 10000) + 0101.
           COMPUTE CT-END-DATE   = (TAX-YEAR * 10000) + 1231.
           OPEN INPUT AUDIT-LOG.
           IF NOT WS-AUDIT-LOG-OK
               DISPLAY "WARNING - UNABLE TO OPEN INSURLOG.TXT - "
                   "STATUS: " WS-AUDIT-LOG-STATUS
                   " - PAID TOTAL NOT COMPARED"
           ELSE
               MOVE "Y" TO LOG-READ-SWITCH
               PERFORM 355-TALLY-ONE-LOG-LINE
                   WITH TEST AFTER
                   UNTIL LOG-EOF
               CLOSE AUDIT-LOG
           END-IF.

       355-TALLY-ONE-LOG-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
               NOT AT END
                   MOVE ALN-RUN-YEAR  TO LOG-LINE-DATE(1:4)
                   MOVE ALN-RUN-MONTH TO LOG-LINE-DATE(5:2)
                   MOVE ALN-RUN-DAY   TO LOG-LINE-DATE(7:2)
                   IF LOG-LINE-DATE >= CT-START-DATE
                       AND LOG-LINE-DATE <= CT-END-DATE
                       PERFORM 360-DEEDIT-LOG-AMOUNT
                       ADD 1 TO LOG-IN-YEAR-COUNT
                       ADD LOG-AMOUNT-WORK TO LOG-IN-YEAR-TOTAL
                   END-IF
           END-READ.

       360-DEEDIT-LOG-AMOUNT.
           MOVE ZERO TO DEEDIT-VALUE.
           PERFORM 365-GATHER-ONE-DIGIT
               VARYING DEEDIT-IDX FROM 1 BY 1
               UNTIL DEEDIT-IDX > 9.
           COMPUTE LOG-AMOUNT-WORK = DEEDIT-VALUE / 100.

       365-GATHER-ONE-DIGIT.
           MOVE ALN-AMOUNT-EDITED(DEEDIT-IDX:1) TO DEEDIT-CHAR.
           IF DEEDIT-CHAR >= "0" AND DEEDIT-CHAR <= "9"
               COMPUTE DEEDIT-VALUE =
                   (DEEDIT-VALUE * 10) + DEEDIT-DIGIT
           END-IF.

      * ORIGINALS START FRESH FILES.  AMENDED STATEMENTS AND THEIR
      * CORRECTION EXTRACT ARE ADDED TO THE END OF THE AMENDED FILES,
      * SO ONE CORRECTION RUN NEVER WIPES OUT AN EARLIER ONE.
       400-OPEN-STATEMENT-FILES.
           IF AMENDED-RUN
               OPEN EXTEND TAX-STATEMENTS
               IF WS-TAX-STATEMENTS-MISSING
                   OPEN OUTPUT TAX-STATEMENTS
                   CLOSE TAX-STATEMENTS
                   OPEN EXTEND TAX-STATEMENTS
               END-IF
               OPEN EXTEND TAX-EFILE
               IF WS-TAX-EFILE-MISSING
                   OPEN OUTPUT TAX-EFILE
                   CLOSE TAX-EFILE
                   OPEN EXTEND TAX-EFILE
               END-IF
           ELSE
               OPEN OUTPUT TAX-STATEMENTS
               OPEN OUTPUT TAX-EFILE
           END-IF.
           IF NOT WS-TAX-STATEMENTS-OK
               DISPLAY "UNABLE TO OPEN STATEMENT FILE: " TAXSTMT-NAME
               DISPLAY "STATUS: " WS-TAX-STATEMENTS-STATUS
               STOP RUN
           END-IF.
           IF NOT WS-TAX-EFILE-OK
               DISPLAY "UNABLE TO OPEN FILING EXTRACT: " TAXEFILE-NAME
               DISPLAY "STATUS: " WS-TAX-EFILE-STATUS
               CLOSE TAX-STATEMENTS
               STOP RUN
           END-IF.

           OPEN EXTEND TAX-HISTORY.
           IF WS-TAX-HISTORY-MISSING
               OPEN OUTPUT TAX-HISTORY
               CLOSE TAX-HISTORY
               OPEN EXTEND TAX-HISTORY
           END-IF.
           IF NOT WS-TAX-HISTORY-OK
               DISPLAY "UNABLE TO OPEN STATEMENT HISTORY: "
                   TAXHIST-NAME
               DISPLAY "STATUS: " WS-TAX-HISTORY-STATUS
               CLOSE TAX-STATEMENTS
                     TAX-EFILE
               STOP RUN
           END-IF.

           MOVE SPACES          TO EFILE-HEADER-RECORD.
           MOVE "H"             TO EFH-RECORD-TYPE.
           MOVE TAX-YEAR        TO EFH-TAX-YEAR.
           MOVE PAYER-TAX-ID    TO EFH-PAYER-ID.
           MOVE TD-CURRENT-DATE TO EFH-RUN-DATE.
           MOVE ISSUE-TYPE-WORK TO EFH-FILING-TYPE.
           WRITE EFILE-HEADER-RECORD.

      * AN ORIGINAL GOES TO EVERY RETIREE WITH A REPORTABLE PAYOUT.
      * AN AMENDED STATEMENT GOES ONLY WHERE THE FIGURES NO LONGER
      * MATCH WHAT THE RETIREE WAS LAST TOLD - INCLUDING A RETIREE
      * NOW OWED A STATEMENT WHO NEVER GOT ONE, AND ONE WHOSE PAYOUT
      * TURNED OUT NOT TO COUNT AT ALL (CORRECTED TO ZERO).
       420-ISSUE-ONE-STATEMENT.
           MOVE "N" TO ISSUE-SWITCH.
           IF AMENDED-RUN
               IF RE-PRIOR-ISSUED(RETIREE-IDX)
                   IF RE-GROSS-AMOUNT(RETIREE-IDX)
                          NOT = RE-PRIOR-GROSS(RETIREE-IDX)
                      OR RE-TAXABLE-AMOUNT(RETIREE-IDX)
                          NOT = RE-PRIOR-TAXABLE(RETIREE-IDX)
                      OR RE-WITHHELD-AMOUNT(RETIREE-IDX)
                          NOT = RE-PRIOR-WITHHELD(RETIREE-IDX)
                       MOVE "Y" TO ISSUE-SWITCH
                   ELSE
                       ADD 1 TO UNCHANGED-COUNT
                   END-IF
               ELSE
                   IF RE-GROSS-AMOUNT(RETIREE-IDX) > ZERO
                       MOVE "Y" TO ISSUE-SWITCH
                   END-IF
               END-IF
           ELSE
               IF RE-GROSS-AMOUNT(RETIREE-IDX) > ZERO
                   MOVE "Y" TO ISSUE-SWITCH
               END-IF
           END-IF.
           IF ISSUE-STATEMENT
               PERFORM 430-WRITE-STATEMENT
               PERFORM 450-WRITE-EFILE-DETAIL
               PERFORM 460-WRITE-HISTORY-RECORD
               ADD 1 TO ISSUED-COUNT
               ADD RE-GROSS-AMOUNT(RETIREE-IDX)    TO ISSUED-GROSS-TOTAL
               ADD RE-TAXABLE-AMOUNT(RETIREE-IDX)
                   TO ISSUED-TAXABLE-TOTAL
               ADD RE-WITHHELD-AMOUNT(RETIREE-IDX)
                   TO ISSUED-WITHHELD-TOTAL
           END-IF.

       430-WRITE-STATEMENT.
           MOVE TAX-YEAR TO SL-TAX-YEAR.
           IF AMENDED-RUN
               MOVE " - AMENDED" TO SL-AMENDED-NOTE
           ELSE
               MOVE SPACES TO SL-AMENDED-NOTE
           END-IF.
           MOVE STATEMENT-TITLE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE.
           MOVE PAYER-TAX-ID    TO SL-PAYER-ID.
           MOVE TD-CURRENT-DATE TO SL-ISSUE-DATE.
           MOVE STATEMENT-PAYER-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES.
           MOVE RE-EMPLOYEE-ID(RETIREE-IDX) TO SL-EMPLOYEE-ID.
           MOVE RE-NAME(RETIREE-IDX)        TO SL-EMPLOYEE-NAME.
           MOVE STATEMENT-RECIPIENT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINES.

           MOVE STATEMENT-COLUMN-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES.
           PERFORM 435-WRITE-STATEMENT-PLAN-LINE
               VARYING RETIREE-PLAN-IDX FROM 1 BY 1
               UNTIL RETIREE-PLAN-IDX > RE-PLAN-COUNT(RETIREE-IDX).

           IF AMENDED-RUN
               MOVE "CORRECTED TOTAL" TO SA-LABEL
           ELSE
               MOVE "TOTAL" TO SA-LABEL
           END-IF.
           MOVE RE-GROSS-AMOUNT(RETIREE-IDX)    TO SA-GROSS-AMOUNT.
           MOVE RE-TAXABLE-AMOUNT(RETIREE-IDX)  TO SA-TAXABLE-AMOUNT.
           MOVE RE-WITHHELD-AMOUNT(RETIREE-IDX) TO SA-WITHHELD-AMOUNT.
           MOVE STATEMENT-AMOUNT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES.

           IF AMENDED-RUN AND RE-PRIOR-ISSUED(RETIREE-IDX)
               MOVE "PREVIOUSLY REPORTED" TO SA-LABEL
               MOVE RE-PRIOR-GROSS(RETIREE-IDX)    TO SA-GROSS-AMOUNT
               MOVE RE-PRIOR-TAXABLE(RETIREE-IDX)
                   TO SA-TAXABLE-AMOUNT
               MOVE RE-PRIOR-WITHHELD(RETIREE-IDX)
                   TO SA-WITHHELD-AMOUNT
               MOVE STATEMENT-AMOUNT-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINES
               MOVE RE-PRIOR-ISSUE-DATE(RETIREE-IDX)
                   TO SC-PRIOR-ISSUE-DATE
               MOVE STATEMENT-CORRECTS-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES
           END-IF.

       435-WRITE-STATEMENT-PLAN-LINE.
           MOVE RP-PLAN-CODE(RETIREE-IDX, RETIREE-PLAN-IDX)
               TO SP-PLAN-CODE.
           MOVE RP-DESCRIPTION(RETIREE-IDX, RETIREE-PLAN-IDX)
               TO SP-DESCRIPTION.
           MOVE RP-PAYOUT-COUNT(RETIREE-IDX, RETIREE-PLAN-IDX)
               TO SP-PAYOUT-COUNT.
           MOVE RP-GROSS-AMOUNT(RETIREE-IDX, RETIREE-PLAN-IDX)
               TO SP-GROSS-AMOUNT.
           MOVE RP-TAXABLE-AMOUNT(RETIREE-IDX, RETIREE-PLAN-IDX)
               TO SP-TAXABLE-AMOUNT.
           MOVE RP-WITHHELD-AMOUNT(RETIREE-IDX, RETIREE-PLAN-IDX)
               TO SP-WITHHELD-AMOUNT.
           MOVE STATEMENT-PLAN-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINES.

       450-WRITE-EFILE-DETAIL.
           MOVE SPACES TO EFILE-DETAIL-RECORD.
           MOVE "D" TO EFD-RECORD-TYPE.
           IF AMENDED-RUN
               MOVE "C" TO EFD-CORRECTION-FLAG
           END-IF.
           MOVE TAX-YEAR                        TO EFD-TAX-YEAR.
           MOVE RE-EMPLOYEE-ID(RETIREE-IDX)     TO EFD-EMPLOYEE-ID.
           MOVE RE-NAME(RETIREE-IDX)            TO EFD-EMPLOYEE-NAME.
           MOVE RE-GROSS-AMOUNT(RETIREE-IDX)    TO EFD-GROSS-AMOUNT.
           MOVE RE-TAXABLE-AMOUNT(RETIREE-IDX)  TO EFD-TAXABLE-AMOUNT.
           MOVE RE-WITHHELD-AMOUNT(RETIREE-IDX) TO EFD-WITHHELD-AMOUNT.
           WRITE EFILE-DETAIL-RECORD.
           IF NOT WS-TAX-EFILE-OK
               DISPLAY "WARNING - FILING EXTRACT WRITE FAILED - "
                   "STATUS: " WS-TAX-EFILE-STATUS
           END-IF.

       460-WRITE-HISTORY-RECORD.
           MOVE TAX-YEAR                        TO TH-TAX-YEAR.
           MOVE RE-EMPLOYEE-ID(RETIREE-IDX)     TO TH-EMPLOYEE-ID.
           MOVE ISSUE-TYPE-WORK                 TO TH-ISSUE-TYPE.
           MOVE TD-CURRENT-DATE                 TO TH-ISSUE-DATE.
           MOVE RE-GROSS-AMOUNT(RETIREE-IDX)    TO TH-GROSS-AMOUNT.
           MOVE RE-TAXABLE-AMOUNT(RETIREE-IDX)  TO TH-TAXABLE-AMOUNT.
           MOVE RE-WITHHELD-AMOUNT(RETIREE-IDX) TO TH-WITHHELD-AMOUNT.
           WRITE TAX-HISTORY-RECORD.
           IF NOT WS-TAX-HISTORY-OK
               DISPLAY "WARNING - STATEMENT HISTORY WRITE FAILED - "
                   "STATUS: " WS-TAX-HISTORY-STATUS
           END-IF.

       480-CLOSE-STATEMENT-FILES.
           MOVE SPACES                TO EFILE-TRAILER-RECORD.
           MOVE "T"                   TO EFT-RECORD-TYPE.
           MOVE ISSUED-COUNT          TO EFT-RECORD-COUNT.
           MOVE ISSUED-GROSS-TOTAL    TO EFT-GROSS-TOTAL.
           MOVE ISSUED-TAXABLE-TOTAL  TO EFT-TAXABLE-TOTAL.
           MOVE ISSUED-WITHHELD-TOTAL TO EFT-WITHHELD-TOTAL.
           WRITE EFILE-TRAILER-RECORD.
           CLOSE TAX-STATEMENTS
                 TAX-EFILE
                 TAX-HISTORY.

      * PAID LESS REJECTED IS WHAT THE YEAR'S STATEMENTS REPORT IN
      * TOTAL.  THE PAID TOTAL IS SET AGAINST THE PAYOUT LOG FOR THE
      * SAME DATES AND THE DIFFERENCE PRINTED - THE LOG ALSO HOLDS
      * INTERACTIVE CALCULATIONS THAT WERE NEVER PAID.
       500-WRITE-CONTROL-REPORT.
           IF AMENDED-RUN
               OPEN EXTEND TAX-CONTROL
               IF WS-TAX-CONTROL-MISSING
                   OPEN OUTPUT TAX-CONTROL
                   CLOSE TAX-CONTROL
                   OPEN EXTEND TAX-CONTROL
               END-IF
           ELSE
               OPEN OUTPUT TAX-CONTROL
           END-IF.
           IF NOT WS-TAX-CONTROL-OK
               DISPLAY "UNABLE TO OPEN CONTROL REPORT: " TAXCTL-NAME
               DISPLAY "STATUS: " WS-TAX-CONTROL-STATUS
           ELSE
               PERFORM 510-WRITE-CONTROL-BODY
               CLOSE TAX-CONTROL
           END-IF.

       510-WRITE-CONTROL-BODY.
           MOVE TAX-YEAR TO CH-TAX-YEAR.
           IF AMENDED-RUN
               MOVE " (AMENDED)" TO CH-RUN-TYPE
           ELSE
               MOVE " (ORIGINAL)" TO CH-RUN-TYPE
           END-IF.
           MOVE TD-CURRENT-DATE TO CH-RUN-DATE.
           MOVE CONTROL-HEADING-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

           MOVE CONTROL-COLUMN-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 2 LINES.
           PERFORM 520-WRITE-ONE-CONTROL-ROW
               VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-COUNT.

           MOVE "**"             TO CD-PLAN-CODE.
           MOVE "ALL PLANS"      TO CD-DESCRIPTION.
           MOVE GT-PAID-COUNT     TO CD-PAID-COUNT.
           MOVE GT-PAID-TOTAL     TO CD-PAID-TOTAL.
           MOVE GT-REJECTED-COUNT TO CD-REJECTED-COUNT.
           MOVE GT-REJECTED-TOTAL TO CD-REJECTED-TOTAL.
           COMPUTE REPORTABLE-WORK = GT-PAID-TOTAL - GT-REJECTED-TOTAL.
           MOVE REPORTABLE-WORK   TO CD-REPORTABLE-TOTAL.
           MOVE GT-TAXABLE-TOTAL  TO CD-TAXABLE-TOTAL.
           MOVE GT-WITHHELD-TOTAL TO CD-WITHHELD-TOTAL.
           MOVE CONTROL-DETAIL-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE "STATEMENTS ISSUED THIS RUN -----" TO CC-LABEL.
           MOVE ISSUED-COUNT       TO CC-COUNT.
           MOVE ISSUED-GROSS-TOTAL TO CC-AMOUNT.
           PERFORM 530-WRITE-CONTROL-COUNT-LINE.
           MOVE "    TAXABLE ON THOSE -----------" TO CC-LABEL.
           MOVE ZERO                 TO CC-COUNT.
           MOVE ISSUED-TAXABLE-TOTAL TO CC-AMOUNT.
           PERFORM 530-WRITE-CONTROL-COUNT-LINE.
           MOVE "    WITHHELD ON THOSE ----------" TO CC-LABEL.
           MOVE ZERO                  TO CC-COUNT.
           MOVE ISSUED-WITHHELD-TOTAL TO CC-AMOUNT.
           PERFORM 530-WRITE-CONTROL-COUNT-LINE.
           IF AMENDED-RUN
               MOVE "UNCHANGED - NOT REISSUED ------" TO CC-LABEL
               MOVE UNCHANGED-COUNT TO CC-COUNT
               MOVE ZERO            TO CC-AMOUNT
               PERFORM 530-WRITE-CONTROL-COUNT-LINE
           END-IF.
           MOVE "PAYOUTS UNDER AN UNKNOWN PLAN --" TO CC-LABEL.
           MOVE UNKNOWN-PLAN-COUNT TO CC-COUNT.
           MOVE ZERO               TO CC-AMOUNT.
           PERFORM 530-WRITE-CONTROL-COUNT-LINE.
           PERFORM 540-WRITE-LOG-COMPARISON.

       540-WRITE-LOG-COMPARISON.
           MOVE CONTROL-TIE-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "PAID PER INSPAID ---------------" TO CC-LABEL.
           MOVE GT-PAID-COUNT TO CC-COUNT.
           MOVE GT-PAID-TOTAL TO CC-AMOUNT.
           PERFORM 530-WRITE-CONTROL-COUNT-LINE.
           IF NOT LOG-WAS-READ
               MOVE "PAYOUT LOG NOT AVAILABLE - NOT COMPARED"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINES
           ELSE
               MOVE "LOGGED IN INSURLOG.TXT ---------" TO CC-LABEL
               MOVE LOG-IN-YEAR-COUNT TO CC-COUNT
               MOVE LOG-IN-YEAR-TOTAL TO CC-AMOUNT
               PERFORM 530-WRITE-CONTROL-COUNT-LINE
               COMPUTE COUNT-DIFFERENCE =
                   GT-PAID-COUNT - LOG-IN-YEAR-COUNT
               COMPUTE AMOUNT-DIFFERENCE =
                   GT-PAID-TOTAL - LOG-IN-YEAR-TOTAL
               MOVE "DIFFERENCE (INSPAID LESS LOG) --" TO CB-LABEL
               MOVE COUNT-DIFFERENCE  TO CB-COUNT
               MOVE AMOUNT-DIFFERENCE TO CB-AMOUNT
               IF COUNT-DIFFERENCE = ZERO AND AMOUNT-DIFFERENCE = ZERO
                   MOVE "IN BALANCE" TO CB-BALANCE-NOTE
               ELSE
                   MOVE "OUT OF BALANCE" TO CB-BALANCE-NOTE
               END-IF
               MOVE CONTROL-BALANCE-LINE TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINES
           END-IF.

       520-WRITE-ONE-CONTROL-ROW.
           MOVE CP-PLAN-CODE(CONTROL-IDX)      TO CD-PLAN-CODE.
           MOVE CP-DESCRIPTION(CONTROL-IDX)    TO CD-DESCRIPTION.
           MOVE CP-PAID-COUNT(CONTROL-IDX)     TO CD-PAID-COUNT.
           MOVE CP-PAID-TOTAL(CONTROL-IDX)     TO CD-PAID-TOTAL.
           MOVE CP-REJECTED-COUNT(CONTROL-IDX) TO CD-REJECTED-COUNT.
           MOVE CP-REJECTED-TOTAL(CONTROL-IDX) TO CD-REJECTED-TOTAL.
           COMPUTE REPORTABLE-WORK =
               CP-PAID-TOTAL(CONTROL-IDX)
               - CP-REJECTED-TOTAL(CONTROL-IDX).
           MOVE REPORTABLE-WORK                TO CD-REPORTABLE-TOTAL.
           MOVE CP-TAXABLE-TOTAL(CONTROL-IDX)  TO CD-TAXABLE-TOTAL.
           MOVE CP-WITHHELD-TOTAL(CONTROL-IDX) TO CD-WITHHELD-TOTAL.
           MOVE CONTROL-DETAIL-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINES.

       530-WRITE-CONTROL-COUNT-LINE.
           MOVE CONTROL-COUNT-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINES.
