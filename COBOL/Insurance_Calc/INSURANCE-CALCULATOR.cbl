      *                   supervisor override list keyed at the start
      *                   of the run, and the override is called out
      *                   on the console so it is never silent.
      *   07/19/2018 GW - The FUND-REMIT and INSPAID layouts moved to
      *                   REMITREC and PAIDREC, shared with the new
      *                   INSURANCE-FUND-RECON.  INSPAID records now
      *                   carry the fund's accepted/rejected status and
      *                   the day it was reconciled.  A payout the fund
      *                   rejected no longer counts as PREVIOUSLY PAID,
      *                   so the corrected resubmission goes through -
      *                   with a console note saying so.
      *   07/26/2018 GW - INSPAID records now carry the plan code each
      *                   payout was figured under, for the year-end tax
      *                   run.
      *   08/02/2018 GW - The batch now checks payout eligibility
      *                   against the employee master before
      *                   Calc_Insurance is called
      *                   (906-CHECK-ELIGIBILITY).  The employee must be
      *                   retired - not resigned, terminated or deceased
      *                   - with a separation date no later than today.
      *                   The extract's plan code must match the
      *                   master's, and the employee must meet that
      *                   plan's INSPLANS minimum years of service and
      *                   minimum age at separation.  Each failure goes
      *                   to BATCH-REJECTS with its own reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSURANCE-CALCULATOR.
           SELECT INSPAID ASSIGN TO INSPAID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSPAID-STATUS.
           SELECT INSPLANS ASSIGN TO INSPLANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSPLANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PLAIN SIGNED NUMBERS, NO EDITING.  H HEADER, ONE D PER
      * ACCEPTED EMPLOYEE, T TRAILER THE INTAKE BALANCES AGAINST.
       FD  FUND-REMIT.
           COPY REMITREC.

      * THE CUMULATIVE PAID-EMPLOYEES FILE - ONE RECORD PER PAYOUT
      * THE BATCH HAS EVER ACCEPTED, READ BACK AT THE START OF EVERY
      * RUN TO KICK REPEAT IDS OUT BEFORE THEY ARE PAID AGAIN.
       FD  INSPAID.
           COPY PAIDREC.

      * THE PLAN TABLE CALC_INSURANCE FIGURES PAYOUTS FROM - READ
      * HERE ONLY FOR EACH PLAN'S ELIGIBILITY MINIMUMS.
       FD  INSPLANS.
           COPY PLANREC.

       WORKING-STORAGE SECTION.
      * CALC_INSURANCE ARGUMENTS - SHARED COPYBOOK KEEPS THIS CALLER
               88  PAID-EOF                    VALUE "Y".
           05  PAID-FOUND-SWITCH    PIC X.
               88  PREVIOUSLY-PAID             VALUE "Y".
           05  FUND-REJECT-SWITCH   PIC X.
               88  REJECTED-BY-FUND            VALUE "Y".
           05  OVERRIDE-SWITCH      PIC X.
               88  OVERRIDE-GRANTED            VALUE "Y".

           05  PAID-LIST-ENTRY OCCURS 2000 TIMES.
               10  PL-EMPLOYEE-ID       PIC X(6).
               10  PL-RUN-DATE          PIC 9(8).
               10  PL-FUND-STATUS       PIC X.

       01  OVERRIDE-LIST-TABLE.
           05  OVERRIDE-ENTRY OCCURS 10 TIMES.
      *        SET TO "Y" ONCE THE EMPLOYEE HAS A LINE THIS RUN SO A
      *        SECOND LINE - A DOUBLED PAYOUT - IS REJECTED.
               10  EL-SEEN-THIS-RUN     PIC X.
               10  EL-HIRE-DATE         PIC 9(8).
               10  EL-BIRTH-DATE        PIC 9(8).
               10  EL-SEPARATION-DATE   PIC 9(8).
               10  EL-SEPARATION-TYPE   PIC X.
               10  EL-PLAN-CODE         PIC X(2).

      * EACH PLAN'S ELIGIBILITY MINIMUMS, LOADED AT BATCH START FROM
      * THE INSPLANS_PATH TABLE (INSPLANS.DAT WHEN NOT SET).  NO
      * TABLE, OR A PLAN NOT ON IT, MEANS NO MINIMUMS TO CHECK.
       01  INSPLANS-NAME            PIC X(60).

       01  WS-INSPLANS-STATUS          PIC X(2).
           88  WS-INSPLANS-OK                     VALUE "00".

       01  PLAN-RULE-FIELDS.
           05  PLAN-RULE-COUNT      PIC 9(3)   VALUE ZERO.
           05  PLAN-RULE-MAX        PIC 9(3)   VALUE 50.
           05  PLAN-RULE-IDX        PIC 9(3)   VALUE ZERO.
           05  PLAN-RULE-FOUND-IDX  PIC 9(3)   VALUE ZERO.

       01  PLAN-RULE-SWITCHES.
           05  PLAN-RULE-EOF-SWITCH PIC X      VALUE "N".
               88  PLAN-RULE-EOF               VALUE "Y".
           05  PLAN-RULE-SWITCH     PIC X.
               88  PLAN-RULE-FOUND             VALUE "Y".

       01  PLAN-RULE-TABLE.
           05  PLAN-RULE-ENTRY OCCURS 50 TIMES.
               10  PR-PLAN-CODE         PIC X(2).
               10  PR-MIN-SERVICE-YEARS PIC 99.
               10  PR-MIN-AGE           PIC 99.

      * COMPLETED YEARS FROM ONE YYYYMMDD DATE TO ANOTHER - SERVICE
      * IS HIRE TO SEPARATION, AGE IS BIRTH TO SEPARATION.
       01  COMPLETED-YEARS-FIELDS.
           05  YEARS-FROM-DATE      PIC 9(8)   VALUE ZERO.
           05  YEARS-FROM-DATE-X    REDEFINES YEARS-FROM-DATE.
               10  YF-YEAR              PIC 9(4).
               10  YF-MONTH-DAY         PIC 9(4).
           05  YEARS-TO-DATE        PIC 9(8)   VALUE ZERO.
           05  YEARS-TO-DATE-X      REDEFINES YEARS-TO-DATE.
               10  YT-YEAR              PIC 9(4).
               10  YT-MONTH-DAY         PIC 9(4).
           05  COMPLETED-YEARS      PIC 9(4)   VALUE ZERO.

      * THE EMPLOYEE ON THE LINE BEING PROCESSED, CARRIED THROUGH TO
      * THE RESULTS AND AUDIT LOG.
                       TO EL-EMPLOYEE-ID(EMP-LIST-COUNT)
                   MOVE EMP-NAME TO EL-NAME(EMP-LIST-COUNT)
                   MOVE "N" TO EL-SEEN-THIS-RUN(EMP-LIST-COUNT)
                   PERFORM 065-LOAD-ELIGIBILITY-FIELDS
           END-READ.

      * A MASTER RECORD KEYED BEFORE THE ELIGIBILITY FIELDS EXISTED
      * READS BACK WITH THEM BLANK - THE DATES ARE TAKEN AS ZERO, SO
      * THE BATCH REJECTS IT AS NOT SEPARATED UNTIL HR FILLS IT IN.
       065-LOAD-ELIGIBILITY-FIELDS.
           IF EMP-HIRE-DATE IS NUMERIC
               MOVE EMP-HIRE-DATE TO EL-HIRE-DATE(EMP-LIST-COUNT)
           ELSE
               MOVE ZERO TO EL-HIRE-DATE(EMP-LIST-COUNT)
           END-IF.
           IF EMP-BIRTH-DATE IS NUMERIC
               MOVE EMP-BIRTH-DATE TO EL-BIRTH-DATE(EMP-LIST-COUNT)
           ELSE
               MOVE ZERO TO EL-BIRTH-DATE(EMP-LIST-COUNT)
           END-IF.
           IF EMP-SEPARATION-DATE IS NUMERIC
               MOVE EMP-SEPARATION-DATE
                   TO EL-SEPARATION-DATE(EMP-LIST-COUNT)
           ELSE
               MOVE ZERO TO EL-SEPARATION-DATE(EMP-LIST-COUNT)
           END-IF.
           MOVE EMP-SEPARATION-TYPE
               TO EL-SEPARATION-TYPE(EMP-LIST-COUNT).
           MOVE EMP-PLAN-CODE TO EL-PLAN-CODE(EMP-LIST-COUNT).

       100-RUN-INTERACTIVE-MODE.
           PERFORM 120-ACCEPT-EMPLOYEE-ID.

           ACCEPT BATCH-REMIT-NAME

           PERFORM 250-LOAD-PAID-EMPLOYEES.
           PERFORM 270-LOAD-PLAN-RULES.
           PERFORM 260-ACCEPT-OVERRIDE-LIST.

           MOVE "N" TO EOF-SWITCH.
                       TO PL-EMPLOYEE-ID(PAID-LIST-COUNT)
                   MOVE PD-RUN-DATE
                       TO PL-RUN-DATE(PAID-LIST-COUNT)
                   MOVE PD-FUND-STATUS
                       TO PL-FUND-STATUS(PAID-LIST-COUNT)
           END-READ.

      * THE RUN'S OVERRIDE LIST - KEYED UP FRONT BY THE SUPERVISOR
                   TO OV-EMPLOYEE-ID(OVERRIDE-COUNT)
           END-IF.

       270-LOAD-PLAN-RULES.
           ACCEPT INSPLANS-NAME FROM ENVIRONMENT "INSPLANS_PATH".
           IF INSPLANS-NAME = SPACES
               MOVE "INSPLANS.DAT" TO INSPLANS-NAME
           END-IF.
           OPEN INPUT INSPLANS.
           IF NOT WS-INSPLANS-OK
               DISPLAY "WARNING - NO PLAN TABLE AT " INSPLANS-NAME
               DISPLAY "PLAN SERVICE AND AGE MINIMUMS WILL NOT BE "
                   "CHECKED"
           ELSE
               PERFORM 275-LOAD-ONE-PLAN-RULE
                   WITH TEST AFTER
                   UNTIL PLAN-RULE-EOF
                      OR PLAN-RULE-COUNT = PLAN-RULE-MAX
               IF NOT PLAN-RULE-EOF
                   DISPLAY "WARNING - PLAN TABLE LONGER THAN "
                       PLAN-RULE-MAX " - REST NOT LOADED"
               END-IF
               CLOSE INSPLANS
           END-IF.

       275-LOAD-ONE-PLAN-RULE.
           READ INSPLANS
               AT END
                   MOVE "Y" TO PLAN-RULE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PLAN-RULE-COUNT
                   MOVE PLN-PLAN-CODE
                       TO PR-PLAN-CODE(PLAN-RULE-COUNT)
                   IF PLN-MIN-SERVICE-YEARS IS NUMERIC
                       MOVE PLN-MIN-SERVICE-YEARS
                           TO PR-MIN-SERVICE-YEARS(PLAN-RULE-COUNT)
                   ELSE
                       MOVE ZERO
                           TO PR-MIN-SERVICE-YEARS(PLAN-RULE-COUNT)
                   END-IF
                   IF PLN-MIN-AGE IS NUMERIC
                       MOVE PLN-MIN-AGE
                           TO PR-MIN-AGE(PLAN-RULE-COUNT)
                   ELSE
                       MOVE ZERO TO PR-MIN-AGE(PLAN-RULE-COUNT)
                   END-IF
           END-READ.

       210-READ-PAYROLL-RECORD.
           READ PAYROLL-EXTRACT
               AT END
               MOVE PE-ACTUAL-HOURS-WORKED TO LS-ACTUAL-HOURS-WORKED
               MOVE PE-PLAN-CODE           TO LS-PLAN-CODE
               PERFORM 905-VALIDATE-BATCH-EMPLOYEE
               IF ENTRY-VALID
                   PERFORM 906-CHECK-ELIGIBILITY
               END-IF
               IF ENTRY-VALID
                   PERFORM 907-CHECK-PREVIOUSLY-PAID
               END-IF
               END-IF
           END-IF.

      * PAYOUT ELIGIBILITY FROM THE MASTER - RETIRED (NOT RESIGNED,
      * TERMINATED OR DECEASED), SEPARATED NO LATER THAN TODAY, PAID
      * UNDER THE PLAN THE MASTER SAYS, AND MEETING THAT PLAN'S
      * SERVICE AND AGE MINIMUMS AT SEPARATION.  THE FIRST RULE
      * BROKEN IS THE REJECT REASON.  LIKE THE IDENTITY EDITS, NO
      * MASTER LOADED MEANS NOTHING TO CHECK AGAINST.
       906-CHECK-ELIGIBILITY.
           IF EMP-LIST-COUNT > ZERO
               EVALUATE EL-SEPARATION-TYPE(EMP-FOUND-IDX)
                   WHEN "R"
                       CONTINUE
                   WHEN "S"
                       MOVE "RESIGNED - NOT RETIRED"
                           TO VALIDATION-REASON
                   WHEN "T"
                       MOVE "TERMINATED - NOT RETIRED"
                           TO VALIDATION-REASON
                   WHEN "D"
                       MOVE "DECEASED - REFER ESTATE CLAIM TO HR"
                           TO VALIDATION-REASON
                   WHEN OTHER
                       MOVE "NOT SEPARATED ON EMPLOYEE MASTER"
                           TO VALIDATION-REASON
               END-EVALUATE
               IF VALIDATION-REASON = SPACES
                   IF EL-SEPARATION-DATE(EMP-FOUND-IDX) = ZERO
                       MOVE "NO SEPARATION DATE ON EMPLOYEE MASTER"
                           TO VALIDATION-REASON
                   ELSE
                       IF EL-SEPARATION-DATE(EMP-FOUND-IDX)
                               > TD-CURRENT-DATE
                           MOVE "SEPARATION DATE IS IN THE FUTURE"
                               TO VALIDATION-REASON
                       END-IF
                   END-IF
               END-IF
               IF VALIDATION-REASON = SPACES
                   AND PE-PLAN-CODE NOT = EL-PLAN-CODE(EMP-FOUND-IDX)
                   MOVE "PLAN CODE DOES NOT MATCH EMPLOYEE MASTER"
                       TO VALIDATION-REASON
               END-IF
               IF VALIDATION-REASON = SPACES
                   PERFORM 913-FIND-PLAN-RULE
                   IF PLAN-RULE-FOUND
                       PERFORM 915-CHECK-PLAN-MINIMUMS
                   END-IF
               END-IF
               IF VALIDATION-REASON NOT = SPACES
                   DISPLAY "INVALID ENTRY - " VALIDATION-REASON
                   MOVE "N" TO ENTRY-VALID-SWITCH
               END-IF
           END-IF.

       913-FIND-PLAN-RULE.
           MOVE "N" TO PLAN-RULE-SWITCH.
           PERFORM 914-MATCH-ONE-PLAN-RULE
               VARYING PLAN-RULE-IDX FROM 1 BY 1
               UNTIL PLAN-RULE-IDX > PLAN-RULE-COUNT
                  OR PLAN-RULE-FOUND.

       914-MATCH-ONE-PLAN-RULE.
           IF PR-PLAN-CODE(PLAN-RULE-IDX) = PE-PLAN-CODE
               MOVE "Y" TO PLAN-RULE-SWITCH
               MOVE PLAN-RULE-IDX TO PLAN-RULE-FOUND-IDX
           END-IF.

       915-CHECK-PLAN-MINIMUMS.
           IF PR-MIN-SERVICE-YEARS(PLAN-RULE-FOUND-IDX) > ZERO
               IF EL-HIRE-DATE(EMP-FOUND-IDX) = ZERO
                   MOVE "NO HIRE DATE ON EMPLOYEE MASTER"
                       TO VALIDATION-REASON
               ELSE
                   MOVE EL-HIRE-DATE(EMP-FOUND-IDX)
                       TO YEARS-FROM-DATE
                   MOVE EL-SEPARATION-DATE(EMP-FOUND-IDX)
                       TO YEARS-TO-DATE
                   PERFORM 916-COUNT-COMPLETED-YEARS
                   IF COMPLETED-YEARS
                       < PR-MIN-SERVICE-YEARS(PLAN-RULE-FOUND-IDX)
                       MOVE "SHORT OF PLAN MINIMUM YEARS OF SERVICE"
                           TO VALIDATION-REASON
                   END-IF
               END-IF
           END-IF.
           IF VALIDATION-REASON = SPACES
               AND PR-MIN-AGE(PLAN-RULE-FOUND-IDX) > ZERO
               IF EL-BIRTH-DATE(EMP-FOUND-IDX) = ZERO
                   MOVE "NO BIRTH DATE ON EMPLOYEE MASTER"
                       TO VALIDATION-REASON
               ELSE
                   MOVE EL-BIRTH-DATE(EMP-FOUND-IDX)
                       TO YEARS-FROM-DATE
                   MOVE EL-SEPARATION-DATE(EMP-FOUND-IDX)
                       TO YEARS-TO-DATE
                   PERFORM 916-COUNT-COMPLETED-YEARS
                   IF COMPLETED-YEARS
                       < PR-MIN-AGE(PLAN-RULE-FOUND-IDX)
                       MOVE "UNDER PLAN MINIMUM AGE AT SEPARATION"
                           TO VALIDATION-REASON
                   END-IF
               END-IF
           END-IF.

       916-COUNT-COMPLETED-YEARS.
           IF YEARS-TO-DATE < YEARS-FROM-DATE
               MOVE ZERO TO COMPLETED-YEARS
           ELSE
               COMPUTE COMPLETED-YEARS = YT-YEAR - YF-YEAR
               IF YT-MONTH-DAY < YF-MONTH-DAY
                   SUBTRACT 1 FROM COMPLETED-YEARS
               END-IF
           END-IF.

       910-FIND-EMPLOYEE-ON-MASTER.
           MOVE "N" TO EMP-VALID-SWITCH.
           PERFORM 920-MATCH-ONE-EMPLOYEE

      * AN ID THE BATCH ALREADY PAID IN SOME EARLIER RUN IS REJECTED
      * UNLESS IT IS ON TODAY'S OVERRIDE LIST - AND AN OVERRIDE IS
      * ANNOUNCED, NEVER QUIET.  A PAYOUT THE FUND SENT BACK REJECTED
      * NEVER REACHED THE RETIREE, SO IT DOES NOT BLOCK THE CORRECTED
      * RESUBMISSION - BUT THAT IS ANNOUNCED TOO.
       907-CHECK-PREVIOUSLY-PAID.
           MOVE "N" TO PAID-FOUND-SWITCH.
           MOVE "N" TO FUND-REJECT-SWITCH.
           PERFORM 908-MATCH-ONE-PAID-ID
               VARYING PAID-LIST-IDX FROM 1 BY 1
               UNTIL PAID-LIST-IDX > PAID-LIST-COUNT
                   MOVE "PREVIOUSLY PAID" TO VALIDATION-REASON
                   MOVE "N" TO ENTRY-VALID-SWITCH
               END-IF
           ELSE
               IF REJECTED-BY-FUND
                   DISPLAY "RESUBMISSION - " CUR-EMPLOYEE-ID
                       " EARLIER PAYOUT REJECTED BY FUND"
               END-IF
           END-IF.

       908-MATCH-ONE-PAID-ID.
           IF PL-EMPLOYEE-ID(PAID-LIST-IDX) = CUR-EMPLOYEE-ID
               IF PL-FUND-STATUS(PAID-LIST-IDX) = "R"
                   MOVE "Y" TO FUND-REJECT-SWITCH
               ELSE
                   MOVE "Y" TO PAID-FOUND-SWITCH
                   MOVE PAID-LIST-IDX TO PAID-FOUND-IDX
               END-IF
           END-IF.

       909-CHECK-OVERRIDE-LIST.
               MOVE CUR-EMPLOYEE-ID       TO PD-EMPLOYEE-ID
               MOVE TD-CURRENT-DATE       TO PD-RUN-DATE
               MOVE INSURANCE-AMOUNT-WORK TO PD-PAYOUT-AMOUNT
               MOVE SPACE                 TO PD-FUND-STATUS
               MOVE ZERO                  TO PD-RECON-DATE
               MOVE LS-PLAN-CODE          TO PD-PLAN-CODE
               WRITE PAID-EMPLOYEE-RECORD
               IF NOT WS-INSPAID-OK
                   DISPLAY "WARNING - PAID FILE WRITE FAILED - "
                   TO PL-EMPLOYEE-ID(PAID-LIST-COUNT)
               MOVE TD-CURRENT-DATE
                   TO PL-RUN-DATE(PAID-LIST-COUNT)
               MOVE SPACE
                   TO PL-FUND-STATUS(PAID-LIST-COUNT)
           END-IF.

       970-WRITE-REMIT-TRAILER.
