      ******************************************************************
      * Author: Graham Wenz
      * Date: 08/02/2018
      * Purpose: Interactive maintenance of the EMPMASTER employee
      *          master (see EMPREC copybook) - add, change, display
      *          and list employees, then save the master back.  Every
      *          record is edited before it is kept: a real calendar
      *          date for hire, birth and separation, a separation
      *          type that agrees with the separation date, and a
      *          plan code that is on the INSPLANS table.  The batch's
      *          eligibility checks are only as good as this file, and
      *          a text editor is how the bad records got in - so
      *          this replaces it.  Nothing is written until Save;
      *          Quit leaves the master exactly as it was.
      * Tectonics: cobc
      *
      * Modification History:
      *   08/16/2018 GW - Save ends the session only once the master has
      *                   been opened for output.  If it cannot be
      *                   opened the keyed changes are kept and the menu
      *                   comes back, so the operator can save again or
      *                   quit on purpose.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSURANCE-EMPLOYEE-MAINTENANCE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EMPMASTER ASSIGN TO EMPMASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPMASTER-STATUS.
           SELECT INSPLANS ASSIGN TO INSPLANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSPLANS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPMASTER.
           COPY EMPREC.

       FD  INSPLANS.
           COPY PLANREC.

       WORKING-STORAGE SECTION.

       01  EMPMASTER-NAME              PIC X(60).
       01  INSPLANS-NAME               PIC X(60).

       01  WS-EMPMASTER-STATUS         PIC X(2).
           88  WS-EMPMASTER-OK                    VALUE "00".
           88  WS-EMPMASTER-MISSING               VALUE "35".

       01  WS-INSPLANS-STATUS          PIC X(2).
           88  WS-INSPLANS-OK                     VALUE "00".

       01  SWITCHES.
           05  EMP-EOF-SWITCH              PIC X     VALUE "N".
               88  EMP-EOF                           VALUE "Y".
           05  PLAN-EOF-SWITCH             PIC X     VALUE "N".
               88  PLAN-EOF                          VALUE "Y".
           05  MAINT-DONE-SWITCH           PIC X     VALUE "N".
               88  MAINT-DONE                        VALUE "Y".
           05  CHANGES-MADE-SWITCH         PIC X     VALUE "N".
               88  CHANGES-MADE                      VALUE "Y".
           05  SAVE-OK-SWITCH              PIC X     VALUE "N".
               88  SAVE-OK                           VALUE "Y".
           05  ROW-FOUND-SWITCH            PIC X.
               88  ROW-FOUND                         VALUE "Y".
           05  RECORD-VALID-SWITCH         PIC X.
               88  RECORD-VALID                      VALUE "Y".
           05  ENTRY-OK-SWITCH             PIC X.
               88  ENTRY-OK                          VALUE "Y".
           05  DATE-VALID-SWITCH           PIC X.
               88  DATE-VALID                        VALUE "Y".

       01  TODAYS-DATE.
           05  TD-CURRENT-DATE         PIC 9(8).

       01  TABLE-COUNT-FIELDS.
           05  EMP-LIST-COUNT          PIC 9(3)   VALUE ZERO.
      *    THE SAME LIMIT THE CALCULATOR LOADS - A LONGER MASTER
      *    WOULD NOT BE FULLY CHECKED THERE ANYWAY.
           05  EMP-LIST-MAX            PIC 9(3)   VALUE 500.
           05  EMP-LIST-IDX            PIC 9(3)   VALUE ZERO.
           05  EMP-FOUND-IDX           PIC 9(3)   VALUE ZERO.
           05  PLAN-LIST-COUNT         PIC 9(3)   VALUE ZERO.
           05  PLAN-LIST-MAX           PIC 9(3)   VALUE 50.
           05  PLAN-LIST-IDX           PIC 9(3)   VALUE ZERO.
           05  INCOMPLETE-COUNT        PIC 9(3)   VALUE ZERO.

       01  EMPLOYEE-LIST-TABLE.
           05  EMP-LIST-ENTRY OCCURS 500 TIMES.
               10  EL-EMPLOYEE-ID          PIC X(6).
               10  EL-NAME                 PIC X(20).
               10  EL-HIRE-DATE            PIC 9(8).
               10  EL-BIRTH-DATE           PIC 9(8).
               10  EL-SEPARATION-DATE      PIC 9(8).
               10  EL-SEPARATION-TYPE      PIC X.
               10  EL-PLAN-CODE            PIC X(2).

       01  PLAN-LIST-TABLE.
           05  PLAN-LIST-ENTRY OCCURS 50 TIMES.
               10  PL-PLAN-CODE            PIC X(2).

      * THE RECORD BEING ADDED OR CHANGED - NOTHING GOES BACK TO THE
      * TABLE UNTIL IT PASSES THE RECORD EDITS.
       01  EDIT-FIELDS.
           05  ED-EMPLOYEE-ID          PIC X(6).
           05  ED-NAME                 PIC X(20).
           05  ED-HIRE-DATE            PIC 9(8).
           05  ED-BIRTH-DATE           PIC 9(8).
           05  ED-SEPARATION-DATE      PIC 9(8).
           05  ED-SEPARATION-TYPE      PIC X.
           05  ED-PLAN-CODE            PIC X(2).

       01  ENTRY-FIELDS.
           05  COMMAND-CODE            PIC X.
           05  NAME-ENTRY              PIC X(20).
           05  DATE-ENTRY              PIC X(8).
           05  DATE-ENTRY-NUM          REDEFINES DATE-ENTRY
                                       PIC 9(8).
           05  TYPE-ENTRY              PIC X.
           05  PLAN-ENTRY              PIC X(2).
           05  DATE-PROMPT             PIC X(20).
           05  DATE-WORK               PIC 9(8).
      *    "Y" WHEN THE DATE BEING KEYED MAY NOT BE LATER THAN TODAY
           05  DATE-NOT-FUTURE-SWITCH  PIC X.
               88  DATE-NOT-FUTURE                   VALUE "Y".

      * CALENDAR CHECK OF A YYYYMMDD DATE.  THE MASTER'S DATES ALL
      * FALL BETWEEN 1900 AND 2099, WHERE EVERY FOURTH YEAR BUT 1900
      * IS A LEAP YEAR.
       01  DATE-CHECK-FIELDS.
           05  CHECK-DATE              PIC 9(8)   VALUE ZERO.
           05  CHECK-DATE-X            REDEFINES CHECK-DATE.
               10  CD-YEAR                 PIC 9(4).
               10  CD-MONTH                PIC 99.
               10  CD-DAY                  PIC 99.
           05  DAYS-IN-MONTH           PIC 99     VALUE ZERO.
           05  LEAP-QUOTIENT           PIC 9(4)   VALUE ZERO.
           05  LEAP-REMAINDER          PIC 9      VALUE ZERO.

       01  SEPARATION-TYPE-TEXT        PIC X(16).

       01  LIST-HEADING-LINE.
           05              PIC X(8)        VALUE "EMP ID  ".
           05              PIC X(22)       VALUE "NAME".
           05              PIC X(12)       VALUE "HIRED".
           05              PIC X(12)       VALUE "BORN".
           05              PIC X(12)       VALUE "SEPARATED".
           05              PIC X(16)       VALUE "TYPE".
           05              PIC X(6)        VALUE "PLAN".

       01  LIST-DETAIL-LINE.
           05  LD-INCOMPLETE-FLAG      PIC X.
           05  LD-EMPLOYEE-ID          PIC X(6).
           05                          PIC X           VALUE SPACE.
           05  LD-NAME                 PIC X(20).
           05                          PIC X(2)        VALUE SPACE.
           05  LD-HIRE-DATE            PIC 9999/99/99.
           05  LD-HIRE-DATE-X          REDEFINES LD-HIRE-DATE
                                       PIC X(10).
           05                          PIC X(2)        VALUE SPACE.
           05  LD-BIRTH-DATE           PIC 9999/99/99.
           05  LD-BIRTH-DATE-X         REDEFINES LD-BIRTH-DATE
                                       PIC X(10).
           05                          PIC X(2)        VALUE SPACE.
           05  LD-SEPARATION-DATE      PIC 9999/99/99.
           05  LD-SEPARATION-DATE-X    REDEFINES LD-SEPARATION-DATE
                                       PIC X(10).
           05                          PIC X(2)        VALUE SPACE.
           05  LD-SEPARATION-TYPE      PIC X(14).
           05                          PIC X(2)        VALUE SPACE.
           05  LD-PLAN-CODE            PIC X(2).

       PROCEDURE DIVISION.

       000-MAINTAIN-EMPLOYEE-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TD-CURRENT-DATE.

           ACCEPT EMPMASTER-NAME FROM ENVIRONMENT "EMPMASTER_PATH".
           IF EMPMASTER-NAME = SPACES
               MOVE "EMPMASTER.DAT" TO EMPMASTER-NAME
           END-IF.
           ACCEPT INSPLANS-NAME FROM ENVIRONMENT "INSPLANS_PATH".
           IF INSPLANS-NAME = SPACES
               MOVE "INSPLANS.DAT" TO INSPLANS-NAME
           END-IF.

           PERFORM 100-LOAD-PLAN-CODES.
           PERFORM 150-LOAD-EMPLOYEE-MASTER.

           PERFORM 200-PROCESS-ONE-COMMAND
               WITH TEST AFTER
               UNTIL MAINT-DONE.
           STOP RUN.

      * WITHOUT THE PLAN TABLE ANY NON-BLANK PLAN CODE IS TAKEN - THE
      * BATCH STILL CATCHES ONE THAT DISAGREES WITH THE EXTRACT.
       100-LOAD-PLAN-CODES.
           OPEN INPUT INSPLANS.
           IF NOT WS-INSPLANS-OK
               DISPLAY "WARNING - NO PLAN TABLE AT " INSPLANS-NAME
               DISPLAY "PLAN CODES WILL NOT BE CHECKED"
           ELSE
               PERFORM 110-LOAD-ONE-PLAN-CODE
                   WITH TEST AFTER
                   UNTIL PLAN-EOF OR PLAN-LIST-COUNT = PLAN-LIST-MAX
               CLOSE INSPLANS
           END-IF.

       110-LOAD-ONE-PLAN-CODE.
           READ INSPLANS
               AT END
                   MOVE "Y" TO PLAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PLAN-LIST-COUNT
                   MOVE PLN-PLAN-CODE TO PL-PLAN-CODE(PLAN-LIST-COUNT)
           END-READ.

      * NO MASTER YET IS A NEW ONE, CREATED ON SAVE.  ONE TOO LONG TO
      * HOLD CANNOT BE MAINTAINED HERE - SAVING WHAT FIT WOULD DROP
      * THE REST - SO THE RUN STOPS BEFORE ANYTHING IS TOUCHED.
       150-LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPMASTER.
           IF WS-EMPMASTER-MISSING
               DISPLAY "NO EMPLOYEE MASTER AT " EMPMASTER-NAME
                   " - A NEW ONE WILL BE CREATED ON SAVE"
           ELSE
               IF NOT WS-EMPMASTER-OK
                   DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER: "
                       EMPMASTER-NAME
                   DISPLAY "STATUS: " WS-EMPMASTER-STATUS
                   STOP RUN
               END-IF
               PERFORM 160-LOAD-ONE-EMPLOYEE
                   WITH TEST AFTER
                   UNTIL EMP-EOF OR EMP-LIST-COUNT = EMP-LIST-MAX
               IF NOT EMP-EOF
                   READ EMPMASTER
                       AT END
                           MOVE "Y" TO EMP-EOF-SWITCH
                   END-READ
               END-IF
               CLOSE EMPMASTER
               IF NOT EMP-EOF
                   DISPLAY "EMPLOYEE MASTER LONGER THAN "
                       EMP-LIST-MAX " - CANNOT BE MAINTAINED HERE"
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "EMPLOYEES ON MASTER ---- " EMP-LIST-COUNT.
           IF INCOMPLETE-COUNT > ZERO
               DISPLAY "MISSING ELIGIBILITY ---- " INCOMPLETE-COUNT
                   " (MARKED * ON THE LIST)"
           END-IF.

      * RECORDS KEYED BEFORE THE ELIGIBILITY FIELDS EXISTED READ BACK
      * WITH THEM BLANK - THE DATES ARE TAKEN AS ZERO.
       160-LOAD-ONE-EMPLOYEE.
           READ EMPMASTER
               AT END
                   MOVE "Y" TO EMP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO EMP-LIST-COUNT
                   MOVE EMP-EMPLOYEE-ID
                       TO EL-EMPLOYEE-ID(EMP-LIST-COUNT)
                   MOVE EMP-NAME TO EL-NAME(EMP-LIST-COUNT)
                   IF EMP-HIRE-DATE IS NUMERIC
                       MOVE EMP-HIRE-DATE
                           TO EL-HIRE-DATE(EMP-LIST-COUNT)
                   ELSE
                       MOVE ZERO TO EL-HIRE-DATE(EMP-LIST-COUNT)
                   END-IF
                   IF EMP-BIRTH-DATE IS NUMERIC
                       MOVE EMP-BIRTH-DATE
                           TO EL-BIRTH-DATE(EMP-LIST-COUNT)
                   ELSE
                       MOVE ZERO TO EL-BIRTH-DATE(EMP-LIST-COUNT)
                   END-IF
                   IF EMP-SEPARATION-DATE IS NUMERIC
                       MOVE EMP-SEPARATION-DATE
                           TO EL-SEPARATION-DATE(EMP-LIST-COUNT)
                   ELSE
                       MOVE ZERO TO EL-SEPARATION-DATE(EMP-LIST-COUNT)
                   END-IF
                   MOVE EMP-SEPARATION-TYPE
                       TO EL-SEPARATION-TYPE(EMP-LIST-COUNT)
                   MOVE EMP-PLAN-CODE
                       TO EL-PLAN-CODE(EMP-LIST-COUNT)
                   MOVE EMP-LIST-COUNT TO EMP-LIST-IDX
                   PERFORM 170-CHECK-ROW-COMPLETE
                   IF LD-INCOMPLETE-FLAG = "*"
                       ADD 1 TO INCOMPLETE-COUNT
                   END-IF
           END-READ.

      * A ROW THE BATCH CANNOT JUDGE ELIGIBILITY FROM - NO HIRE OR
      * BIRTH DATE, NO PLAN, OR A SEPARATION TYPE THAT IS NOT ONE
      * OF THE FOUR - IS FLAGGED "*".
       170-CHECK-ROW-COMPLETE.
           MOVE SPACE TO LD-INCOMPLETE-FLAG.
           IF EL-HIRE-DATE(EMP-LIST-IDX) = ZERO
               OR EL-BIRTH-DATE(EMP-LIST-IDX) = ZERO
               OR EL-PLAN-CODE(EMP-LIST-IDX) = SPACES
               MOVE "*" TO LD-INCOMPLETE-FLAG
           END-IF.
           MOVE EL-SEPARATION-TYPE(EMP-LIST-IDX)
               TO EMP-SEPARATION-TYPE.
           IF NOT EMP-SEPARATION-TYPE-OK
               MOVE "*" TO LD-INCOMPLETE-FLAG
           END-IF.

       200-PROCESS-ONE-COMMAND.
           DISPLAY " ".
           DISPLAY "Enter: (A)dd, (C)hange, (D)isplay, (L)ist, "
               "(S)ave and exit or (Q)uit without saving"
           ACCEPT COMMAND-CODE.
           EVALUATE COMMAND-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM 300-ADD-EMPLOYEE
               WHEN "C"
               WHEN "c"
                   PERFORM 400-CHANGE-EMPLOYEE
               WHEN "D"
               WHEN "d"
                   PERFORM 500-DISPLAY-EMPLOYEE
               WHEN "L"
               WHEN "l"
                   PERFORM 600-LIST-EMPLOYEES
               WHEN "S"
               WHEN "s"
                   PERFORM 700-SAVE-EMPLOYEE-MASTER
                   IF SAVE-OK OR NOT CHANGES-MADE
                       MOVE "Y" TO MAINT-DONE-SWITCH
                   ELSE
                       DISPLAY "CHANGES KEPT - SAVE AGAIN OR QUIT "
                           "WITHOUT SAVING"
                   END-IF
               WHEN "Q"
               WHEN "q"
                   IF CHANGES-MADE
                       DISPLAY "CHANGES DISCARDED - MASTER NOT UPDATED"
                   END-IF
                   MOVE "Y" TO MAINT-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID ENTRY - CHOOSE A, C, D, L, S OR Q"
           END-EVALUATE.

       300-ADD-EMPLOYEE.
           IF EMP-LIST-COUNT = EMP-LIST-MAX
               DISPLAY "EMPLOYEE MASTER FULL AT " EMP-LIST-MAX
           ELSE
               DISPLAY "Enter: Employee ID"
               ACCEPT ED-EMPLOYEE-ID
               IF ED-EMPLOYEE-ID = SPACES
                   DISPLAY "INVALID ENTRY - EMPLOYEE ID IS REQUIRED"
               ELSE
                   PERFORM 900-FIND-EMPLOYEE
                   IF ROW-FOUND
                       DISPLAY "INVALID ENTRY - EMPLOYEE ID ALREADY "
                           "ON MASTER"
                   ELSE
                       MOVE SPACES TO ED-NAME
                       MOVE ZERO   TO ED-HIRE-DATE
                       MOVE ZERO   TO ED-BIRTH-DATE
                       MOVE ZERO   TO ED-SEPARATION-DATE
                       MOVE SPACE  TO ED-SEPARATION-TYPE
                       MOVE SPACES TO ED-PLAN-CODE
                       PERFORM 320-ACCEPT-EMPLOYEE-FIELDS
                       PERFORM 800-EDIT-EMPLOYEE-RECORD
                       IF RECORD-VALID
                           ADD 1 TO EMP-LIST-COUNT
                           MOVE EMP-LIST-COUNT TO EMP-FOUND-IDX
                           PERFORM 380-STORE-EMPLOYEE-ROW
                           DISPLAY "EMPLOYEE " ED-EMPLOYEE-ID " ADDED"
                       ELSE
                           DISPLAY "EMPLOYEE " ED-EMPLOYEE-ID
                               " NOT ADDED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * EACH FIELD IS PROMPTED IN TURN; A BLANK ANSWER LEAVES IT AS
      * IT STANDS.  DATES, TYPE AND PLAN ARE RE-PROMPTED UNTIL THEY
      * ARE SOMETHING THE MASTER CAN HOLD.
       320-ACCEPT-EMPLOYEE-FIELDS.
           DISPLAY "Enter: Employee Name (BLANK = UNCHANGED)"
           ACCEPT NAME-ENTRY.
           IF NAME-ENTRY NOT = SPACES
               MOVE NAME-ENTRY TO ED-NAME
           END-IF.

           MOVE "Hire Date"  TO DATE-PROMPT.
           MOVE ED-HIRE-DATE TO DATE-WORK.
           MOVE "Y" TO DATE-NOT-FUTURE-SWITCH.
           PERFORM 330-ACCEPT-ONE-DATE
               WITH TEST AFTER
               UNTIL ENTRY-OK.
           MOVE DATE-WORK TO ED-HIRE-DATE.

           MOVE "Birth Date"  TO DATE-PROMPT.
           MOVE ED-BIRTH-DATE TO DATE-WORK.
           MOVE "Y" TO DATE-NOT-FUTURE-SWITCH.
           PERFORM 330-ACCEPT-ONE-DATE
               WITH TEST AFTER
               UNTIL ENTRY-OK.
           MOVE DATE-WORK TO ED-BIRTH-DATE.

           PERFORM 340-ACCEPT-SEPARATION-TYPE
               WITH TEST AFTER
               UNTIL ENTRY-OK.

      *    A SEPARATION KEYED AHEAD OF TIME IS ALLOWED - THE BATCH
      *    HOLDS THE PAYOUT UNTIL THE DATE ARRIVES.
           MOVE "Separation Date"  TO DATE-PROMPT.
           MOVE ED-SEPARATION-DATE TO DATE-WORK.
           MOVE "N" TO DATE-NOT-FUTURE-SWITCH.
           PERFORM 330-ACCEPT-ONE-DATE
               WITH TEST AFTER
               UNTIL ENTRY-OK.
           MOVE DATE-WORK TO ED-SEPARATION-DATE.

           PERFORM 350-ACCEPT-PLAN-CODE
               WITH TEST AFTER
               UNTIL ENTRY-OK.

       330-ACCEPT-ONE-DATE.
           MOVE "Y" TO ENTRY-OK-SWITCH.
           DISPLAY "Enter: " DATE-PROMPT
               " (YYYYMMDD, 0 = NONE, BLANK = UNCHANGED)"
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY NOT = SPACES
               IF DATE-ENTRY = "0"
                   MOVE ZERO TO DATE-WORK
               ELSE
                   IF DATE-ENTRY IS NUMERIC
                       MOVE DATE-ENTRY-NUM TO CHECK-DATE
                       PERFORM 810-CHECK-CALENDAR-DATE
                       IF NOT DATE-VALID
                           DISPLAY "INVALID ENTRY - NOT A CALENDAR "
                               "DATE"
                           MOVE "N" TO ENTRY-OK-SWITCH
                       ELSE
                           IF DATE-NOT-FUTURE
                               AND CHECK-DATE > TD-CURRENT-DATE
                               DISPLAY "INVALID ENTRY - DATE IS IN "
                                   "THE FUTURE"
                               MOVE "N" TO ENTRY-OK-SWITCH
                           ELSE
                               MOVE CHECK-DATE TO DATE-WORK
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "INVALID ENTRY - DATE MUST BE YYYYMMDD"
                       MOVE "N" TO ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       340-ACCEPT-SEPARATION-TYPE.
           MOVE "Y" TO ENTRY-OK-SWITCH.
           DISPLAY "Enter: Separation Type (R)etired, re(S)igned, "
               "(T)erminated, (D)eceased, * = STILL EMPLOYED, "
               "BLANK = UNCHANGED"
           ACCEPT TYPE-ENTRY.
           EVALUATE TYPE-ENTRY
               WHEN SPACE
                   CONTINUE
               WHEN "*"
                   MOVE SPACE TO ED-SEPARATION-TYPE
               WHEN "R"
               WHEN "S"
               WHEN "T"
               WHEN "D"
                   MOVE TYPE-ENTRY TO ED-SEPARATION-TYPE
               WHEN OTHER
                   DISPLAY "INVALID ENTRY - CHOOSE R, S, T, D OR *"
                   MOVE "N" TO ENTRY-OK-SWITCH
           END-EVALUATE.

       350-ACCEPT-PLAN-CODE.
           MOVE "Y" TO ENTRY-OK-SWITCH.
           DISPLAY "Enter: Plan Code (BLANK = UNCHANGED)"
           ACCEPT PLAN-ENTRY.
           IF PLAN-ENTRY NOT = SPACES
               IF PLAN-LIST-COUNT > ZERO
                   MOVE "N" TO ROW-FOUND-SWITCH
                   PERFORM 355-MATCH-ONE-PLAN-CODE
                       VARYING PLAN-LIST-IDX FROM 1 BY 1
                       UNTIL PLAN-LIST-IDX > PLAN-LIST-COUNT
                          OR ROW-FOUND
                   IF ROW-FOUND
                       MOVE PLAN-ENTRY TO ED-PLAN-CODE
                   ELSE
                       DISPLAY "INVALID ENTRY - PLAN CODE NOT ON "
                           "PLAN TABLE"
                       MOVE "N" TO ENTRY-OK-SWITCH
                   END-IF
               ELSE
                   MOVE PLAN-ENTRY TO ED-PLAN-CODE
               END-IF
           END-IF.

       355-MATCH-ONE-PLAN-CODE.
           IF PL-PLAN-CODE(PLAN-LIST-IDX) = PLAN-ENTRY
               MOVE "Y" TO ROW-FOUND-SWITCH
           END-IF.

       380-STORE-EMPLOYEE-ROW.
           MOVE ED-EMPLOYEE-ID     TO EL-EMPLOYEE-ID(EMP-FOUND-IDX).
           MOVE ED-NAME            TO EL-NAME(EMP-FOUND-IDX).
           MOVE ED-HIRE-DATE       TO EL-HIRE-DATE(EMP-FOUND-IDX).
           MOVE ED-BIRTH-DATE      TO EL-BIRTH-DATE(EMP-FOUND-IDX).
           MOVE ED-SEPARATION-DATE
               TO EL-SEPARATION-DATE(EMP-FOUND-IDX).
           MOVE ED-SEPARATION-TYPE
               TO EL-SEPARATION-TYPE(EMP-FOUND-IDX).
           MOVE ED-PLAN-CODE       TO EL-PLAN-CODE(EMP-FOUND-IDX).
           MOVE "Y" TO CHANGES-MADE-SWITCH.

       400-CHANGE-EMPLOYEE.
           DISPLAY "Enter: Employee ID"
           ACCEPT ED-EMPLOYEE-ID.
           PERFORM 900-FIND-EMPLOYEE.
           IF NOT ROW-FOUND
               DISPLAY "INVALID ENTRY - EMPLOYEE ID NOT ON MASTER"
           ELSE
               MOVE EL-NAME(EMP-FOUND-IDX)      TO ED-NAME
               MOVE EL-HIRE-DATE(EMP-FOUND-IDX) TO ED-HIRE-DATE
               MOVE EL-BIRTH-DATE(EMP-FOUND-IDX)
                   TO ED-BIRTH-DATE
               MOVE EL-SEPARATION-DATE(EMP-FOUND-IDX)
                   TO ED-SEPARATION-DATE
               MOVE EL-SEPARATION-TYPE(EMP-FOUND-IDX)
                   TO ED-SEPARATION-TYPE
               MOVE EL-PLAN-CODE(EMP-FOUND-IDX) TO ED-PLAN-CODE
               PERFORM 510-SHOW-EMPLOYEE
               PERFORM 320-ACCEPT-EMPLOYEE-FIELDS
               PERFORM 800-EDIT-EMPLOYEE-RECORD
               IF RECORD-VALID
                   PERFORM 380-STORE-EMPLOYEE-ROW
                   DISPLAY "EMPLOYEE " ED-EMPLOYEE-ID " CHANGED"
               ELSE
                   DISPLAY "EMPLOYEE " ED-EMPLOYEE-ID
                       " NOT CHANGED"
               END-IF
           END-IF.

       500-DISPLAY-EMPLOYEE.
           DISPLAY "Enter: Employee ID"
           ACCEPT ED-EMPLOYEE-ID.
           PERFORM 900-FIND-EMPLOYEE.
           IF NOT ROW-FOUND
               DISPLAY "INVALID ENTRY - EMPLOYEE ID NOT ON MASTER"
           ELSE
               MOVE EL-NAME(EMP-FOUND-IDX)      TO ED-NAME
               MOVE EL-HIRE-DATE(EMP-FOUND-IDX) TO ED-HIRE-DATE
               MOVE EL-BIRTH-DATE(EMP-FOUND-IDX)
                   TO ED-BIRTH-DATE
               MOVE EL-SEPARATION-DATE(EMP-FOUND-IDX)
                   TO ED-SEPARATION-DATE
               MOVE EL-SEPARATION-TYPE(EMP-FOUND-IDX)
                   TO ED-SEPARATION-TYPE
               MOVE EL-PLAN-CODE(EMP-FOUND-IDX) TO ED-PLAN-CODE
               PERFORM 510-SHOW-EMPLOYEE
           END-IF.

       510-SHOW-EMPLOYEE.
           MOVE ED-SEPARATION-TYPE TO EMP-SEPARATION-TYPE.
           PERFORM 520-SET-SEPARATION-TEXT.
           DISPLAY "EMPLOYEE ID ---- " ED-EMPLOYEE-ID.
           DISPLAY "NAME ----------- " ED-NAME.
           DISPLAY "HIRE DATE ------ " ED-HIRE-DATE.
           DISPLAY "BIRTH DATE ----- " ED-BIRTH-DATE.
           DISPLAY "SEPARATION ----- " ED-SEPARATION-DATE " "
               SEPARATION-TYPE-TEXT.
           DISPLAY "PLAN ----------- " ED-PLAN-CODE.

      * EMP-SEPARATION-TYPE IS SET BY THE CALLER - THE RECORD AREA'S
      * 88-LEVELS ARE THE ONE LIST OF VALID TYPES.
       520-SET-SEPARATION-TEXT.
           EVALUATE TRUE
               WHEN EMP-RETIRED
                   MOVE "RETIRED"        TO SEPARATION-TYPE-TEXT
               WHEN EMP-RESIGNED
                   MOVE "RESIGNED"       TO SEPARATION-TYPE-TEXT
               WHEN EMP-TERMINATED
                   MOVE "TERMINATED"     TO SEPARATION-TYPE-TEXT
               WHEN EMP-DECEASED
                   MOVE "DECEASED"       TO SEPARATION-TYPE-TEXT
               WHEN EMP-STILL-EMPLOYED
                   MOVE "STILL EMPLOYED" TO SEPARATION-TYPE-TEXT
               WHEN OTHER
                   MOVE "INVALID TYPE"   TO SEPARATION-TYPE-TEXT
           END-EVALUATE.

       600-LIST-EMPLOYEES.
           DISPLAY LIST-HEADING-LINE.
           PERFORM 610-LIST-ONE-EMPLOYEE
               VARYING EMP-LIST-IDX FROM 1 BY 1
               UNTIL EMP-LIST-IDX > EMP-LIST-COUNT.
           DISPLAY "EMPLOYEES ON MASTER ---- " EMP-LIST-COUNT.

       610-LIST-ONE-EMPLOYEE.
           PERFORM 170-CHECK-ROW-COMPLETE.
           MOVE EL-EMPLOYEE-ID(EMP-LIST-IDX) TO LD-EMPLOYEE-ID.
           MOVE EL-NAME(EMP-LIST-IDX)        TO LD-NAME.
           IF EL-HIRE-DATE(EMP-LIST-IDX) = ZERO
               MOVE SPACES TO LD-HIRE-DATE-X
           ELSE
               MOVE EL-HIRE-DATE(EMP-LIST-IDX) TO LD-HIRE-DATE
           END-IF.
           IF EL-BIRTH-DATE(EMP-LIST-IDX) = ZERO
               MOVE SPACES TO LD-BIRTH-DATE-X
           ELSE
               MOVE EL-BIRTH-DATE(EMP-LIST-IDX) TO LD-BIRTH-DATE
           END-IF.
           IF EL-SEPARATION-DATE(EMP-LIST-IDX) = ZERO
               MOVE SPACES TO LD-SEPARATION-DATE-X
           ELSE
               MOVE EL-SEPARATION-DATE(EMP-LIST-IDX)
                   TO LD-SEPARATION-DATE
           END-IF.
           MOVE EL-SEPARATION-TYPE(EMP-LIST-IDX)
               TO EMP-SEPARATION-TYPE.
           PERFORM 520-SET-SEPARATION-TEXT.
           MOVE SEPARATION-TYPE-TEXT         TO LD-SEPARATION-TYPE.
           MOVE EL-PLAN-CODE(EMP-LIST-IDX)   TO LD-PLAN-CODE.
           DISPLAY LIST-DETAIL-LINE.

       700-SAVE-EMPLOYEE-MASTER.
           MOVE "N" TO SAVE-OK-SWITCH.
           IF NOT CHANGES-MADE
               DISPLAY "NO CHANGES TO SAVE"
           ELSE
               OPEN OUTPUT EMPMASTER
               IF NOT WS-EMPMASTER-OK
                   DISPLAY "UNABLE TO SAVE EMPLOYEE MASTER: "
                       EMPMASTER-NAME
                   DISPLAY "STATUS: " WS-EMPMASTER-STATUS
               ELSE
                   MOVE "Y" TO SAVE-OK-SWITCH
                   PERFORM 710-WRITE-ONE-EMPLOYEE
                       VARYING EMP-LIST-IDX FROM 1 BY 1
                       UNTIL EMP-LIST-IDX > EMP-LIST-COUNT
                   CLOSE EMPMASTER
                   DISPLAY "EMPLOYEE MASTER SAVED - "
                       EMP-LIST-COUNT " RECORDS"
               END-IF
           END-IF.

       710-WRITE-ONE-EMPLOYEE.
           MOVE SPACES TO EMPLOYEE-MASTER-RECORD.
           MOVE EL-EMPLOYEE-ID(EMP-LIST-IDX)     TO EMP-EMPLOYEE-ID.
           MOVE EL-NAME(EMP-LIST-IDX)            TO EMP-NAME.
           MOVE EL-HIRE-DATE(EMP-LIST-IDX)       TO EMP-HIRE-DATE.
           MOVE EL-BIRTH-DATE(EMP-LIST-IDX)      TO EMP-BIRTH-DATE.
           MOVE EL-SEPARATION-DATE(EMP-LIST-IDX)
               TO EMP-SEPARATION-DATE.
           MOVE EL-SEPARATION-TYPE(EMP-LIST-IDX)
               TO EMP-SEPARATION-TYPE.
           MOVE EL-PLAN-CODE(EMP-LIST-IDX)       TO EMP-PLAN-CODE.
           WRITE EMPLOYEE-MASTER-RECORD.
           IF NOT WS-EMPMASTER-OK
               DISPLAY "WARNING - EMPLOYEE MASTER WRITE FAILED - "
                   "STATUS: " WS-EMPMASTER-STATUS
           END-IF.

      * THE WHOLE-RECORD EDITS - WHAT THE BATCH NEEDS TO JUDGE
      * ELIGIBILITY, AND NO DATES THAT CONTRADICT EACH OTHER.  EVERY
      * FAILURE IS SHOWN SO ONE PASS FIXES THEM ALL.
       800-EDIT-EMPLOYEE-RECORD.
           MOVE "Y" TO RECORD-VALID-SWITCH.
           IF ED-NAME = SPACES
               DISPLAY "INVALID ENTRY - EMPLOYEE NAME IS REQUIRED"
               MOVE "N" TO RECORD-VALID-SWITCH
           END-IF.
           IF ED-HIRE-DATE = ZERO
               DISPLAY "INVALID ENTRY - HIRE DATE IS REQUIRED"
               MOVE "N" TO RECORD-VALID-SWITCH
           END-IF.
           IF ED-BIRTH-DATE = ZERO
               DISPLAY "INVALID ENTRY - BIRTH DATE IS REQUIRED"
               MOVE "N" TO RECORD-VALID-SWITCH
           ELSE
               IF ED-HIRE-DATE NOT = ZERO
                   AND ED-BIRTH-DATE NOT < ED-HIRE-DATE
                   DISPLAY "INVALID ENTRY - BIRTH DATE MUST BE "
                       "BEFORE HIRE DATE"
                   MOVE "N" TO RECORD-VALID-SWITCH
               END-IF
           END-IF.
           IF ED-PLAN-CODE = SPACES
               DISPLAY "INVALID ENTRY - PLAN CODE IS REQUIRED"
               MOVE "N" TO RECORD-VALID-SWITCH
           END-IF.
           IF ED-SEPARATION-TYPE = SPACE
               IF ED-SEPARATION-DATE NOT = ZERO
                   DISPLAY "INVALID ENTRY - SEPARATION DATE WITH NO "
                       "SEPARATION TYPE"
                   MOVE "N" TO RECORD-VALID-SWITCH
               END-IF
           ELSE
               IF ED-SEPARATION-DATE = ZERO
                   DISPLAY "INVALID ENTRY - SEPARATION TYPE WITH NO "
                       "SEPARATION DATE"
                   MOVE "N" TO RECORD-VALID-SWITCH
               ELSE
                   IF ED-SEPARATION-DATE < ED-HIRE-DATE
                       DISPLAY "INVALID ENTRY - SEPARATION DATE "
                           "BEFORE HIRE DATE"
                       MOVE "N" TO RECORD-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

       810-CHECK-CALENDAR-DATE.
           MOVE "Y" TO DATE-VALID-SWITCH.
           IF CD-YEAR < 1900 OR CD-YEAR > 2099
               OR CD-MONTH < 1 OR CD-MONTH > 12
               OR CD-DAY < 1
               MOVE "N" TO DATE-VALID-SWITCH
           ELSE
               EVALUATE CD-MONTH
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO DAYS-IN-MONTH
                   WHEN 2
                       DIVIDE CD-YEAR BY 4 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = ZERO AND CD-YEAR NOT = 1900
                           MOVE 29 TO DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO DAYS-IN-MONTH
               END-EVALUATE
               IF CD-DAY > DAYS-IN-MONTH
                   MOVE "N" TO DATE-VALID-SWITCH
               END-IF
           END-IF.

       900-FIND-EMPLOYEE.
           MOVE "N" TO ROW-FOUND-SWITCH.
           PERFORM 910-MATCH-ONE-EMPLOYEE
               VARYING EMP-LIST-IDX FROM 1 BY 1
               UNTIL EMP-LIST-IDX > EMP-LIST-COUNT
                  OR ROW-FOUND.

       910-MATCH-ONE-EMPLOYEE.
           IF EL-EMPLOYEE-ID(EMP-LIST-IDX) = ED-EMPLOYEE-ID
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE EMP-LIST-IDX TO EMP-FOUND-IDX
           END-IF.
