      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/23/2018
      * Purpose: Locker desk.  Replaces the clipboard in each locker
      *          room with the indexed LOCKMAS (see LOCKREC copybook).
      *          The desk sets up a new locker, takes one out of or
      *          back into service, assigns a vacant locker to a
      *          member, and releases an occupied one.  An occupied or
      *          out-of-service locker cannot be assigned.  Only an
      *          ACTIVE member on file may rent, and the first month
      *          goes on the member's balance with an open LK item on
      *          ARITEMS, the way YMCA_CLASS_ENROLL charges a seat.
      *          Later months are billed by YMCA_LOCKRUN.  The desk
      *          works only the lockers of its own branch, taken from
      *          BRANCH_CODE as YMCA_MEM_UPDATE does.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs LOCKER authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      *   08/16/2018 GW - First-month rent that would take the member
      *                   past the balance-due limit is not charged: no
      *                   credit is used, the member is not rewritten,
      *                   no LK item is written or counted, and the
      *                   locker is left unbilled so YMCA_LOCKRUN
      *                   charges the month.
      *   08/23/2018 GW - A first month lost to a failed member rewrite
      *                   is now also left unbilled on the locker, as
      *                   the balance-limit case already was, so
      *                   YMCA_LOCKRUN charges it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-LOCKER-DESK.

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
           SELECT LOCKMAS ASSIGN TO WS-LOCKMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LKR-LOCKER-KEY
               FILE STATUS IS WS-LOCKMAS-STATUS.
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  LOCKMAS.
           COPY LOCKREC.

       FD  ARITEMS.
           COPY ARITEMREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-LOCKMAS-PATH         PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-LOCKMAS-STATUS           PIC X(2).
           88  WS-LOCKMAS-OK                      VALUE "00".
           88  WS-LOCKMAS-FILE-MISSING             VALUE "35".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  MORE-REQUESTS-SWITCH        PIC X          VALUE "Y".
               88  MORE-REQUESTS                          VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  LOCKER-FOUND-SWITCH         PIC X.
               88  LOCKER-FOUND                           VALUE "Y".
           05  CONFIRM-SWITCH              PIC X.
               88  CONFIRMED                              VALUE "Y".
           05  BALANCE-LIMIT-SWITCH        PIC X          VALUE "N".
               88  BALANCE-AT-LIMIT                       VALUE "Y".
           05  RENT-POSTED-SWITCH          PIC X.
               88  RENT-POSTED                            VALUE "Y".
           05  DESK-FUNCTION-SWITCH        PIC X.
               88  NEW-LOCKER-FUNCTION                    VALUE "N".
               88  SERVICE-FUNCTION                       VALUE "S".
               88  ASSIGN-FUNCTION                        VALUE "A".
               88  RELEASE-FUNCTION                       VALUE "R".

      * THE BRANCH_CODE ENVIRONMENT VARIABLE THE SAME AS
      * YMCA_MEM_UPDATE, ASKED FOR ONCE IF IT IS NOT SET.
       01  DESK-BRANCH-CODE            PIC X(3)       VALUE SPACES.

       01  LOCKER-ENTRY-FIELDS.
           05  LOCKER-ENTRY-WORK       PIC 9(4)       VALUE ZERO.
           05  CARD-ENTRY-WORK         PIC 9(6)       VALUE ZERO.
           05  ROOM-ENTRY-WORK         PIC X.
           05  SIZE-ENTRY-WORK         PIC X.
           05  RATE-ENTRY-WORK         PIC 9(3)V99    VALUE ZERO.
           05  END-DATE-ENTRY-WORK     PIC 9(8)       VALUE ZERO.
           05  END-DATE-ENTRY-PARTS REDEFINES END-DATE-ENTRY-WORK.
               10  END-ENTRY-YEAR      PIC 9(4).
               10  END-ENTRY-MONTH     PIC 9(2).
               10  END-ENTRY-DAY       PIC 9(2).

       01  FEE-WORK-FIELDS             PACKED-DECIMAL.
           05  FEE-AMOUNT-WORK         PIC S9(4)V99   VALUE ZERO.
           05  CREDIT-APPLIED-WORK     PIC S9(4)V99   VALUE ZERO.
           05  FEE-UNCOVERED-WORK      PIC S9(4)V99   VALUE ZERO.

       01  LOCKER-COUNT-FIELDS         BINARY.
           05  ADDED-COUNT             PIC S9(5)      VALUE ZERO.
           05  SERVICE-CHANGE-COUNT    PIC S9(5)      VALUE ZERO.
           05  ASSIGNED-COUNT          PIC S9(5)      VALUE ZERO.
           05  RELEASED-COUNT          PIC S9(5)      VALUE ZERO.
           05  FEES-POSTED-COUNT       PIC S9(5)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-DATE-PARTS REDEFINES CD-CURRENT-DATE.
               10  CD-CURRENT-MONTH    PIC 9(6).
               10  CD-CURRENT-DAY      PIC 9(2).

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-WORK-LOCKER-DESK.
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
           OPEN I-O LOCKMAS.
           IF NOT WS-LOCKMAS-OK
               IF WS-LOCKMAS-FILE-MISSING
                   PERFORM 090-CREATE-LOCKMAS
               ELSE
                   DISPLAY "UNABLE TO OPEN LOCKMAS - STATUS: "
                       WS-LOCKMAS-STATUS
                   CLOSE YMCAMEM
                   STOP RUN
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           ACCEPT DESK-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE".
           IF DESK-BRANCH-CODE = SPACES
               DISPLAY "Enter: Branch Code"
               ACCEPT DESK-BRANCH-CODE
           END-IF.

           PERFORM 200-PROCESS-ONE-REQUEST
               WITH TEST AFTER
               UNTIL NOT MORE-REQUESTS.

           DISPLAY "LOCKERS SET UP ----- " ADDED-COUNT.
           DISPLAY "SERVICE CHANGES ---- " SERVICE-CHANGE-COUNT.
           DISPLAY "ASSIGNED ----------- " ASSIGNED-COUNT.
           DISPLAY "RELEASED ----------- " RELEASED-COUNT.
           DISPLAY "FEES RAISED -------- " FEES-POSTED-COUNT.
           CLOSE YMCAMEM
                 LOCKMAS.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-LOCKMAS-PATH FROM ENVIRONMENT "LOCKMAS_PATH".
           IF WS-LOCKMAS-PATH = SPACES
               MOVE "LOCKMAS.DAT" TO WS-LOCKMAS-PATH
           END-IF.

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD LOCKER TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_LOCKER" TO OPC-PROGRAM-NAME.
           MOVE "LOCKER" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       090-CREATE-LOCKMAS.
           DISPLAY "LOCKMAS NOT FOUND AT " WS-LOCKMAS-PATH
           DISPLAY "CREATING NEW EMPTY LOCKMAS"
           OPEN OUTPUT LOCKMAS.
           CLOSE LOCKMAS.
           OPEN I-O LOCKMAS.
           IF NOT WS-LOCKMAS-OK
               DISPLAY "UNABLE TO CREATE LOCKMAS - STATUS: "
                   WS-LOCKMAS-STATUS
               CLOSE YMCAMEM
               STOP RUN
           END-IF.

       200-PROCESS-ONE-REQUEST.
           DISPLAY "Enter: (A)ssign, (R)elease, (N)ew Locker, "
               "(S)ervice Change, or BLANK TO END RUN"
           ACCEPT DESK-FUNCTION-SWITCH.
           EVALUATE TRUE
               WHEN DESK-FUNCTION-SWITCH = SPACE
                   MOVE "N" TO MORE-REQUESTS-SWITCH
               WHEN ASSIGN-FUNCTION
                   PERFORM 400-ASSIGN-LOCKER
               WHEN RELEASE-FUNCTION
                   PERFORM 500-RELEASE-LOCKER
               WHEN NEW-LOCKER-FUNCTION
                   PERFORM 300-ADD-LOCKER
               WHEN SERVICE-FUNCTION
                   PERFORM 350-CHANGE-SERVICE
               WHEN OTHER
                   DISPLAY "ANSWER A, R, N, S, OR BLANK"
           END-EVALUATE.

      * READS THE KEYED LOCKER AT THIS DESK'S BRANCH.
       210-FIND-LOCKER.
           MOVE "N" TO LOCKER-FOUND-SWITCH.
           DISPLAY "Enter: Locker Number"
           ACCEPT LOCKER-ENTRY-WORK.
           MOVE DESK-BRANCH-CODE  TO LKR-BRANCH-CODE.
           MOVE LOCKER-ENTRY-WORK TO LKR-LOCKER-NUMBER.
           READ LOCKMAS
               INVALID KEY
                   MOVE "N" TO LOCKER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO LOCKER-FOUND-SWITCH
           END-READ.

       230-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE CARD-ENTRY-WORK TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.

      ******************************************************************
      * NEW LOCKER - A NUMBER NOT ALREADY ON FILE FOR THIS BRANCH, A
      * ROOM, A SIZE, AND THE MONTHLY RATE.  IT GOES ON VACANT.
      ******************************************************************
       300-ADD-LOCKER.
           PERFORM 210-FIND-LOCKER.
           IF LOCKER-FOUND
               DISPLAY "REJECTED - LOCKER " LOCKER-ENTRY-WORK
                   " IS ALREADY ON FILE FOR BRANCH " DESK-BRANCH-CODE
           ELSE
               PERFORM 310-ACCEPT-LOCKER-DETAIL
           END-IF.

       310-ACCEPT-LOCKER-DETAIL.
           DISPLAY "Enter: Room - men's (M), women's (W), or "
               "family (F)"
           ACCEPT ROOM-ENTRY-WORK.
           DISPLAY "Enter: Size - half (H) or full (F)"
           ACCEPT SIZE-ENTRY-WORK.
           DISPLAY "Enter: Monthly Rate (999V99)"
           ACCEPT RATE-ENTRY-WORK.
           MOVE ROOM-ENTRY-WORK TO LKR-ROOM-CODE.
           MOVE SIZE-ENTRY-WORK TO LKR-SIZE-CODE.
           EVALUATE TRUE
               WHEN NOT LKR-ROOM-VALID
                   DISPLAY "REJECTED - ROOM MUST BE M, W, OR F"
               WHEN NOT LKR-SIZE-VALID
                   DISPLAY "REJECTED - SIZE MUST BE H OR F"
               WHEN RATE-ENTRY-WORK NOT NUMERIC
                 OR RATE-ENTRY-WORK = ZERO
                   DISPLAY "REJECTED - A MONTHLY RATE IS REQUIRED"
               WHEN OTHER
                   PERFORM 320-WRITE-NEW-LOCKER
           END-EVALUATE.

       320-WRITE-NEW-LOCKER.
           MOVE DESK-BRANCH-CODE  TO LKR-BRANCH-CODE.
           MOVE LOCKER-ENTRY-WORK TO LKR-LOCKER-NUMBER.
           MOVE RATE-ENTRY-WORK   TO LKR-MONTHLY-RATE.
           MOVE "V"               TO LKR-STATUS.
           MOVE ZERO              TO LKR-CARD-NUMBER
                                     LKR-START-DATE
                                     LKR-END-DATE
                                     LKR-BILLED-THRU.
           WRITE LOCKER-MASTER-RECORD.
           IF WS-LOCKMAS-OK
               ADD 1 TO ADDED-COUNT
               DISPLAY "LOCKER " LOCKER-ENTRY-WORK " SET UP - VACANT"
           ELSE
               DISPLAY "** LOCKER WRITE FAILED - STATUS: "
                   WS-LOCKMAS-STATUS
           END-IF.

      ******************************************************************
      * SERVICE CHANGE - A VACANT LOCKER GOES OUT OF SERVICE (BROKEN
      * DOOR, MISSING HASP) AND AN OUT-OF-SERVICE ONE COMES BACK AS
      * VACANT.  AN OCCUPIED LOCKER MUST BE RELEASED FIRST.
      ******************************************************************
       350-CHANGE-SERVICE.
           PERFORM 210-FIND-LOCKER.
           EVALUATE TRUE
               WHEN NOT LOCKER-FOUND
                   DISPLAY "REJECTED - LOCKER " LOCKER-ENTRY-WORK
                       " NOT ON FILE FOR BRANCH " DESK-BRANCH-CODE
               WHEN LKR-OCCUPIED
                   DISPLAY "REJECTED - LOCKER IS OCCUPIED BY CARD "
                       LKR-CARD-NUMBER " - RELEASE IT FIRST"
               WHEN LKR-OUT-OF-SERVICE
                   MOVE "V" TO LKR-STATUS
                   PERFORM 360-REWRITE-SERVICE-CHANGE
               WHEN OTHER
                   MOVE "X" TO LKR-STATUS
                   PERFORM 360-REWRITE-SERVICE-CHANGE
           END-EVALUATE.

       360-REWRITE-SERVICE-CHANGE.
           REWRITE LOCKER-MASTER-RECORD.
           IF WS-LOCKMAS-OK
               ADD 1 TO SERVICE-CHANGE-COUNT
               IF LKR-VACANT
                   DISPLAY "LOCKER " LKR-LOCKER-NUMBER
                       " BACK IN SERVICE - VACANT"
               ELSE
                   DISPLAY "LOCKER " LKR-LOCKER-NUMBER
                       " OUT OF SERVICE"
               END-IF
           ELSE
               DISPLAY "** LOCKER REWRITE FAILED - STATUS: "
                   WS-LOCKMAS-STATUS
           END-IF.

      ******************************************************************
      * ASSIGN - ONLY A VACANT LOCKER, ONLY TO AN ACTIVE MEMBER ON
      * FILE.  THE END DATE IS ZERO FOR MONTH-TO-MONTH OR A DATE NOT
      * IN THE PAST.  THE FIRST MONTH IS CHARGED NOW.
      ******************************************************************
       400-ASSIGN-LOCKER.
           PERFORM 210-FIND-LOCKER.
           EVALUATE TRUE
               WHEN NOT LOCKER-FOUND
                   DISPLAY "REJECTED - LOCKER " LOCKER-ENTRY-WORK
                       " NOT ON FILE FOR BRANCH " DESK-BRANCH-CODE
               WHEN LKR-OCCUPIED
                   DISPLAY "REJECTED - LOCKER IS OCCUPIED BY CARD "
                       LKR-CARD-NUMBER
               WHEN LKR-OUT-OF-SERVICE
                   DISPLAY "REJECTED - LOCKER IS OUT OF SERVICE"
               WHEN OTHER
                   PERFORM 410-ACCEPT-RENTER
           END-EVALUATE.

       410-ACCEPT-RENTER.
           DISPLAY "Enter: Member Card Number"
           ACCEPT CARD-ENTRY-WORK.
           PERFORM 230-LOOK-UP-MEMBER.
           EVALUATE TRUE
               WHEN NOT CARD-FOUND
                   DISPLAY "REJECTED - CARD NUMBER NOT ON FILE"
               WHEN MBR-STATUS NOT = "ACTIVE  "
                   DISPLAY "REJECTED - MEMBER STATUS IS " MBR-STATUS
               WHEN OTHER
                   PERFORM 420-ACCEPT-RENTAL-TERM
           END-EVALUATE.

       420-ACCEPT-RENTAL-TERM.
           DISPLAY "RENTING LOCKER " LKR-LOCKER-NUMBER " TO " MBR-NAME
               " AT " LKR-MONTHLY-RATE " A MONTH"
           DISPLAY "Enter: Rental End Date (YYYYMMDD, 0 = "
               "MONTH-TO-MONTH)"
           ACCEPT END-DATE-ENTRY-WORK.
           EVALUATE TRUE
               WHEN END-DATE-ENTRY-WORK NOT NUMERIC
                   DISPLAY "REJECTED - NOT A VALID DATE"
               WHEN END-DATE-ENTRY-WORK = ZERO
                   PERFORM 430-RENT-THE-LOCKER
               WHEN END-ENTRY-MONTH < 1 OR END-ENTRY-MONTH > 12
                 OR END-ENTRY-DAY < 1 OR END-ENTRY-DAY > 31
                   DISPLAY "REJECTED - NOT A VALID DATE: "
                       END-DATE-ENTRY-WORK
               WHEN END-DATE-ENTRY-WORK < CD-CURRENT-DATE
                   DISPLAY "REJECTED - " END-DATE-ENTRY-WORK
                       " IS IN THE PAST"
               WHEN OTHER
                   PERFORM 430-RENT-THE-LOCKER
           END-EVALUATE.

      * THE LOCKER IS MARKED OCCUPIED FIRST AND CHARGED ONLY IF THAT
      * REWRITE TAKES, SO NO MEMBER PAYS FOR A LOCKER NOT ON FILE.  A
      * FIRST MONTH THAT COULD NOT BE CHARGED - BALANCE LIMIT OR A
      * FAILED MEMBER REWRITE - IS LEFT UNBILLED ON THE LOCKER SO
      * YMCA_LOCKRUN CHARGES IT.
       430-RENT-THE-LOCKER.
           MOVE "O"                 TO LKR-STATUS.
           MOVE MBR-CARD-NUMBER     TO LKR-CARD-NUMBER.
           MOVE CD-CURRENT-DATE     TO LKR-START-DATE.
           MOVE END-DATE-ENTRY-WORK TO LKR-END-DATE.
           MOVE CD-CURRENT-MONTH    TO LKR-BILLED-THRU.
           REWRITE LOCKER-MASTER-RECORD.
           IF WS-LOCKMAS-OK
               ADD 1 TO ASSIGNED-COUNT
               DISPLAY "ASSIGNED - LOCKER " LKR-LOCKER-NUMBER
                   " TO CARD " LKR-CARD-NUMBER
               MOVE LKR-MONTHLY-RATE TO FEE-AMOUNT-WORK
               PERFORM 710-CHARGE-THE-MEMBER
               IF NOT RENT-POSTED
                   PERFORM 435-LEAVE-MONTH-UNBILLED
               END-IF
           ELSE
               DISPLAY "** LOCKER REWRITE FAILED - STATUS: "
                   WS-LOCKMAS-STATUS " - NOT ASSIGNED"
           END-IF.

       435-LEAVE-MONTH-UNBILLED.
           MOVE ZERO TO LKR-BILLED-THRU.
           REWRITE LOCKER-MASTER-RECORD.
           IF WS-LOCKMAS-OK
               DISPLAY "  FIRST MONTH LEFT FOR THE MONTHLY LOCKER RUN"
           ELSE
               DISPLAY "** LOCKER REWRITE FAILED - STATUS: "
                   WS-LOCKMAS-STATUS " - LOCKER SHOWS THIS MONTH "
                   "BILLED - RAISE THE RENT BY HAND"
           END-IF.

      ******************************************************************
      * RELEASE - ONLY AN OCCUPIED LOCKER.  THE MONTH ALREADY BILLED
      * STANDS; THE LOCKER GOES BACK TO VACANT.
      ******************************************************************
       500-RELEASE-LOCKER.
           PERFORM 210-FIND-LOCKER.
           EVALUATE TRUE
               WHEN NOT LOCKER-FOUND
                   DISPLAY "REJECTED - LOCKER " LOCKER-ENTRY-WORK
                       " NOT ON FILE FOR BRANCH " DESK-BRANCH-CODE
               WHEN NOT LKR-OCCUPIED
                   DISPLAY "REJECTED - LOCKER IS NOT OCCUPIED"
               WHEN OTHER
                   PERFORM 510-CONFIRM-RELEASE
           END-EVALUATE.

       510-CONFIRM-RELEASE.
           MOVE LKR-CARD-NUMBER TO CARD-ENTRY-WORK.
           PERFORM 230-LOOK-UP-MEMBER.
           IF CARD-FOUND
               DISPLAY "LOCKER " LKR-LOCKER-NUMBER " HELD BY "
                   MBR-NAME " SINCE " LKR-START-DATE
           ELSE
               DISPLAY "LOCKER " LKR-LOCKER-NUMBER " HELD BY CARD "
                   LKR-CARD-NUMBER " (NOT ON FILE) SINCE "
                   LKR-START-DATE
           END-IF.
           DISPLAY "Release This Locker? (Y/N)"
           ACCEPT CONFIRM-SWITCH.
           IF CONFIRMED
               MOVE "V"  TO LKR-STATUS
               MOVE ZERO TO LKR-CARD-NUMBER
                            LKR-START-DATE
                            LKR-END-DATE
                            LKR-BILLED-THRU
               REWRITE LOCKER-MASTER-RECORD
               IF WS-LOCKMAS-OK
                   ADD 1 TO RELEASED-COUNT
                   DISPLAY "RELEASED - LOCKER " LKR-LOCKER-NUMBER
                       " IS VACANT"
               ELSE
                   DISPLAY "** LOCKER REWRITE FAILED - STATUS: "
                       WS-LOCKMAS-STATUS
               END-IF
           ELSE
               DISPLAY "LOCKER LEFT AS IT WAS"
           END-IF.

      ******************************************************************
      * THE RENT GOES ON THE MEMBER'S BALANCE, ACCOUNT CREDIT USED UP
      * FIRST, AND AN OPEN LK ITEM FOR THE UNCOVERED PART GOES ON
      * ARITEMS - THE SAME RULE YMCA_CLASS_ENROLL FOLLOWS FOR A SEAT.
      * RENT THAT WOULD PASS THE BALANCE LIMIT IS NOT CHARGED AT ALL -
      * NO CREDIT TAKEN, NO REWRITE, NO ITEM.  ONLY A CLEAN MEMBER
      * REWRITE SETS THE RENT POSTED FOR THE CALLER.
      ******************************************************************
       710-CHARGE-THE-MEMBER.
           MOVE "N" TO RENT-POSTED-SWITCH.
           MOVE ZERO TO CREDIT-APPLIED-WORK.
           IF MBR-CREDIT-BALANCE > ZERO
               IF MBR-CREDIT-BALANCE > FEE-AMOUNT-WORK
                   MOVE FEE-AMOUNT-WORK TO CREDIT-APPLIED-WORK
               ELSE
                   MOVE MBR-CREDIT-BALANCE TO CREDIT-APPLIED-WORK
               END-IF
           END-IF.
           COMPUTE FEE-UNCOVERED-WORK =
               FEE-AMOUNT-WORK - CREDIT-APPLIED-WORK.
           ADD FEE-UNCOVERED-WORK TO MBR-BALANCE-DUE
               ON SIZE ERROR
                   DISPLAY "NOT CHARGED - BALANCE LIMIT - CARD: "
                       MBR-CARD-NUMBER " DUE: " MBR-BALANCE-DUE
                   MOVE "Y" TO BALANCE-LIMIT-SWITCH
           END-ADD.
           IF BALANCE-AT-LIMIT
               MOVE "N" TO BALANCE-LIMIT-SWITCH
           ELSE
               PERFORM 715-POST-THE-RENT
           END-IF.

       715-POST-THE-RENT.
           SUBTRACT CREDIT-APPLIED-WORK FROM MBR-CREDIT-BALANCE.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           IF WS-YMCAMEM-OK
               MOVE "Y" TO RENT-POSTED-SWITCH
               ADD 1 TO FEES-POSTED-COUNT
               DISPLAY "CHARGED " FEE-AMOUNT-WORK " TO " MBR-NAME
                   " - BALANCE NOW " MBR-BALANCE-DUE
               IF CREDIT-APPLIED-WORK > ZERO
                   DISPLAY "  " CREDIT-APPLIED-WORK
                       " PAID FROM ACCOUNT CREDIT"
               END-IF
               PERFORM 720-WRITE-FEE-ITEM
           ELSE
               DISPLAY "** MEMBER REWRITE FAILED - STATUS: "
                   WS-YMCAMEM-STATUS " - RENT NOT CHARGED"
           END-IF.

       720-WRITE-FEE-ITEM.
           OPEN EXTEND ARITEMS.
           IF WS-ARITEMS-FILE-MISSING
               OPEN OUTPUT ARITEMS
               CLOSE ARITEMS
               OPEN EXTEND ARITEMS
           END-IF.
           IF NOT WS-ARITEMS-OK
               DISPLAY "WARNING - UNABLE TO OPEN ARITEMS - STATUS: "
                   WS-ARITEMS-STATUS " - ITEM NOT WRITTEN - CARD: "
                   MBR-CARD-NUMBER
           ELSE
               MOVE MBR-CARD-NUMBER    TO ARI-CARD-NUMBER
               MOVE CD-CURRENT-DATE    TO ARI-CHARGE-DATE
               MOVE "LK"               TO ARI-SOURCE-CODE
               MOVE FEE-AMOUNT-WORK    TO ARI-ORIGINAL-AMOUNT
               MOVE FEE-UNCOVERED-WORK TO ARI-OPEN-AMOUNT
               WRITE OPEN-ITEM-RECORD
               IF NOT WS-ARITEMS-OK
                   DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
                       WS-ARITEMS-STATUS
               END-IF
               CLOSE ARITEMS
           END-IF.
