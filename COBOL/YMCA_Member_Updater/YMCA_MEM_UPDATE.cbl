      *                   work from.  An October join no longer
      *                   forces a full-year fee or the blank-type
      *                   dodge that was poisoning TYPERPT.
      *   03/28/2018 GW - A keyed charge now uses up the member's
      *                   MBR-CREDIT-BALANCE first: the balance due
      *                   rises only by the part the credit does not
      *                   cover, and the open items raised for the
      *                   charge carry only that uncovered part.
      *                   Maintenance and the name inquiry show the
      *                   credit; new members start with none.
      *   04/04/2018 GW - New members start with no returned checks and
      *                   no payment restriction.  Maintenance shows a
      *                   cash-only member's returned-check count and
      *                   lets the office lift the restriction.
      *   04/11/2018 GW - Maintenance can enroll a member for monthly
      *                   bank-draft dues (routing and account number
      *                   and a draft day of the 1st to the 28th) or
      *                   stop the draft.  The draft amount is set to
      *                   a twelfth of the type's table rate, and
      *                   YMCA_DRAFTRUN reprices it each month.  A
      *                   cash-only member cannot be enrolled.  New
      *                   members start off draft.
      *   04/18/2018 GW - Financial assistance.  New-member entry and
      *                   maintenance record an approved assistance
      *                   percent with its review date and the
      *                   approving operator.  While the approval (or,
      *                   lacking one, the household primary's) is in
      *                   force, 185-ACCEPT-FEE-FOR-TYPE holds the fee
      *                   to the assisted annual or prorated rate, a
      *                   keyed class charge is reduced by the
      *                   percent, and the draft amount is quoted net
      *                   of it.  Each discount given is logged to
      *                   ASSISTLOG for YMCA_ASSISTRPT.  An expired
      *                   approval is announced and the full rate
      *                   applies.  The household card is now keyed
      *                   ahead of the fees so the primary's approval
      *                   can be found.
      *   05/30/2018 GW - Added a (C)ard replacement function for lost
      *                   and stolen cards: the member is moved to a
      *                   new card number and their household links,
      *                   visits, open items, enrollments, waitlist
      *                   entries, priority seats, trainer sessions,
      *                   appointments and locker go with them.  The
      *                   old number goes on the HOTLIST (see HOTREC
      *                   copybook) that YMCA_CHECKIN refuses at the
      *                   door.  Logged under function C against both
      *                   card numbers.  New-member entry and card
      *                   replacement refuse a hot-listed number.
      *   06/06/2018 GW - New-member entry now requires a signed
      *                   liability waiver (date and form version), an
      *                   emergency contact name and phone, and for a
      *                   member under 18 the medical release date.
      *                   Maintenance can re-sign the waiver and change
      *                   the contact or release.
      *   06/13/2018 GW - The operator is checked against OPERMAS
      *                   through YMCA_OPRCHECK at startup and again
      *                   for the function selected, and a balance
      *                   change in maintenance needs BALADJ authority.
      *   07/05/2018 GW - New-member entry and maintenance link a member
      *                   to a corporate account on CORPMAS (see CORPREC
      *                   copybook) the way the household card links a
      *                   family.  A linked new member's fee is
      *                   discounted at the account's rate and the
      *                   employer's share is billed to the account as a
      *                   CORPITEMS item (see CORPITEMREC copybook); the
      *                   member owes the rest.  Unlinking leaves status
      *                   and expiration alone - the member renews on
      *                   personal billing.  A linked member cannot go
      *                   on bank draft, and card replacement moves
      *                   their employer items to the new card.
      *   08/09/2018 GW - A card replacement now also moves the member's
      *                   class attendance marks on ATTENDFILE to the
      *                   new card.  An operator refused at startup or
      *                   for the function selected now ends the run
      *                   with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-MEMBER-UPDATE.
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.
           SELECT ASSISTLOG ASSIGN TO WS-ASSISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSISTLOG-STATUS.
           SELECT VISITS ASSIGN TO WS-VISITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITS-STATUS.
           SELECT ENROLLFILE ASSIGN TO WS-ENROLLFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLFILE-STATUS.
           SELECT WAITFILE ASSIGN TO WS-WAITFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITFILE-STATUS.
           SELECT SESSFILE ASSIGN TO WS-SESSFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSFILE-STATUS.
           SELECT PRIORITYFILE ASSIGN TO WS-PRIORITYFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITYFILE-STATUS.
           SELECT CARDWORK ASSIGN TO WS-CARDWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDWORK-STATUS.
           SELECT APPTFILE ASSIGN TO WS-APPTFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-APPT-KEY
               ALTERNATE RECORD KEY IS APT-MEMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPTFILE-STATUS.
           SELECT LOCKMAS ASSIGN TO WS-LOCKMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LKR-LOCKER-KEY
               FILE STATUS IS WS-LOCKMAS-STATUS.
           SELECT HOTLIST ASSIGN TO WS-HOTLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTLIST-STATUS.
           SELECT CORPMAS ASSIGN TO WS-CORPMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRP-ACCOUNT-NUMBER
               FILE STATUS IS WS-CORPMAS-STATUS.
           SELECT CORPITEMS ASSIGN TO WS-CORPITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPITEMS-STATUS.
           SELECT ATTENDFILE ASSIGN TO WS-ATTENDFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-ATTEND-KEY
               FILE STATUS IS WS-ATTENDFILE-STATUS.

       DATA DIVISION.

       FD  ARITEMS.
           COPY ARITEMREC.

       FD  ASSISTLOG.
           COPY ASSISTREC.

       FD  VISITS.
           COPY VISITREC.

       FD  ENROLLFILE.
           COPY ENROLLREC.

       FD  WAITFILE.
           COPY WAITREC.

       FD  SESSFILE.
           COPY SESSREC.

       FD  PRIORITYFILE.
           COPY PRIREC.

      * SCRATCH COPY FOR THE CARD REPLACEMENT REPOINTS - EACH LINKED
      * FILE IN TURN IS COPIED THROUGH IT AND BACK, THE SAME COPY-PASS
      * YMCA_DUPSCAN USES.  WIDEN IF ANY OF THOSE RECORDS OUTGROWS IT.
       FD  CARDWORK.
       01  CARD-WORK-RECORD            PIC X(40).

       FD  APPTFILE.
           COPY APPTREC.

       FD  LOCKMAS.
           COPY LOCKREC.

       FD  HOTLIST.
           COPY HOTREC.

       FD  CORPMAS.
           COPY CORPREC.

       FD  CORPITEMS.
           COPY CORPITEMREC.

       FD  ATTENDFILE.
           COPY ATTENDREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-TRNMASTER-PATH       PIC X(100).
           05  WS-RATETABLE-PATH       PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-ASSISTLOG-PATH       PIC X(100).
           05  WS-VISITS-PATH          PIC X(100).
           05  WS-ENROLLFILE-PATH      PIC X(100).
           05  WS-WAITFILE-PATH        PIC X(100).
           05  WS-SESSFILE-PATH        PIC X(100).
           05  WS-PRIORITYFILE-PATH    PIC X(100).
           05  WS-CARDWORK-PATH        PIC X(100).
           05  WS-APPTFILE-PATH        PIC X(100).
           05  WS-LOCKMAS-PATH         PIC X(100).
           05  WS-HOTLIST-PATH         PIC X(100).
           05  WS-CORPMAS-PATH         PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).
           05  WS-ATTENDFILE-PATH      PIC X(100).

       01  WS-CONTROLFILE-STATUS       PIC X(2).
           88  WS-CONTROLFILE-OK                  VALUE "00".
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  WS-ASSISTLOG-STATUS         PIC X(2).
           88  WS-ASSISTLOG-OK                    VALUE "00".
           88  WS-ASSISTLOG-FILE-MISSING           VALUE "35".

       01  WS-VISITS-STATUS            PIC X(2).
           88  WS-VISITS-OK                       VALUE "00".

       01  WS-ENROLLFILE-STATUS        PIC X(2).
           88  WS-ENROLLFILE-OK                   VALUE "00".

       01  WS-WAITFILE-STATUS          PIC X(2).
           88  WS-WAITFILE-OK                     VALUE "00".

       01  WS-SESSFILE-STATUS          PIC X(2).
           88  WS-SESSFILE-OK                     VALUE "00".

       01  WS-PRIORITYFILE-STATUS      PIC X(2).
           88  WS-PRIORITYFILE-OK                 VALUE "00".

       01  WS-CARDWORK-STATUS          PIC X(2).
           88  WS-CARDWORK-OK                     VALUE "00".

       01  WS-APPTFILE-STATUS          PIC X(2).
           88  WS-APPTFILE-OK                     VALUE "00".

       01  WS-LOCKMAS-STATUS           PIC X(2).
           88  WS-LOCKMAS-OK                      VALUE "00".

       01  WS-HOTLIST-STATUS           PIC X(2).
           88  WS-HOTLIST-OK                      VALUE "00".
           88  WS-HOTLIST-FILE-MISSING             VALUE "35".

       01  WS-CORPMAS-STATUS           PIC X(2).
           88  WS-CORPMAS-OK                      VALUE "00".

       01  WS-CORPITEMS-STATUS         PIC X(2).
           88  WS-CORPITEMS-OK                    VALUE "00".
           88  WS-CORPITEMS-FILE-MISSING           VALUE "35".

       01  WS-ATTENDFILE-STATUS        PIC X(2).
           88  WS-ATTENDFILE-OK                   VALUE "00".

       01  RUN-RECORD-COUNT            PIC 9(5)       VALUE ZERO.

       01  WS-YMCAMEM-STATUS           PIC X(2).
               88  INQUIRE-FUNCTION                        VALUE "I".
               88  REINSTATE-FUNCTION                      VALUE "R".
               88  FREEZE-FUNCTION                         VALUE "F".
               88  CARD-REPLACE-FUNCTION                   VALUE "C".
           05  CONFIRM-SWITCH              PIC X.
               88  TERMINATION-CONFIRMED                   VALUE "Y".
               88  REINSTATEMENT-CONFIRMED                 VALUE "Y".
               88  FREEZE-CONFIRMED                        VALUE "Y".
               88  REPLACEMENT-CONFIRMED                   VALUE "Y".
           05  ARCHIVE-FOUND-SWITCH        PIC X.
               88  ARCHIVE-FOUND                           VALUE "Y".
           05  HIST-EOF-SWITCH             PIC X.
               88  CARD-ALREADY-ON-FILE                    VALUE "Y".
           05  MORE-MEMBERS-SWITCH         PIC X          VALUE "Y".
               88  MORE-MEMBERS-TO-ENTER                   VALUE "Y".
           05  HOT-LISTED-SWITCH           PIC X.
               88  CARD-HOT-LISTED                         VALUE "Y".
           05  HOT-EOF-SWITCH              PIC X.
               88  HOT-EOF                                 VALUE "Y".
           05  NEW-CARD-OK-SWITCH          PIC X.
               88  NEW-CARD-OK                             VALUE "Y".
           05  REPOINT-EOF-SWITCH          PIC X.
               88  REPOINT-EOF                             VALUE "Y".
           05  REPOINT-TOUCHED-SWITCH      PIC X.
               88  REPOINT-TOUCHED                         VALUE "Y".
           05  COPY-BACK-SWITCH            PIC X.
               88  COPY-BACK-FAILED                        VALUE "Y".

       01  LAST-CHECKPOINT-CARD        PIC 9(6)       VALUE ZERO.

       01  TERMINATION-FIELDS.
           05  TERM-REASON-CODE        PIC X(2).

      * CARD REPLACEMENT WORK AREA - THE CARD BEING RETIRED, THE ONE
      * REPLACING IT, AND WHY.  HOT-CHECK-CARD IS THE NUMBER THE HOT
      * LIST SCAN LOOKS FOR.
       01  CARD-REPLACE-FIELDS.
           05  OLD-CARD-NUMBER         PIC 9(6)       VALUE ZERO.
           05  NEW-CARD-NUMBER         PIC 9(6)       VALUE ZERO.
           05  REPLACE-REASON-CODE     PIC X.
               88  REPLACE-REASON-VALID         VALUES "L", "S".
           05  HOT-CHECK-CARD          PIC 9(6)       VALUE ZERO.
           05  OLD-ATTEND-KEY          PIC X(20).

       01  CARD-REPLACE-COUNTERS       BINARY.
           05  REPOINT-COUNT           PIC S9(5)      VALUE ZERO.
           05  LINKED-FILE-IDX         PIC S9(3)      VALUE ZERO.
           05  LINKED-FILE-MAX         PIC S9(3)      VALUE 8.

      * CARD NUMBERS YMCA_CHECKIN RESERVES FOR THE GUEST DAY-PASS PATH
      * - NEVER ISSUED TO A MEMBER.
       01  RESERVED-CARD-CHECK         PIC 9(6).
           88  CARD-RESERVED                VALUES 9, 999999.

      * REINSTATEMENT SCAN AND HOLD AREAS.  THE SCAN AREA BREAKS OUT
      * JUST ENOUGH OF THE ARCHIVED IMAGE TO MATCH THE CARD - KEEP
      * THE OFFSETS IN STEP WITH MEMBERREC, THE SAME RULE THE
      * SO A TWICE-TERMINATED MEMBER COMES BACK FROM THEIR LATEST
      * RECORD, NOT THEIR OLDEST.
       01  ARCHIVE-SCAN-AREA.
           05  ASC-MEMBER-DATA         PIC X(361).
           05  ASC-MEMBER-DATA-X     REDEFINES ASC-MEMBER-DATA.
               10  ASC-STATUS              PIC X(8).
               10  ASC-TRAINER             PIC X(8).
               10  ASC-CARD-NUMBER         PIC 9(6).
               10  ASC-REST-OF-RECORD      PIC X(339).

       01  ARCHIVE-HOLD-AREA.
           05  AH-MEMBER-DATA          PIC X(361).
           05  AH-TERMINATION-DATE     PIC 9(8).
           05  AH-TERM-REASON-CODE     PIC X(2).

      * NEW MEMBER AND OFFERED AS THE DEFAULT IN MAINTENANCE.
       01  DESK-BRANCH-CODE            PIC X(3).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * THE OFFICIAL ACTIVITY LIST, LOADED FROM ACTMASTER AT STARTUP.
      * AN EMPTY OR MISSING LIST LEAVES ACT-LIST-COUNT AT ZERO AND
      * ACTIVITY ENTRY FALLS BACK TO UNVALIDATED (WITH A WARNING) SO
           05  MONTHS-REMAINING-WORK   PIC S9(5)      BINARY.
           05  PRORATED-FEE-WORK       PIC 9(3)V99    VALUE ZERO.

      * BANK-DRAFT ENROLLMENT ENTRY - KEYED INTO WORK FIELDS AND MOVED
      * TO THE MEMBER ONLY WHEN ALL OF IT PASSES.
       01  DRAFT-ENTRY-FIELDS.
           05  DRAFT-ACTION-SWITCH     PIC X.
               88  DRAFT-ENROLL                       VALUE "E".
               88  DRAFT-STOP                         VALUE "S".
           05  DRAFT-VALID-SWITCH      PIC X.
               88  DRAFT-ENTRY-VALID                  VALUE "Y".
           05  DRAFT-ROUTING-WORK      PIC 9(9).
           05  DRAFT-ACCOUNT-WORK      PIC X(17).
           05  DRAFT-DAY-WORK          PIC 9(2).

      * FINANCIAL ASSISTANCE IN FORCE FOR THE MEMBER BEING KEYED -
      * THEIR OWN APPROVAL, OR THE HOUSEHOLD PRIMARY'S WHEN THEY HAVE
      * NONE - AND THE DISCOUNTS GIVEN THIS SESSION, LOGGED TO
      * ASSISTLOG ONCE THE RECORD IS WRITTEN.
       01  ASSIST-WORK-FIELDS.
           05  ASSIST-VALID-SWITCH     PIC X.
               88  ASSIST-ENTRY-VALID                 VALUE "Y".
           05  ASSIST-PERCENT-ENTRY    PIC 9(3)       VALUE ZERO.
           05  ASSIST-REVIEW-ENTRY     PIC 9(8)       VALUE ZERO.
           05  ASSIST-PERCENT-WORK     PIC 9(3)       VALUE ZERO.
           05  ASSIST-FUNDING-CARD     PIC 9(6)       VALUE ZERO.
           05  ASSIST-RATE-WORK        PIC 9(3)V99    VALUE ZERO.
           05  ASSIST-PRORATED-WORK    PIC 9(3)V99    VALUE ZERO.
           05  DUES-FULL-WORK          PIC 9(4)V99    VALUE ZERO.
           05  DUES-SUBSIDY-WORK       PIC 9(4)V99    VALUE ZERO.
           05  CLASS-FULL-WORK         PIC 9(4)V99    VALUE ZERO.
           05  CLASS-CHARGED-WORK      PIC 9(4)V99    VALUE ZERO.
           05  CLASS-SUBSIDY-WORK      PIC 9(4)V99    VALUE ZERO.

      * WAIVER, EMERGENCY CONTACT AND MEDICAL RELEASE ENTRY.  A WAIVER
      * IS GOOD FOR ONE YEAR FROM THE DATE SIGNED, SO ONE ALREADY A
      * YEAR OLD IS REFUSED AT ENTRY - HAVE A NEW ONE SIGNED.
       01  WAIVER-ENTRY-FIELDS.
           05  WAIVER-VALID-SWITCH     PIC X.
               88  WAIVER-ENTRY-VALID                 VALUE "Y".
           05  CONTACT-VALID-SWITCH    PIC X.
               88  CONTACT-ENTRY-VALID                VALUE "Y".
           05  RELEASE-VALID-SWITCH    PIC X.
               88  RELEASE-ENTRY-VALID                VALUE "Y".
           05  WAIVER-DATE-ENTRY       PIC 9(8)       VALUE ZERO.
           05  WAIVER-EXPIRY-WORK      PIC 9(8)       VALUE ZERO.
           05  RELEASE-DATE-ENTRY      PIC 9(8)       VALUE ZERO.

      * THE MEMBER BEING KEYED, PARKED WHILE THE HOUSEHOLD PRIMARY'S
      * RECORD IS READ INTO THE SAME AREA FOR ITS APPROVAL.
       01  HOUSEHOLD-HOLD-AREA.
           05  HH-MEMBER-DATA          PIC X(361).

      * CORPORATE ACCOUNT LINK - THE ACCOUNT KEYED, THE TERMS READ
      * FROM CORPMAS WHEN IT IS ACTIVE, AND A NEW MEMBER'S FEE SPLIT
      * BETWEEN THE EMPLOYER AND THE EMPLOYEE.
       01  CORP-LINK-FIELDS.
           05  CORP-VALID-SWITCH       PIC X.
               88  CORP-ENTRY-VALID                   VALUE "Y".
           05  CORP-FOUND-SWITCH       PIC X.
               88  CORP-ACCOUNT-USABLE                VALUE "Y".
           05  CORP-ENTRY-WORK         PIC 9(6)       VALUE ZERO.
           05  CORP-NAME-WORK          PIC X(30).
           05  CORP-DISCOUNT-WORK      PIC 9(3)       VALUE ZERO.
           05  CORP-SHARE-WORK         PIC 9(3)       VALUE ZERO.
           05  CORP-RATE-WORK          PIC 9(4)V99    VALUE ZERO.
           05  EMPLOYER-SHARE-WORK     PIC 9(4)V99    VALUE ZERO.
           05  EMPLOYER-CREDIT-WORK    PIC 9(4)V99    VALUE ZERO.

       01  AGE-DATE-FIELDS.
           05  AD-CURRENT-DATE         PIC 9(8).
           05  AD-CURRENT-DATE-X       REDEFINES AD-CURRENT-DATE.
      * REWRITE - SPACES ON THE SIDE THAT DOES NOT EXIST (BEFORE OF A
      * NEW MEMBER, AFTER OF A TERMINATION).
       01  CHANGE-IMAGE-FIELDS.
           05  LOG-BEFORE-IMAGE        PIC X(361).
           05  LOG-AFTER-IMAGE         PIC X(361).

      * SNAPSHOTS OF THE CHARGE FIELDS TAKEN AT LOOKUP TIME, SO A
      * MAINTENANCE INCREASE CAN BE TURNED INTO A DATED OPEN ITEM
           05  MASSAGE-DELTA-WORK      PIC 9(3)V99    VALUE ZERO.
           05  UNCOVERED-DELTA-WORK    PIC S9(5)V99   VALUE ZERO.

      * THE PART OF THIS SESSION'S KEYED INCREASE THE MEMBER'S CREDIT
      * BALANCE PAID, AND HOW MUCH OF IT IS STILL TO BE TAKEN OFF THE
      * OPEN ITEMS AS 510 RAISES THEM.
       01  CREDIT-WORK-FIELDS.
           05  KEYED-INCREASE-WORK     PIC 9(4)V99    VALUE ZERO.
           05  CREDIT-APPLIED-WORK     PIC 9(4)V99    VALUE ZERO.
           05  CREDIT-TO-ITEMS-WORK    PIC 9(4)V99    VALUE ZERO.
           05  ITEM-CREDIT-WORK        PIC 9(4)V99    VALUE ZERO.

       PROCEDURE DIVISION.

       000-UPDATE-MEMBER-LIST.
           END-IF.

           PERFORM 055-GET-OPERATOR-ID.
           PERFORM 056-CHECK-OPERATOR-SIGNON.
           IF NOT OPC-AUTHORIZED
               CLOSE YMCAMEM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 091-LOAD-ACTIVITY-MASTER.
           PERFORM 093-LOAD-TRAINER-MASTER.
           PERFORM 095-LOAD-RATE-TABLE.

           DISPLAY "Select Function: (N)ew, (M)aintain, (T)erminate, "
               "(R)einstate, (F)reeze/Unfreeze, (C)ard Replacement "
               "or (I)nquire By Name"
           ACCEPT FUNCTION-SWITCH.

           PERFORM 057-CHECK-FUNCTION-AUTHORITY.
           IF NOT OPC-AUTHORIZED
               CLOSE YMCAMEM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MAINTAIN-FUNCTION
               PERFORM 300-MAINTAIN-MEMBER
           ELSE
               IF INQUIRE-FUNCTION
               PERFORM 600-INQUIRE-BY-NAME
               ELSE
               IF CARD-REPLACE-FUNCTION
               PERFORM 900-REPLACE-MEMBER-CARD
               ELSE
               IF LAST-CHECKPOINT-CARD NOT = ZERO
                   DISPLAY "LAST MEMBER CHECKPOINTED WAS CARD: "
                       LAST-CHECKPOINT-CARD
                   WITH TEST AFTER
                   UNTIL NOT MORE-MEMBERS-TO-ENTER
               END-IF
               END-IF
              END-IF
             END-IF
            END-IF
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-ASSISTLOG-PATH FROM ENVIRONMENT "ASSISTLOG_PATH".
           IF WS-ASSISTLOG-PATH = SPACES
               MOVE "ASSISTLOG.DAT" TO WS-ASSISTLOG-PATH
           END-IF.

           ACCEPT WS-VISITS-PATH FROM ENVIRONMENT "VISITS_PATH".
           IF WS-VISITS-PATH = SPACES
               MOVE "VISITS.DAT" TO WS-VISITS-PATH
           END-IF.

           ACCEPT WS-ENROLLFILE-PATH FROM ENVIRONMENT "ENROLLFILE_PATH".
           IF WS-ENROLLFILE-PATH = SPACES
               MOVE "ENROLLS.DAT" TO WS-ENROLLFILE-PATH
           END-IF.

           ACCEPT WS-WAITFILE-PATH FROM ENVIRONMENT "WAITFILE_PATH".
           IF WS-WAITFILE-PATH = SPACES
               MOVE "WAITLIST.DAT" TO WS-WAITFILE-PATH
           END-IF.

           ACCEPT WS-SESSFILE-PATH FROM ENVIRONMENT "SESSFILE_PATH".
           IF WS-SESSFILE-PATH = SPACES
               MOVE "SESSIONS.DAT" TO WS-SESSFILE-PATH
           END-IF.

           ACCEPT WS-PRIORITYFILE-PATH
               FROM ENVIRONMENT "PRIORITYFILE_PATH".
           IF WS-PRIORITYFILE-PATH = SPACES
               MOVE "PRIORITY.DAT" TO WS-PRIORITYFILE-PATH
           END-IF.

           ACCEPT WS-CARDWORK-PATH FROM ENVIRONMENT "CARDWORK_PATH".
           IF WS-CARDWORK-PATH = SPACES
               MOVE "CARDWORK.DAT" TO WS-CARDWORK-PATH
           END-IF.

           ACCEPT WS-APPTFILE-PATH FROM ENVIRONMENT "APPTFILE_PATH".
           IF WS-APPTFILE-PATH = SPACES
               MOVE "APPTS.DAT" TO WS-APPTFILE-PATH
           END-IF.

           ACCEPT WS-LOCKMAS-PATH FROM ENVIRONMENT "LOCKMAS_PATH".
           IF WS-LOCKMAS-PATH = SPACES
               MOVE "LOCKMAS.DAT" TO WS-LOCKMAS-PATH
           END-IF.

           ACCEPT WS-HOTLIST-PATH FROM ENVIRONMENT "HOTLIST_PATH".
           IF WS-HOTLIST-PATH = SPACES
               MOVE "HOTLIST.DAT" TO WS-HOTLIST-PATH
           END-IF.

           ACCEPT WS-CORPMAS-PATH FROM ENVIRONMENT "CORPMAS_PATH".
           IF WS-CORPMAS-PATH = SPACES
               MOVE "CORPMAS.DAT" TO WS-CORPMAS-PATH
           END-IF.

           ACCEPT WS-CORPITEMS-PATH FROM ENVIRONMENT "CORPITEMS_PATH".
           IF WS-CORPITEMS-PATH = SPACES
               MOVE "CORPITEMS.DAT" TO WS-CORPITEMS-PATH
           END-IF.

           ACCEPT WS-ATTENDFILE-PATH FROM ENVIRONMENT "ATTENDFILE_PATH".
           IF WS-ATTENDFILE-PATH = SPACES
               MOVE "ATTEND.DAT" TO WS-ATTENDFILE-PATH
           END-IF.

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               ACCEPT DESK-BRANCH-CODE
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS AND ACTIVE TO RUN THIS AT ALL,
      * AND MUST HOLD THE FUNCTION CODE FOR WHATEVER IS SELECTED.
      * YMCA_OPRCHECK LOGS EVERY REFUSAL ITSELF.
       056-CHECK-OPERATOR-SIGNON.
           MOVE "SIGNON" TO OPC-FUNCTION-CODE.
           PERFORM 058-CALL-OPERATOR-CHECK.

       057-CHECK-FUNCTION-AUTHORITY.
           EVALUATE TRUE
               WHEN MAINTAIN-FUNCTION
                   MOVE "MAINT"  TO OPC-FUNCTION-CODE
               WHEN TERMINATE-FUNCTION
                   MOVE "TERM"   TO OPC-FUNCTION-CODE
               WHEN REINSTATE-FUNCTION
                   MOVE "REINST" TO OPC-FUNCTION-CODE
               WHEN FREEZE-FUNCTION
                   MOVE "FREEZE" TO OPC-FUNCTION-CODE
               WHEN INQUIRE-FUNCTION
                   MOVE "INQURY" TO OPC-FUNCTION-CODE
               WHEN CARD-REPLACE-FUNCTION
                   MOVE "CARDRP" TO OPC-FUNCTION-CODE
               WHEN OTHER
                   MOVE "NEWMBR" TO OPC-FUNCTION-CODE
           END-EVALUATE.
           PERFORM 058-CALL-OPERATOR-CHECK.

       058-CALL-OPERATOR-CHECK.
           MOVE OPERATOR-ID       TO OPC-OPERATOR-ID.
           MOVE "YMCA_MEM_UPDATE" TO OPC-PROGRAM-NAME.
           MOVE DESK-BRANCH-CODE  TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * LOADS THE RECORD COUNT LEFT BY THE LAST RUN THAT TOUCHED
      * YMCAMEM, SO THIS RUN'S NEW-MEMBER ADDS START FROM THE RIGHT
      * BASELINE.  A MISSING OR UNREADABLE CONTROL FILE (E.G. THE
           ACCEPT MT-CARD-NUMBER

           PERFORM 150-CHECK-DUPLICATE-CARD.
           MOVE MT-CARD-NUMBER TO HOT-CHECK-CARD.
           PERFORM 960-CHECK-HOT-LIST.
           IF CARD-ALREADY-ON-FILE OR CARD-HOT-LISTED
               IF CARD-HOT-LISTED
                   DISPLAY "REJECTED - CARD NUMBER IS ON THE "
                       "LOST/STOLEN HOT LIST"
               ELSE
                   DISPLAY "REJECTED - CARD NUMBER ALREADY ON FILE"
               END-IF
           ELSE
               MOVE MT-CARD-NUMBER      TO MBR-CARD-NUMBER

               DISPLAY "Enter: Member Name"
               ACCEPT MBR-NAME

      * HOUSEHOLD AND ASSISTANCE COME AHEAD OF ANY FEE SO THE
      * DISCOUNT IN FORCE IS KNOWN WHEN THE FEES ARE KEYED.
               DISPLAY "Enter: Household Card Number (0 IF NONE)"
               ACCEPT MBR-HOUSEHOLD-CARD-NUMBER

               MOVE "N" TO CORP-VALID-SWITCH
               PERFORM 306-ACCEPT-CORP-ACCOUNT
                   WITH TEST AFTER
                   UNTIL CORP-ENTRY-VALID
               MOVE CORP-ENTRY-WORK TO MBR-CORP-ACCOUNT-NUMBER
               IF CORP-ENTRY-WORK = ZERO
                   MOVE ZERO TO MBR-CORP-LINK-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO MBR-CORP-LINK-DATE
               END-IF

               MOVE ZERO TO MBR-ASSIST-PERCENT
               MOVE ZERO TO MBR-ASSIST-APPROVED-DATE
               MOVE ZERO TO MBR-ASSIST-REVIEW-DATE
               MOVE SPACES TO MBR-ASSIST-APPROVER
               MOVE ZERO TO DUES-SUBSIDY-WORK
               MOVE ZERO TO CLASS-SUBSIDY-WORK
               DISPLAY "Financial Assistance Approved? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   PERFORM 191-ACCEPT-ASSISTANCE
               END-IF
               PERFORM 190-FIND-ASSIST-PERCENT

               PERFORM 160-GET-VALID-ACTIVITY
               MOVE ACTIVITY-ENTRY-WORK TO MBR-FAV-ACTIVITY

               DISPLAY "Enter: Class Fees"
               ACCEPT MBR-CLASS-FEES
               MOVE ZERO TO OLD-CLASS-FEES
               PERFORM 195-APPLY-ASSIST-TO-CLASS

               DISPLAY "Enter: Massage Fees"
               ACCEPT MBR-MASSAGE-FEES
      * THE EXPIRATION DATE (THE PRORATED FEE IS DERIVED FROM THE
      * MONTHS REMAINING TO IT).
               PERFORM 180-GET-VALID-TYPE-AND-FEE
               MOVE ZERO TO EMPLOYER-SHARE-WORK
               IF MBR-CORP-ACCOUNT-NUMBER NOT = ZERO
                   PERFORM 308-SPLIT-CORPORATE-FEE
               END-IF

      * THE WAIVER, EMERGENCY CONTACT AND (FOR A MINOR) THE MEDICAL
      * RELEASE MUST ALL BE ON FILE BEFORE THE MEMBER IS ADDED.
               MOVE ZERO TO MBR-MED-RELEASE-DATE
               PERFORM 196-ACCEPT-WAIVER-FORMS
               MOVE ZERO TO MBR-FINAL-NOTICE-DATE
                            MBR-COLLECT-PLACED-DATE
                            MBR-WRITEOFF-AMOUNT
                            MBR-RECOVERED-AMOUNT

               DISPLAY "Enter: Balance Due (0 IF PAID IN FULL)"
               ACCEPT MBR-BALANCE-DUE

               MOVE FUNCTION CURRENT-DATE(1:8) TO MMR-FILE-DATE

      * A NEW MEMBER STARTS WITH NO HOLD, NO CREDIT, AND NO RETURNED
      * CHECKS ON RECORD.
               MOVE ZERO TO MBR-HOLD-START-DATE
               MOVE ZERO TO MBR-HOLD-RETURN-DATE
               MOVE ZERO TO MBR-CREDIT-BALANCE
               MOVE ZERO TO MBR-NSF-RETURN-COUNT
               MOVE ZERO TO MBR-NSF-LAST-DATE
               MOVE SPACE TO MBR-PAY-RESTRICT-CODE
               MOVE SPACE TO MBR-DRAFT-STATUS
               MOVE ZERO TO MBR-DRAFT-ROUTING
               MOVE SPACES TO MBR-DRAFT-ACCOUNT
               MOVE ZERO TO MBR-DRAFT-DAY
               MOVE ZERO TO MBR-DRAFT-AMOUNT
               MOVE ZERO TO MBR-DRAFT-LAST-DATE
               MOVE ZERO TO MBR-DRAFT-FAIL-COUNT
               MOVE ZERO TO MBR-DRAFT-FAIL-DATE

               WRITE MEMBER-MASTER-RECORD

                   MOVE SPACES TO LOG-BEFORE-IMAGE
                   MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
                   PERFORM 500-LOG-MEMBER-CHANGE
                   PERFORM 535-LOG-ASSIST-SUBSIDIES
                   IF EMPLOYER-SHARE-WORK > ZERO
                       PERFORM 309-POST-EMPLOYER-SHARE
                   END-IF
      * AN OPENING BALANCE IS A RECEIVABLE LIKE ANY OTHER - GIVE IT A
      * DATED ITEM SO THE AGING CAN SAY HOW OLD IT IS.
                   IF MBR-BALANCE-DUE > ZERO
                       MOVE ZERO TO CREDIT-TO-ITEMS-WORK
                       MOVE "OT" TO ITEM-SOURCE-WORK
                       MOVE MBR-BALANCE-DUE TO ITEM-AMOUNT-WORK
                       PERFORM 520-WRITE-OPEN-ITEM
           DISPLAY "TABLE RATE FOR " RL-TYPE-CODE(RL-FOUND-IDX)
               " IS " RL-ANNUAL-RATE(RL-FOUND-IDX)
               " - PRORATED " MONTHS-REMAINING-WORK
               " MONTH(S): " PRORATED-FEE-WORK.
           IF ASSIST-PERCENT-WORK > ZERO
               COMPUTE ASSIST-RATE-WORK ROUNDED =
                   RL-ANNUAL-RATE(RL-FOUND-IDX)
                   * (100 - ASSIST-PERCENT-WORK) / 100
               COMPUTE ASSIST-PRORATED-WORK ROUNDED =
                   PRORATED-FEE-WORK
                   * (100 - ASSIST-PERCENT-WORK) / 100
               DISPLAY "FINANCIAL ASSISTANCE " ASSIST-PERCENT-WORK
                   "% - ASSISTED RATE " ASSIST-RATE-WORK
                   " - PRORATED: " ASSIST-PRORATED-WORK
           END-IF.
           DISPLAY "Enter: Membership Fees"
           ACCEPT FEE-ENTRY-WORK.
      * WITH ASSISTANCE IN FORCE ONLY THE ASSISTED FIGURES ARE TAKEN,
      * AND THE FULL FIGURE THE FEE WAS CUT FROM IS KEPT FOR THE LOG.
           EVALUATE TRUE
               WHEN ASSIST-PERCENT-WORK > ZERO
                   AND FEE-ENTRY-WORK = ASSIST-RATE-WORK
                   MOVE "Y" TO FEE-VALID-SWITCH
                   MOVE RL-ANNUAL-RATE(RL-FOUND-IDX) TO DUES-FULL-WORK
               WHEN ASSIST-PERCENT-WORK > ZERO
                   AND FEE-ENTRY-WORK = ASSIST-PRORATED-WORK
                   MOVE "Y" TO FEE-VALID-SWITCH
                   MOVE PRORATED-FEE-WORK TO DUES-FULL-WORK
               WHEN ASSIST-PERCENT-WORK > ZERO
                   DISPLAY "REJECTED - FEE MUST MATCH THE ASSISTED "
                       "ANNUAL OR PRORATED RATE"
               WHEN FEE-ENTRY-WORK = RL-ANNUAL-RATE(RL-FOUND-IDX)
                   OR FEE-ENTRY-WORK = PRORATED-FEE-WORK
                   MOVE "Y" TO FEE-VALID-SWITCH
                   MOVE FEE-ENTRY-WORK TO DUES-FULL-WORK
               WHEN OTHER
                   DISPLAY "REJECTED - FEE MUST MATCH THE ANNUAL OR "
                       "PRORATED RATE"
           END-EVALUATE.
           IF FEE-VALID
               MOVE FEE-ENTRY-WORK TO MBR-MEMBERSHIP-FEES
               COMPUTE DUES-SUBSIDY-WORK =
                   DUES-FULL-WORK - FEE-ENTRY-WORK
           END-IF.

      * MONTHS FROM TODAY TO THE MEMBER'S EXPIRATION, A STARTED
               MOVE RATE-LIST-IDX TO RL-FOUND-IDX
           END-IF.

      * THE ASSISTANCE PERCENT IN FORCE FOR THE MEMBER IN THE RECORD
      * AREA - THEIR OWN APPROVAL WHILE ITS REVIEW DATE HAS NOT
      * PASSED, ELSE THE HOUSEHOLD PRIMARY'S.  AN EXPIRED APPROVAL
      * GIVES NOTHING - THE DESK IS TOLD SO AND YMCA_ASSISTRPT LISTS
      * IT FOR REVIEW - RATHER THAN QUIETLY CARRYING THE DISCOUNT ON.
       190-FIND-ASSIST-PERCENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AD-CURRENT-DATE.
           MOVE ZERO TO ASSIST-PERCENT-WORK.
           MOVE ZERO TO ASSIST-FUNDING-CARD.
           IF MBR-ASSIST-PERCENT NUMERIC
               AND MBR-ASSIST-PERCENT > ZERO
               IF MBR-ASSIST-REVIEW-DATE NUMERIC
                   AND MBR-ASSIST-REVIEW-DATE NOT < AD-CURRENT-DATE
                   MOVE MBR-ASSIST-PERCENT TO ASSIST-PERCENT-WORK
                   MOVE MBR-CARD-NUMBER TO ASSIST-FUNDING-CARD
               ELSE
                   DISPLAY "FINANCIAL ASSISTANCE EXPIRED "
                       MBR-ASSIST-REVIEW-DATE
                       " - FULL RATE UNTIL IT IS RENEWED"
               END-IF
           END-IF.
           IF ASSIST-PERCENT-WORK = ZERO
               AND MBR-HOUSEHOLD-CARD-NUMBER NUMERIC
               AND MBR-HOUSEHOLD-CARD-NUMBER NOT = ZERO
               AND MBR-HOUSEHOLD-CARD-NUMBER NOT = MBR-CARD-NUMBER
               PERFORM 193-READ-HOUSEHOLD-ASSIST
           END-IF.
           IF ASSIST-PERCENT-WORK > ZERO
               DISPLAY "FINANCIAL ASSISTANCE " ASSIST-PERCENT-WORK
                   "% IN FORCE - APPROVAL ON CARD " ASSIST-FUNDING-CARD
           END-IF.

      * AN APPROVAL IS KEYED AS A PERCENT AND A REVIEW DATE; THE
      * APPROVAL DATE AND APPROVER ARE STAMPED FROM TODAY AND THE
      * SIGNED-ON OPERATOR.  ZERO PERCENT REMOVES THE APPROVAL.
       191-ACCEPT-ASSISTANCE.
           MOVE "N" TO ASSIST-VALID-SWITCH.
           PERFORM 192-ACCEPT-ONE-ASSISTANCE
               WITH TEST AFTER
               UNTIL ASSIST-ENTRY-VALID.

       192-ACCEPT-ONE-ASSISTANCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AD-CURRENT-DATE.
           MOVE ZERO TO ASSIST-REVIEW-ENTRY.
           DISPLAY "Enter: Assistance Percent (1-100, 0 = NONE)".
           ACCEPT ASSIST-PERCENT-ENTRY.
           IF ASSIST-PERCENT-ENTRY > ZERO
               AND ASSIST-PERCENT-ENTRY NOT > 100
               DISPLAY "Enter: Review Date (YYYYMMDD)"
               ACCEPT ASSIST-REVIEW-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN ASSIST-PERCENT-ENTRY NOT NUMERIC
                   OR ASSIST-PERCENT-ENTRY > 100
                   DISPLAY "REJECTED - PERCENT MUST BE 0 TO 100"
               WHEN ASSIST-PERCENT-ENTRY = ZERO
                   MOVE "Y" TO ASSIST-VALID-SWITCH
                   MOVE ZERO TO MBR-ASSIST-PERCENT
                   MOVE ZERO TO MBR-ASSIST-APPROVED-DATE
                   MOVE ZERO TO MBR-ASSIST-REVIEW-DATE
                   MOVE SPACES TO MBR-ASSIST-APPROVER
                   DISPLAY "FINANCIAL ASSISTANCE REMOVED"
               WHEN ASSIST-REVIEW-ENTRY NOT NUMERIC
                   OR ASSIST-REVIEW-ENTRY NOT > AD-CURRENT-DATE
                   DISPLAY "REJECTED - REVIEW DATE MUST BE AFTER TODAY"
               WHEN OTHER
                   MOVE "Y" TO ASSIST-VALID-SWITCH
                   MOVE ASSIST-PERCENT-ENTRY TO MBR-ASSIST-PERCENT
                   MOVE AD-CURRENT-DATE TO MBR-ASSIST-APPROVED-DATE
                   MOVE ASSIST-REVIEW-ENTRY TO MBR-ASSIST-REVIEW-DATE
                   MOVE OPERATOR-ID TO MBR-ASSIST-APPROVER
           END-EVALUATE.

      * READS THE HOUSEHOLD PRIMARY INTO THE RECORD AREA FOR ITS
      * APPROVAL, THEN PUTS THE MEMBER BEING KEYED BACK.  A PRIMARY
      * NOT ON FILE JUST MEANS NO HOUSEHOLD ASSISTANCE.
       193-READ-HOUSEHOLD-ASSIST.
           MOVE MEMBER-MASTER-RECORD TO HH-MEMBER-DATA.
           MOVE MBR-HOUSEHOLD-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE ZERO TO ASSIST-PERCENT-WORK
               NOT INVALID KEY
                   IF MBR-ASSIST-PERCENT NUMERIC
                       AND MBR-ASSIST-PERCENT > ZERO
                       AND MBR-ASSIST-REVIEW-DATE NUMERIC
                       AND MBR-ASSIST-REVIEW-DATE NOT < AD-CURRENT-DATE
                       MOVE MBR-ASSIST-PERCENT TO ASSIST-PERCENT-WORK
                       MOVE MBR-CARD-NUMBER TO ASSIST-FUNDING-CARD
                   END-IF
           END-READ.
           MOVE HH-MEMBER-DATA TO MEMBER-MASTER-RECORD.

      * A KEYED CLASS CHARGE (THE INCREASE IN MBR-CLASS-FEES) IS CUT
      * BY THE ASSISTANCE PERCENT BEFORE IT STANDS.  THE DESK IS
      * SHOWN THE REDUCED FIGURE TO KEY INTO THE BALANCE DUE.
       195-APPLY-ASSIST-TO-CLASS.
           MOVE ZERO TO CLASS-SUBSIDY-WORK.
           IF ASSIST-PERCENT-WORK > ZERO
               AND MBR-CLASS-FEES > OLD-CLASS-FEES
               COMPUTE CLASS-FULL-WORK =
                   MBR-CLASS-FEES - OLD-CLASS-FEES
               COMPUTE CLASS-CHARGED-WORK ROUNDED =
                   CLASS-FULL-WORK * (100 - ASSIST-PERCENT-WORK) / 100
               COMPUTE CLASS-SUBSIDY-WORK =
                   CLASS-FULL-WORK - CLASS-CHARGED-WORK
               COMPUTE MBR-CLASS-FEES =
                   OLD-CLASS-FEES + CLASS-CHARGED-WORK
               DISPLAY "FINANCIAL ASSISTANCE " ASSIST-PERCENT-WORK
                   "% - CLASS CHARGE " CLASS-FULL-WORK
                   " REDUCED TO " CLASS-CHARGED-WORK
               DISPLAY "CLASS FEES NOW " MBR-CLASS-FEES
                   " - KEY THE BALANCE AT THE REDUCED CHARGE"
           END-IF.

      * THE LIABILITY WAIVER, THE EMERGENCY CONTACT AND - FOR A MEMBER
      * UNDER 18 - THE MEDICAL RELEASE.  EACH IS RE-PROMPTED UNTIL IT
      * PASSES, SO NONE OF THEM CAN BE LEFT OFF.
       196-ACCEPT-WAIVER-FORMS.
           MOVE "N" TO WAIVER-VALID-SWITCH.
           PERFORM 197-ACCEPT-ONE-WAIVER
               WITH TEST AFTER
               UNTIL WAIVER-ENTRY-VALID.
           MOVE "N" TO CONTACT-VALID-SWITCH.
           PERFORM 198-ACCEPT-ONE-CONTACT
               WITH TEST AFTER
               UNTIL CONTACT-ENTRY-VALID.
           PERFORM 097-COMPUTE-MEMBER-AGE.
           IF MEMBER-AGE-WORK < 18
               MOVE "N" TO RELEASE-VALID-SWITCH
               PERFORM 199-ACCEPT-ONE-RELEASE
                   WITH TEST AFTER
                   UNTIL RELEASE-ENTRY-VALID
           END-IF.

       197-ACCEPT-ONE-WAIVER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AD-CURRENT-DATE.
           MOVE ZERO TO WAIVER-DATE-ENTRY.
           DISPLAY "Enter: Waiver Signed Date (YYYYMMDD)".
           ACCEPT WAIVER-DATE-ENTRY.
           DISPLAY "Enter: Waiver Form Version".
           ACCEPT MBR-WAIVER-VERSION.
           IF WAIVER-DATE-ENTRY NUMERIC
               COMPUTE WAIVER-EXPIRY-WORK = WAIVER-DATE-ENTRY + 10000
           END-IF.
           EVALUATE TRUE
               WHEN WAIVER-DATE-ENTRY NOT NUMERIC
                   OR WAIVER-DATE-ENTRY = ZERO
                   DISPLAY "REJECTED - A SIGNED WAIVER IS REQUIRED"
               WHEN WAIVER-DATE-ENTRY > AD-CURRENT-DATE
                   DISPLAY "REJECTED - WAIVER DATE IS IN THE FUTURE"
               WHEN WAIVER-EXPIRY-WORK NOT > AD-CURRENT-DATE
                   DISPLAY "REJECTED - WAIVER IS OVER A YEAR OLD -"
                       " HAVE A NEW ONE SIGNED"
               WHEN MBR-WAIVER-VERSION = SPACES
                   DISPLAY "REJECTED - WAIVER FORM VERSION REQUIRED"
               WHEN OTHER
                   MOVE "Y" TO WAIVER-VALID-SWITCH
                   MOVE WAIVER-DATE-ENTRY TO MBR-WAIVER-SIGNED-DATE
           END-EVALUATE.

       198-ACCEPT-ONE-CONTACT.
           DISPLAY "Enter: Emergency Contact Name".
           ACCEPT MBR-EMERG-CONTACT-NAME.
           DISPLAY "Enter: Emergency Contact Phone (10 DIGITS)".
           ACCEPT MBR-EMERG-CONTACT-PHONE.
           EVALUATE TRUE
               WHEN MBR-EMERG-CONTACT-NAME = SPACES
                   DISPLAY "REJECTED - EMERGENCY CONTACT NAME REQUIRED"
               WHEN MBR-EMERG-CONTACT-PHONE NOT NUMERIC
                   OR MBR-EMERG-CONTACT-PHONE = ZERO
                   DISPLAY "REJECTED - EMERGENCY CONTACT PHONE REQUIRED"
               WHEN OTHER
                   MOVE "Y" TO CONTACT-VALID-SWITCH
           END-EVALUATE.

       199-ACCEPT-ONE-RELEASE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AD-CURRENT-DATE.
           MOVE ZERO TO RELEASE-DATE-ENTRY.
           DISPLAY "MEMBER IS UNDER 18 - MEDICAL RELEASE REQUIRED".
           DISPLAY "Enter: Medical Release Signed Date (YYYYMMDD)".
           ACCEPT RELEASE-DATE-ENTRY.
           EVALUATE TRUE
               WHEN RELEASE-DATE-ENTRY NOT NUMERIC
                   OR RELEASE-DATE-ENTRY = ZERO
                   DISPLAY "REJECTED - A SIGNED MEDICAL RELEASE IS"
                       " REQUIRED FOR A MINOR"
               WHEN RELEASE-DATE-ENTRY > AD-CURRENT-DATE
                   DISPLAY "REJECTED - RELEASE DATE IS IN THE FUTURE"
               WHEN OTHER
                   MOVE "Y" TO RELEASE-VALID-SWITCH
                   MOVE RELEASE-DATE-ENTRY TO MBR-MED-RELEASE-DATE
           END-EVALUATE.

       300-MAINTAIN-MEMBER.
           DISPLAY "Enter: Card Number"
           ACCEPT MT-CARD-NUMBER
               MOVE MBR-CLASS-FEES   TO OLD-CLASS-FEES
               MOVE MBR-MASSAGE-FEES TO OLD-MASSAGE-FEES
               MOVE MBR-BALANCE-DUE  TO OLD-KEYED-BALANCE
               MOVE ZERO TO DUES-SUBSIDY-WORK
               MOVE ZERO TO CLASS-SUBSIDY-WORK

               DISPLAY "CURRENT STATUS: " MBR-STATUS
               DISPLAY "Change Status? (Y/N)"
                   MOVE ACTIVITY-ENTRY-WORK TO MBR-FAV-ACTIVITY
               END-IF

               IF MBR-ASSIST-PERCENT NUMERIC
                   AND MBR-ASSIST-PERCENT > ZERO
                   DISPLAY "CURRENT FINANCIAL ASSISTANCE: "
                       MBR-ASSIST-PERCENT "% APPROVED "
                       MBR-ASSIST-APPROVED-DATE " BY "
                       MBR-ASSIST-APPROVER " REVIEW BY "
                       MBR-ASSIST-REVIEW-DATE
               ELSE
                   DISPLAY "CURRENT FINANCIAL ASSISTANCE: NONE"
               END-IF
               DISPLAY "Change Financial Assistance? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   PERFORM 191-ACCEPT-ASSISTANCE
               END-IF
               PERFORM 190-FIND-ASSIST-PERCENT

               DISPLAY "CURRENT WAIVER: " MBR-WAIVER-SIGNED-DATE
                   " VERSION " MBR-WAIVER-VERSION
                   "  MEDICAL RELEASE: " MBR-MED-RELEASE-DATE
               DISPLAY "CURRENT EMERGENCY CONTACT: "
                   MBR-EMERG-CONTACT-NAME " " MBR-EMERG-CONTACT-PHONE
               DISPLAY
                   "Change Waiver/Emergency Contact/Medical Release?"
                   " (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   PERFORM 196-ACCEPT-WAIVER-FORMS
               END-IF

               DISPLAY "CURRENT MEMBERSHIP TYPE: " MBR-MEMBERSHIP-TYPE
               DISPLAY "Change Membership Type? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Class Fees"
                   ACCEPT MBR-CLASS-FEES
                   PERFORM 195-APPLY-ASSIST-TO-CLASS
               END-IF

               DISPLAY "CURRENT MASSAGE FEES: " MBR-MASSAGE-FEES
               END-IF

               DISPLAY "CURRENT BALANCE DUE: " MBR-BALANCE-DUE
                   "  CREDIT ON ACCOUNT: " MBR-CREDIT-BALANCE
               DISPLAY "Change Balance Due? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   MOVE "BALADJ" TO OPC-FUNCTION-CODE
                   PERFORM 058-CALL-OPERATOR-CHECK
                   IF OPC-AUTHORIZED
                       DISPLAY "Enter: New Balance Due (0=PAID IN FULL)"
                       ACCEPT MBR-BALANCE-DUE
                   END-IF
               END-IF

               DISPLAY "CURRENT BRANCH CODE: " MBR-BRANCH-CODE
                   ACCEPT MBR-STATE
               END-IF

               IF MBR-CASH-ONLY
                   DISPLAY "CASH OR CARD ONLY - RETURNED CHECKS: "
                       MBR-NSF-RETURN-COUNT "  LAST RETURNED: "
                       MBR-NSF-LAST-DATE
                   DISPLAY "Lift Cash-Only Restriction? (Y/N)"
                   ACCEPT CHANGE-FIELD-SWITCH
                   IF CHANGE-THIS-FIELD
                       MOVE SPACE TO MBR-PAY-RESTRICT-CODE
                   END-IF
               END-IF

               PERFORM 302-MAINTAIN-BANK-DRAFT

               PERFORM 305-MAINTAIN-CORP-LINK

               PERFORM 505-APPLY-CREDIT-TO-CHARGES

               MOVE FUNCTION CURRENT-DATE(1:8) TO MMR-FILE-DATE

               REWRITE MEMBER-MASTER-RECORD

               IF WS-YMCAMEM-OK
                   DISPLAY "MEMBER UPDATED - CARD: " MBR-CARD-NUMBER
                   IF CREDIT-APPLIED-WORK > ZERO
                       DISPLAY "CREDIT APPLIED: " CREDIT-APPLIED-WORK
                           " - CREDIT LEFT: " MBR-CREDIT-BALANCE
                   END-IF
                   MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
                   PERFORM 500-LOG-MEMBER-CHANGE
                   PERFORM 510-ITEMIZE-KEYED-CHARGES
                   PERFORM 535-LOG-ASSIST-SUBSIDIES
               ELSE
                   DISPLAY "REWRITE FAILED - STATUS: " WS-YMCAMEM-STATUS
               END-IF
           END-IF.

      * BANK-DRAFT ENROLLMENT.  THE AMOUNT IS SET HERE FROM THE TYPE
      * JUST CONFIRMED ABOVE SO THE OFFICE CAN QUOTE IT, BUT
      * YMCA_DRAFTRUN RECOMPUTES IT FROM THE TABLE EVERY MONTH.  THE
      * LAST DRAFT DATE IS KEPT ACROSS A RE-ENROLLMENT SO A MEMBER
      * ALREADY DRAFTED THIS MONTH IS NOT DRAFTED AGAIN.
       302-MAINTAIN-BANK-DRAFT.
           IF MBR-ON-DRAFT
               DISPLAY "BANK DRAFT: ON - DAY " MBR-DRAFT-DAY
                   "  AMOUNT: " MBR-DRAFT-AMOUNT
                   "  ACCOUNT: " MBR-DRAFT-ACCOUNT
           ELSE
               IF MBR-DRAFT-DROPPED
                   DISPLAY "BANK DRAFT: OFF - DROPPED AFTER "
                       MBR-DRAFT-FAIL-COUNT " FAILED DRAFT(S)"
               ELSE
                   DISPLAY "BANK DRAFT: OFF"
               END-IF
           END-IF.
           DISPLAY "Change Bank Draft Enrollment? (Y/N)".
           ACCEPT CHANGE-FIELD-SWITCH.
           IF CHANGE-THIS-FIELD
               DISPLAY "Enter: (E)nroll or (S)top Draft"
               ACCEPT DRAFT-ACTION-SWITCH
               EVALUATE TRUE
                   WHEN DRAFT-ENROLL
                       PERFORM 303-ENROLL-BANK-DRAFT
                   WHEN DRAFT-STOP
                       MOVE SPACE TO MBR-DRAFT-STATUS
                       DISPLAY "BANK DRAFT STOPPED"
                   WHEN OTHER
                       DISPLAY "NO CHANGE TO BANK DRAFT"
               END-EVALUATE
           END-IF.

       303-ENROLL-BANK-DRAFT.
           IF MBR-CASH-ONLY
               OR (MBR-CORP-ACCOUNT-NUMBER NUMERIC
                   AND MBR-CORP-ACCOUNT-NUMBER NOT = ZERO)
               IF MBR-CASH-ONLY
                   DISPLAY "REFUSED - CASH OR CARD ONLY - "
                       "RETURNED CHECKS ON FILE"
               ELSE
                   DISPLAY "REFUSED - DUES ARE BILLED THROUGH "
                       "CORPORATE ACCOUNT " MBR-CORP-ACCOUNT-NUMBER
               END-IF
           ELSE
               MOVE "N" TO DRAFT-VALID-SWITCH
               PERFORM 304-ACCEPT-DRAFT-ACCOUNT
                   WITH TEST AFTER
                   UNTIL DRAFT-ENTRY-VALID
               MOVE DRAFT-ROUTING-WORK TO MBR-DRAFT-ROUTING
               MOVE DRAFT-ACCOUNT-WORK TO MBR-DRAFT-ACCOUNT
               MOVE DRAFT-DAY-WORK     TO MBR-DRAFT-DAY
               PERFORM 187-FIND-MEMBER-TYPE-ROW
               IF TYPE-ROW-FOUND
                   COMPUTE MBR-DRAFT-AMOUNT ROUNDED =
                       RL-ANNUAL-RATE(RL-FOUND-IDX)
                       * (100 - ASSIST-PERCENT-WORK) / 1200
               ELSE
                   COMPUTE MBR-DRAFT-AMOUNT ROUNDED =
                       MBR-MEMBERSHIP-FEES / 12
               END-IF
               IF MBR-DRAFT-LAST-DATE NOT NUMERIC
                   MOVE ZERO TO MBR-DRAFT-LAST-DATE
               END-IF
               MOVE ZERO TO MBR-DRAFT-FAIL-COUNT
               MOVE ZERO TO MBR-DRAFT-FAIL-DATE
               MOVE "A" TO MBR-DRAFT-STATUS
               DISPLAY "BANK DRAFT ON - " MBR-DRAFT-AMOUNT
                   " MONTHLY ON DAY " MBR-DRAFT-DAY
           END-IF.

       304-ACCEPT-DRAFT-ACCOUNT.
           DISPLAY "Enter: Bank Routing Number (9 DIGITS)".
           ACCEPT DRAFT-ROUTING-WORK.
           DISPLAY "Enter: Bank Account Number".
           ACCEPT DRAFT-ACCOUNT-WORK.
           DISPLAY "Enter: Draft Day of Month (1-28)".
           ACCEPT DRAFT-DAY-WORK.
           EVALUATE TRUE
               WHEN DRAFT-ROUTING-WORK NOT NUMERIC
                   OR DRAFT-ROUTING-WORK = ZERO
                   DISPLAY "REJECTED - ROUTING NUMBER REQUIRED"
               WHEN DRAFT-ACCOUNT-WORK = SPACES
                   DISPLAY "REJECTED - ACCOUNT NUMBER REQUIRED"
               WHEN DRAFT-DAY-WORK NOT NUMERIC
                   OR DRAFT-DAY-WORK < 1 OR DRAFT-DAY-WORK > 28
                   DISPLAY "REJECTED - DRAFT DAY MUST BE 1 TO 28"
               WHEN OTHER
                   MOVE "Y" TO DRAFT-VALID-SWITCH
           END-EVALUATE.

      * JOINING OR LEAVING AN EMPLOYER.  THE LINK ONLY DECIDES WHO IS
      * BILLED AT THE NEXT RENEWAL - STATUS AND EXPIRATION ARE NOT
      * TOUCHED, SO A MEMBER WHO LEAVES THE EMPLOYER KEEPS THEIR
      * MEMBERSHIP AND RENEWS ON PERSONAL BILLING.  AN EMPLOYER SHARE
      * ALREADY BILLED STAYS ON THE ACCOUNT'S ITEMS.  A DRAFT MEMBER
      * IS NOT LINKED - THE DRAFT WOULD TAKE THE WHOLE DUES.
       305-MAINTAIN-CORP-LINK.
           IF MBR-CORP-ACCOUNT-NUMBER NOT NUMERIC
               MOVE ZERO TO MBR-CORP-ACCOUNT-NUMBER
               MOVE ZERO TO MBR-CORP-LINK-DATE
           END-IF.
           DISPLAY "CURRENT CORPORATE ACCOUNT: "
               MBR-CORP-ACCOUNT-NUMBER "  LINKED: " MBR-CORP-LINK-DATE.
           DISPLAY "Change Corporate Account? (Y/N)".
           ACCEPT CHANGE-FIELD-SWITCH.
           IF CHANGE-THIS-FIELD
               MOVE "N" TO CORP-VALID-SWITCH
               PERFORM 306-ACCEPT-CORP-ACCOUNT
                   WITH TEST AFTER
                   UNTIL CORP-ENTRY-VALID
               EVALUATE TRUE
                   WHEN CORP-ENTRY-WORK = MBR-CORP-ACCOUNT-NUMBER
                       DISPLAY "NO CHANGE TO CORPORATE ACCOUNT"
                   WHEN CORP-ENTRY-WORK = ZERO
                       MOVE ZERO TO MBR-CORP-ACCOUNT-NUMBER
                       MOVE ZERO TO MBR-CORP-LINK-DATE
                       DISPLAY "CORPORATE LINK REMOVED - PERSONAL "
                           "BILLING FROM THE NEXT RENEWAL"
                   WHEN MBR-ON-DRAFT
                       DISPLAY "REFUSED - MEMBER IS ON BANK DRAFT - "
                           "STOP THE DRAFT FIRST"
                   WHEN OTHER
                       MOVE CORP-ENTRY-WORK TO MBR-CORP-ACCOUNT-NUMBER
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO MBR-CORP-LINK-DATE
                       DISPLAY "LINKED TO " CORP-NAME-WORK
                           " - EMPLOYER SHARE BILLED FROM THE NEXT "
                           "RENEWAL"
               END-EVALUATE
           END-IF.

       306-ACCEPT-CORP-ACCOUNT.
           DISPLAY "Enter: Corporate Account Number (0 IF NONE)".
           ACCEPT CORP-ENTRY-WORK.
           IF CORP-ENTRY-WORK = ZERO
               MOVE "Y" TO CORP-VALID-SWITCH
           ELSE
               PERFORM 307-READ-CORP-ACCOUNT
               IF CORP-ACCOUNT-USABLE
                   MOVE "Y" TO CORP-VALID-SWITCH
                   DISPLAY "EMPLOYER: " CORP-NAME-WORK
                       "  DISCOUNT: " CORP-DISCOUNT-WORK
                       "%  EMPLOYER PAYS: " CORP-SHARE-WORK "%"
               END-IF
           END-IF.

      * AN ACCOUNT TAKES MEMBERS ONLY WHILE IT IS ACTIVE.  CORPMAS IS
      * OPENED AND CLOSED AROUND THE ONE READ, AND THE TERMS KEPT IN
      * CORP-LINK-FIELDS FOR THE SPLIT.
       307-READ-CORP-ACCOUNT.
           MOVE "N" TO CORP-FOUND-SWITCH.
           OPEN INPUT CORPMAS.
           IF NOT WS-CORPMAS-OK
               DISPLAY "REJECTED - UNABLE TO OPEN CORPMAS - STATUS: "
                   WS-CORPMAS-STATUS
           ELSE
               MOVE CORP-ENTRY-WORK TO CRP-ACCOUNT-NUMBER
               READ CORPMAS
                   INVALID KEY
                       DISPLAY "REJECTED - NO CORPORATE ACCOUNT "
                           CORP-ENTRY-WORK
                   NOT INVALID KEY
                       IF CRP-ACTIVE
                           MOVE "Y" TO CORP-FOUND-SWITCH
                           MOVE CRP-EMPLOYER-NAME TO CORP-NAME-WORK
                           MOVE CRP-DISCOUNT-PERCENT
                               TO CORP-DISCOUNT-WORK
                           MOVE CRP-EMPLOYER-SHARE-PERCENT
                               TO CORP-SHARE-WORK
                       ELSE
                           DISPLAY "REJECTED - CORPORATE ACCOUNT "
                               CORP-ENTRY-WORK " IS CLOSED"
                       END-IF
               END-READ
               CLOSE CORPMAS
           END-IF.

      * A LINKED NEW MEMBER'S FEE IS DISCOUNTED AT THE ACCOUNT'S RATE
      * AND THE EMPLOYER'S SHARE OF IT TAKEN OUT - THE MEMBER IS LEFT
      * OWING THE REST, THE SAME SPLIT YMCA_RENEWBILL MAKES AT RENEWAL.
       308-SPLIT-CORPORATE-FEE.
           COMPUTE CORP-RATE-WORK ROUNDED =
               MBR-MEMBERSHIP-FEES * (100 - CORP-DISCOUNT-WORK) / 100.
           COMPUTE EMPLOYER-SHARE-WORK ROUNDED =
               CORP-RATE-WORK * CORP-SHARE-WORK / 100.
           COMPUTE MBR-MEMBERSHIP-FEES =
               CORP-RATE-WORK - EMPLOYER-SHARE-WORK.
           DISPLAY "CORPORATE RATE: " CORP-RATE-WORK
               "  EMPLOYER SHARE: " EMPLOYER-SHARE-WORK
               "  MEMBER PAYS: " MBR-MEMBERSHIP-FEES.

      * THE EMPLOYER'S SHARE GOES ON THE ACCOUNT, NOT THE MEMBER - ANY
      * EMPLOYER CREDIT IS USED UP FIRST AND THE REST IS ADDED TO THE
      * ACCOUNT BALANCE.  A FAILURE WARNS BUT DOES NOT UNDO THE
      * MEMBER, THE SAME AS A FAILED ARITEMS WRITE.
       309-POST-EMPLOYER-SHARE.
           OPEN I-O CORPMAS.
           IF NOT WS-CORPMAS-OK
               DISPLAY "WARNING - UNABLE TO OPEN CORPMAS - STATUS: "
                   WS-CORPMAS-STATUS " - EMPLOYER SHARE NOT POSTED"
           ELSE
               MOVE MBR-CORP-ACCOUNT-NUMBER TO CRP-ACCOUNT-NUMBER
               READ CORPMAS
                   INVALID KEY
                       DISPLAY "WARNING - CORPORATE ACCOUNT "
                           CRP-ACCOUNT-NUMBER " NOT FOUND - "
                           "EMPLOYER SHARE NOT POSTED"
                   NOT INVALID KEY
                       IF CRP-CREDIT-BALANCE > EMPLOYER-SHARE-WORK
                           MOVE EMPLOYER-SHARE-WORK
                               TO EMPLOYER-CREDIT-WORK
                       ELSE
                           MOVE CRP-CREDIT-BALANCE
                               TO EMPLOYER-CREDIT-WORK
                       END-IF
                       SUBTRACT EMPLOYER-CREDIT-WORK
                           FROM CRP-CREDIT-BALANCE
                       COMPUTE CRP-BALANCE-DUE = CRP-BALANCE-DUE
                           + EMPLOYER-SHARE-WORK - EMPLOYER-CREDIT-WORK
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CRP-CHANGED-DATE
                       MOVE OPERATOR-ID TO CRP-CHANGED-BY
                       REWRITE CORPORATE-ACCOUNT-RECORD
                       IF WS-CORPMAS-OK
                           DISPLAY "EMPLOYER SHARE " EMPLOYER-SHARE-WORK
                               " BILLED TO " CRP-EMPLOYER-NAME
                           PERFORM 525-WRITE-CORP-ITEM
                       ELSE
                           DISPLAY "WARNING - CORPMAS REWRITE FAILED - "
                               "STATUS: " WS-CORPMAS-STATUS
                       END-IF
               END-READ
               CLOSE CORPMAS
           END-IF.

      * A KEYED INCREASE IN THE BALANCE DUE IS PAID FROM THE MEMBER'S
      * CREDIT BALANCE FIRST, THE SAME RULE YMCA_RENEWBILL APPLIES TO
      * A RENEWAL CHARGE - ONLY WHAT THE CREDIT DOES NOT COVER STAYS
      * ON THE BALANCE.  510 TAKES THE SAME AMOUNT OFF THE ITEMS IT
      * RAISES SO THE ITEMS STILL ADD UP TO THE BALANCE.
       505-APPLY-CREDIT-TO-CHARGES.
           MOVE ZERO TO CREDIT-APPLIED-WORK.
           IF MBR-BALANCE-DUE > OLD-KEYED-BALANCE
               AND MBR-CREDIT-BALANCE > ZERO
               COMPUTE KEYED-INCREASE-WORK =
                   MBR-BALANCE-DUE - OLD-KEYED-BALANCE
               IF MBR-CREDIT-BALANCE > KEYED-INCREASE-WORK
                   MOVE KEYED-INCREASE-WORK TO CREDIT-APPLIED-WORK
               ELSE
                   MOVE MBR-CREDIT-BALANCE TO CREDIT-APPLIED-WORK
               END-IF
               SUBTRACT CREDIT-APPLIED-WORK FROM MBR-BALANCE-DUE
               SUBTRACT CREDIT-APPLIED-WORK FROM MBR-CREDIT-BALANCE
           END-IF.
           MOVE CREDIT-APPLIED-WORK TO CREDIT-TO-ITEMS-WORK.

      * TURNS THE MAINTENANCE INCREASES JUST COMMITTED INTO DATED
      * OPEN ITEMS.  A KEYED CLASS OR MASSAGE CHARGE LIVES IN BOTH
      * THE FEE FIELD AND MBR-BALANCE-DUE - THE DESK KEYS BOTH
               MOVE MASSAGE-DELTA-WORK TO ITEM-AMOUNT-WORK
               PERFORM 520-WRITE-OPEN-ITEM
           END-IF.
           IF MBR-BALANCE-DUE + CREDIT-APPLIED-WORK > OLD-KEYED-BALANCE
               COMPUTE UNCOVERED-DELTA-WORK =
                   (MBR-BALANCE-DUE + CREDIT-APPLIED-WORK
                    - OLD-KEYED-BALANCE)
                   - CLASS-DELTA-WORK - MASSAGE-DELTA-WORK
               IF UNCOVERED-DELTA-WORK > ZERO
                   MOVE "OT" TO ITEM-SOURCE-WORK
               DISPLAY "WARNING - UNABLE TO OPEN ARITEMS - STATUS: "
                   WS-ARITEMS-STATUS " - ITEM NOT WRITTEN"
           ELSE
      *        CREDIT APPLIED TO THE CHARGE COMES OFF THE ITEMS IN THE
      *        ORDER THEY ARE RAISED.
               IF CREDIT-TO-ITEMS-WORK > ITEM-AMOUNT-WORK
                   MOVE ITEM-AMOUNT-WORK TO ITEM-CREDIT-WORK
               ELSE
                   MOVE CREDIT-TO-ITEMS-WORK TO ITEM-CREDIT-WORK
               END-IF
               SUBTRACT ITEM-CREDIT-WORK FROM CREDIT-TO-ITEMS-WORK
               MOVE MT-CARD-NUMBER TO ARI-CARD-NUMBER
               MOVE FUNCTION CURRENT-DATE(1:8) TO ARI-CHARGE-DATE
               MOVE ITEM-SOURCE-WORK TO ARI-SOURCE-CODE
               MOVE ITEM-AMOUNT-WORK TO ARI-ORIGINAL-AMOUNT
               COMPUTE ARI-OPEN-AMOUNT =
                   ITEM-AMOUNT-WORK - ITEM-CREDIT-WORK
               WRITE OPEN-ITEM-RECORD
               IF NOT WS-ARITEMS-OK
                   DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
               CLOSE ARITEMS
           END-IF.

      * THE EMPLOYER'S OPEN ITEM FOR A NEW MEMBER'S FIRST PERIOD,
      * APPENDED AND BOOTSTRAPPED THE SAME WAY AS ARITEMS.
       525-WRITE-CORP-ITEM.
           OPEN EXTEND CORPITEMS.
           IF WS-CORPITEMS-FILE-MISSING
               OPEN OUTPUT CORPITEMS
               CLOSE CORPITEMS
               OPEN EXTEND CORPITEMS
           END-IF.
           IF NOT WS-CORPITEMS-OK
               DISPLAY "WARNING - UNABLE TO OPEN CORPITEMS - STATUS: "
                   WS-CORPITEMS-STATUS " - ITEM NOT WRITTEN"
           ELSE
               MOVE MBR-CORP-ACCOUNT-NUMBER TO CPI-ACCOUNT-NUMBER
               MOVE MT-CARD-NUMBER TO CPI-CARD-NUMBER
               MOVE FUNCTION CURRENT-DATE(1:8) TO CPI-CHARGE-DATE
               MOVE "NM" TO CPI-SOURCE-CODE
               MOVE EMPLOYER-SHARE-WORK TO CPI-ORIGINAL-AMOUNT
               COMPUTE CPI-OPEN-AMOUNT =
                   EMPLOYER-SHARE-WORK - EMPLOYER-CREDIT-WORK
               WRITE CORP-ITEM-RECORD
               IF NOT WS-CORPITEMS-OK
                   DISPLAY "WARNING - CORPITEMS WRITE FAILED - STATUS: "
                       WS-CORPITEMS-STATUS
               END-IF
               CLOSE CORPITEMS
           END-IF.

      * APPENDS ONE SUBSIDY RECORD, OPENED AND CLOSED PER EVENT AND
      * BOOTSTRAPPED ON FIRST USE LIKE ARITEMS.  A FAILURE WARNS BUT
      * DOES NOT UNDO THE CHARGE.
       530-WRITE-SUBSIDY-RECORD.
           OPEN EXTEND ASSISTLOG.
           IF WS-ASSISTLOG-FILE-MISSING
               OPEN OUTPUT ASSISTLOG
               CLOSE ASSISTLOG
               OPEN EXTEND ASSISTLOG
           END-IF.
           IF NOT WS-ASSISTLOG-OK
               DISPLAY "WARNING - UNABLE TO OPEN ASSISTLOG - STATUS: "
                   WS-ASSISTLOG-STATUS " - SUBSIDY NOT LOGGED"
           ELSE
               MOVE MBR-CARD-NUMBER     TO ASB-CARD-NUMBER
               MOVE FUNCTION CURRENT-DATE(1:8) TO ASB-CHARGE-DATE
               MOVE MBR-BRANCH-CODE     TO ASB-BRANCH-CODE
               MOVE ASSIST-PERCENT-WORK TO ASB-ASSIST-PERCENT
               MOVE ASSIST-FUNDING-CARD TO ASB-FUNDING-CARD
               WRITE ASSIST-SUBSIDY-RECORD
               IF NOT WS-ASSISTLOG-OK
                   DISPLAY "WARNING - ASSISTLOG WRITE FAILED - STATUS: "
                       WS-ASSISTLOG-STATUS
               END-IF
               CLOSE ASSISTLOG
           END-IF.

      * LOGS THE ASSISTANCE GIVEN THIS SESSION - THE DUES AND CLASS
      * DISCOUNTS - ONCE THE RECORD THEY WENT ON HAS BEEN WRITTEN.
       535-LOG-ASSIST-SUBSIDIES.
           IF DUES-SUBSIDY-WORK > ZERO
               MOVE "RN"                TO ASB-SOURCE-CODE
               MOVE DUES-FULL-WORK      TO ASB-FULL-AMOUNT
               MOVE MBR-MEMBERSHIP-FEES TO ASB-CHARGED-AMOUNT
               MOVE DUES-SUBSIDY-WORK   TO ASB-SUBSIDY-AMOUNT
               PERFORM 530-WRITE-SUBSIDY-RECORD
           END-IF.
           IF CLASS-SUBSIDY-WORK > ZERO
               MOVE "CL"                TO ASB-SOURCE-CODE
               MOVE CLASS-FULL-WORK     TO ASB-FULL-AMOUNT
               MOVE CLASS-CHARGED-WORK  TO ASB-CHARGED-AMOUNT
               MOVE CLASS-SUBSIDY-WORK  TO ASB-SUBSIDY-AMOUNT
               PERFORM 530-WRITE-SUBSIDY-RECORD
           END-IF.
           MOVE ZERO TO DUES-SUBSIDY-WORK.
           MOVE ZERO TO CLASS-SUBSIDY-WORK.

      * ARCHIVES THE MEMBER'S FULL RECORD TO YMCAHIST WITH A
      * TERMINATION DATE AND REASON CODE, THEN DELETES IT FROM
      * YMCAMEM AND DECREMENTS THE RUNNING RECORD COUNT SO THE
                       DISPLAY MBR-CARD-NUMBER "  " MBR-NAME
                           "  " MBR-STATUS
                           "  EXPIRES " MBR-EXPIRATION-DATE
                           "  CREDIT " MBR-CREDIT-BALANCE
                   ELSE
                       MOVE "Y" TO NAME-EOF-SWITCH
                   END-IF
               REMAINDER EXP-MONTH-WORK.
           MOVE EXP-YEAR-WORK TO MBR-EXPIRE-YEAR.
           COMPUTE MBR-EXPIRE-MONTH = EXP-MONTH-WORK + 1.

      * CARD REPLACEMENT FOR A LOST OR STOLEN CARD.  THE MEMBER RECORD
      * IS WRITTEN UNDER THE NEW NUMBER AND THE OLD ONE DELETED - NOT
      * ARCHIVED, SINCE NOBODY LEFT, SO YMCAHIST AND THE CONTROLFILE
      * COUNT ARE UNTOUCHED.  EVERYTHING THAT HANGS OFF THE CARD IS
      * THEN REPOINTED THE WAY YMCA_DUPSCAN REPOINTS A MERGED
      * DUPLICATE, AND THE OLD NUMBER GOES ON THE HOT LIST THAT
      * YMCA_CHECKIN REFUSES AT THE DOOR.
       900-REPLACE-MEMBER-CARD.
           DISPLAY "Enter: Card Number Being Replaced"
           ACCEPT MT-CARD-NUMBER

           PERFORM 150-CHECK-DUPLICATE-CARD.
           IF NOT CARD-FOUND
               DISPLAY "REJECTED - CARD NUMBER NOT ON FILE"
           ELSE
               MOVE MEMBER-MASTER-RECORD TO LOG-BEFORE-IMAGE
               MOVE MT-CARD-NUMBER TO OLD-CARD-NUMBER
               DISPLAY "MEMBER: " MBR-NAME " STATUS: " MBR-STATUS
               MOVE "N" TO NEW-CARD-OK-SWITCH
               PERFORM 905-ACCEPT-NEW-CARD
                   WITH TEST AFTER
                   UNTIL NEW-CARD-OK
               MOVE OLD-CARD-NUMBER TO MT-CARD-NUMBER
               IF NEW-CARD-NUMBER = ZERO
                   DISPLAY "CARD REPLACEMENT CANCELLED"
               ELSE
                   PERFORM 906-ACCEPT-REPLACE-REASON
                       WITH TEST AFTER
                       UNTIL REPLACE-REASON-VALID
                   DISPLAY "Move This Member From Card "
                       OLD-CARD-NUMBER " To Card " NEW-CARD-NUMBER
                       "? (Y/N)"
                   ACCEPT CONFIRM-SWITCH
                   IF REPLACEMENT-CONFIRMED
                       PERFORM 910-MOVE-MEMBER-RECORD
                   ELSE
                       DISPLAY "CARD REPLACEMENT CANCELLED"
                   END-IF
               END-IF
           END-IF.

      * THE NEW NUMBER MUST BE FREE: NOT ON YMCAMEM, NOT A RETIRED
      * NUMBER ON THE HOT LIST, AND NOT ONE OF THE GUEST CARDS.
      * ZERO BACKS OUT.
       905-ACCEPT-NEW-CARD.
           DISPLAY "Enter: New Card Number (0 TO CANCEL)"
           ACCEPT NEW-CARD-NUMBER.
           MOVE "Y" TO NEW-CARD-OK-SWITCH.
           IF NEW-CARD-NUMBER NOT = ZERO
               MOVE NEW-CARD-NUMBER TO RESERVED-CARD-CHECK
               MOVE NEW-CARD-NUMBER TO MT-CARD-NUMBER
               PERFORM 150-CHECK-DUPLICATE-CARD
               MOVE NEW-CARD-NUMBER TO HOT-CHECK-CARD
               PERFORM 960-CHECK-HOT-LIST
               IF CARD-RESERVED
                   DISPLAY "REJECTED - CARD NUMBER IS RESERVED FOR "
                       "GUEST CHECK-IN"
                   MOVE "N" TO NEW-CARD-OK-SWITCH
               ELSE
                   IF CARD-ALREADY-ON-FILE
                       DISPLAY "REJECTED - CARD NUMBER ALREADY ON FILE"
                       MOVE "N" TO NEW-CARD-OK-SWITCH
                   ELSE
                       IF CARD-HOT-LISTED
                           DISPLAY "REJECTED - CARD NUMBER IS ON THE "
                               "LOST/STOLEN HOT LIST"
                           MOVE "N" TO NEW-CARD-OK-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       906-ACCEPT-REPLACE-REASON.
           DISPLAY "Enter: Reason (L=LOST S=STOLEN)"
           ACCEPT REPLACE-REASON-CODE.
           IF NOT REPLACE-REASON-VALID
               DISPLAY "REJECTED - REASON MUST BE L OR S"
           END-IF.

      * THE NEW RECORD GOES IN FIRST, SO A FAILED WRITE LEAVES THE
      * MEMBER UNTOUCHED ON THE OLD CARD.  THE MOVE IS LOGGED TO
      * MBRCHLOG ONCE UNDER EACH CARD NUMBER, SO THE TRAIL CAN BE
      * PICKED UP FROM EITHER ONE.  THE HOT LIST ENTRY IS WRITTEN
      * BEFORE THE REPOINTS SO THE DOOR IS CLOSED TO THE OLD CARD AS
      * SOON AS POSSIBLE.
       910-MOVE-MEMBER-RECORD.
           MOVE LOG-BEFORE-IMAGE TO MEMBER-MASTER-RECORD.
           MOVE NEW-CARD-NUMBER TO MBR-CARD-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MMR-FILE-DATE.
           WRITE MEMBER-MASTER-RECORD.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "WRITE UNDER NEW CARD FAILED - STATUS: "
                   WS-YMCAMEM-STATUS " - CARD NOT REPLACED"
           ELSE
               MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
               MOVE OLD-CARD-NUMBER TO MBR-CARD-NUMBER
               DELETE YMCAMEM RECORD
               IF NOT WS-YMCAMEM-OK
                   DISPLAY "WARNING - OLD CARD " OLD-CARD-NUMBER
                       " NOT DELETED - STATUS: " WS-YMCAMEM-STATUS
                   DISPLAY "TERMINATE IT BY HAND AFTER CHECKING THE "
                       "NEW CARD"
               END-IF
               MOVE OLD-CARD-NUMBER TO MT-CARD-NUMBER
               PERFORM 500-LOG-MEMBER-CHANGE
               MOVE NEW-CARD-NUMBER TO MT-CARD-NUMBER
               PERFORM 500-LOG-MEMBER-CHANGE
               PERFORM 970-ADD-TO-HOT-LIST
               PERFORM 920-REPOINT-HOUSEHOLDS
               MOVE "N" TO COPY-BACK-SWITCH
               PERFORM 915-REPOINT-ONE-LINKED-FILE
                   VARYING LINKED-FILE-IDX FROM 1 BY 1
                   UNTIL LINKED-FILE-IDX > LINKED-FILE-MAX
                      OR COPY-BACK-FAILED
               PERFORM 980-REPOINT-APPOINTMENTS
               PERFORM 985-REPOINT-LOCKERS
               MOVE NEW-CARD-NUMBER TO MT-CARD-NUMBER
               DISPLAY "CARD " OLD-CARD-NUMBER " REPLACED - MEMBER "
                   "NOW CARRIES CARD " NEW-CARD-NUMBER
           END-IF.

      * THE LINE SEQUENTIAL FILES ARE COPIED THROUGH ONE SCRATCH FILE
      * IN TURN.  IF A COPY BACK FAILS THE SCRATCH FILE STILL HOLDS
      * THAT FILE'S RECORDS, SO THE REST ARE NOT TOUCHED.  CLASS
      * ATTENDANCE IS INDEXED AND MOVED IN PLACE, LAST.
       915-REPOINT-ONE-LINKED-FILE.
           EVALUATE LINKED-FILE-IDX
               WHEN 1 PERFORM 930-REPOINT-VISITS
               WHEN 2 PERFORM 935-REPOINT-OPEN-ITEMS
               WHEN 3 PERFORM 940-REPOINT-ENROLLMENTS
               WHEN 4 PERFORM 945-REPOINT-WAITLIST
               WHEN 5 PERFORM 950-REPOINT-SESSIONS
               WHEN 6 PERFORM 955-REPOINT-PRIORITY-SEATS
               WHEN 7 PERFORM 990-REPOINT-CORP-ITEMS
               WHEN 8 PERFORM 995-REPOINT-ATTENDANCE
           END-EVALUATE.
           IF COPY-BACK-FAILED
               DISPLAY "** REMAINING FILES NOT REPOINTED - RESTORE "
                   "FROM " WS-CARDWORK-PATH " AND RERUN"
           END-IF.

      * HOUSEHOLD MEMBERS WHO POINT AT THE OLD CARD - INCLUDING THE
      * MEMBER'S OWN RECORD IF THEY ARE THEIR HOUSEHOLD'S PRIMARY -
      * ARE MOVED TO THE NEW ONE, EACH LOGGED UNDER ITS OWN CARD.
       920-REPOINT-HOUSEHOLDS.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           MOVE ZERO TO MBR-CARD-NUMBER.
           START YMCAMEM KEY IS NOT < MBR-CARD-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-SWITCH
           END-START.
           PERFORM 922-READ-NEXT-MEMBER.
           PERFORM 921-REPOINT-ONE-HOUSEHOLD
               WITH TEST AFTER
               UNTIL EOF.
           DISPLAY "HOUSEHOLD LINKS MOVED:  " REPOINT-COUNT.

       921-REPOINT-ONE-HOUSEHOLD.
           IF NOT EOF
               IF MBR-HOUSEHOLD-CARD-NUMBER = OLD-CARD-NUMBER
                   MOVE MEMBER-MASTER-RECORD TO LOG-BEFORE-IMAGE
                   MOVE NEW-CARD-NUMBER TO MBR-HOUSEHOLD-CARD-NUMBER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO MMR-FILE-DATE
                   REWRITE MEMBER-MASTER-RECORD
                   IF WS-YMCAMEM-OK
                       ADD 1 TO REPOINT-COUNT
                       MOVE MEMBER-MASTER-RECORD TO LOG-AFTER-IMAGE
                       MOVE MBR-CARD-NUMBER TO MT-CARD-NUMBER
                       PERFORM 500-LOG-MEMBER-CHANGE
                   ELSE
                       DISPLAY "HOUSEHOLD REWRITE FAILED - CARD "
                           MBR-CARD-NUMBER " STATUS: "
                           WS-YMCAMEM-STATUS
                   END-IF
               END-IF
               PERFORM 922-READ-NEXT-MEMBER
           END-IF.

       922-READ-NEXT-MEMBER.
           READ YMCAMEM NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      * VISITS - THE MEMBER'S USAGE HISTORY FOLLOWS THEM TO THE NEW
      * CARD.  NO FILE YET JUST MEANS NOTHING TO MOVE; THE SAME GOES
      * FOR EACH OF THE FILES BELOW.
       930-REPOINT-VISITS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT VISITS.
           IF WS-VISITS-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "VISITS NOT MOVED"
                   CLOSE VISITS
               ELSE
                   PERFORM 931-REPOINT-ONE-VISIT
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE VISITS
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 932-COPY-VISITS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "VISITS MOVED:           " REPOINT-COUNT.

       931-REPOINT-ONE-VISIT.
           READ VISITS
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF VST-CARD-NUMBER = OLD-CARD-NUMBER
                       MOVE NEW-CARD-NUMBER TO VST-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE VISIT-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       932-COPY-VISITS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT VISITS.
           IF NOT WS-CARDWORK-OK OR NOT WS-VISITS-OK
               DISPLAY "** UNABLE TO COPY VISITS BACK - VISITS LEFT "
                   "ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 933-COPY-ONE-VISIT-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 VISITS.

       933-COPY-ONE-VISIT-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO VISIT-RECORD
                   WRITE VISIT-RECORD
           END-READ.

      * OPEN ITEMS - PAID AND UNPAID ALIKE, SO THE AGING, STATEMENTS
      * AND PAYMENT POSTING ALL FIND THEM UNDER THE NEW CARD.
       935-REPOINT-OPEN-ITEMS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT ARITEMS.
           IF WS-ARITEMS-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "OPEN ITEMS NOT MOVED"
                   CLOSE ARITEMS
               ELSE
                   PERFORM 936-REPOINT-ONE-ITEM
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE ARITEMS
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 937-COPY-ITEMS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "OPEN ITEMS MOVED:       " REPOINT-COUNT.

       936-REPOINT-ONE-ITEM.
           READ ARITEMS
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF ARI-CARD-NUMBER = OLD-CARD-NUMBER
                       MOVE NEW-CARD-NUMBER TO ARI-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE OPEN-ITEM-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       937-COPY-ITEMS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT ARITEMS.
           IF NOT WS-CARDWORK-OK OR NOT WS-ARITEMS-OK
               DISPLAY "** UNABLE TO COPY ITEMS BACK - OPEN ITEMS "
                   "LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 938-COPY-ONE-ITEM-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 ARITEMS.

       938-COPY-ONE-ITEM-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO OPEN-ITEM-RECORD
                   WRITE OPEN-ITEM-RECORD
           END-READ.

      * CLASS SEATS.  THE NEW CARD IS BRAND NEW, SO UNLIKE A MERGE
      * THERE IS NO SEAT ALREADY HELD TO COLLIDE WITH AND THE CLASS
      * COUNTS DO NOT MOVE.
       940-REPOINT-ENROLLMENTS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT ENROLLFILE.
           IF WS-ENROLLFILE-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "ENROLLMENTS NOT MOVED"
                   CLOSE ENROLLFILE
               ELSE
                   PERFORM 941-REPOINT-ONE-ENROLLMENT
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE ENROLLFILE
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 942-COPY-ENROLLMENTS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ENROLLMENTS MOVED:      " REPOINT-COUNT.

       941-REPOINT-ONE-ENROLLMENT.
           READ ENROLLFILE
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF ENR-CARD-NUMBER = OLD-CARD-NUMBER
                       MOVE NEW-CARD-NUMBER TO ENR-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE ENROLLMENT-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       942-COPY-ENROLLMENTS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT ENROLLFILE.
           IF NOT WS-CARDWORK-OK OR NOT WS-ENROLLFILE-OK
               DISPLAY "** UNABLE TO COPY ENROLLMENTS BACK - SEATS "
                   "LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 943-COPY-ONE-ENROLLMENT-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 ENROLLFILE.

       943-COPY-ONE-ENROLLMENT-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO ENROLLMENT-RECORD
                   WRITE ENROLLMENT-RECORD
           END-READ.

      * WAITLIST ENTRIES KEEP THEIR QUEUE DATE AND TIME, SO THE MEMBER
      * KEEPS THEIR PLACE IN LINE.
       945-REPOINT-WAITLIST.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT WAITFILE.
           IF WS-WAITFILE-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "WAITLIST NOT MOVED"
                   CLOSE WAITFILE
               ELSE
                   PERFORM 946-REPOINT-ONE-WAIT-ENTRY
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE WAITFILE
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 947-COPY-WAITS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "WAITLIST ENTRIES MOVED: " REPOINT-COUNT.

       946-REPOINT-ONE-WAIT-ENTRY.
           READ WAITFILE
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF WTL-CARD-NUMBER = OLD-CARD-NUMBER
                       MOVE NEW-CARD-NUMBER TO WTL-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE WAITLIST-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       947-COPY-WAITS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT WAITFILE.
           IF NOT WS-CARDWORK-OK OR NOT WS-WAITFILE-OK
               DISPLAY "** UNABLE TO COPY WAITLIST BACK - ENTRIES "
                   "LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 948-COPY-ONE-WAIT-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 WAITFILE.

       948-COPY-ONE-WAIT-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO WAITLIST-RECORD
                   WRITE WAITLIST-RECORD
           END-READ.

      * TRAINER SESSIONS - KEEPS THE COMMISSION HISTORY AND THE
      * APPOINTMENT RECONCILIATION MATCHING UNDER THE NEW CARD.
       950-REPOINT-SESSIONS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT SESSFILE.
           IF WS-SESSFILE-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "SESSIONS NOT MOVED"
                   CLOSE SESSFILE
               ELSE
                   PERFORM 951-REPOINT-ONE-SESSION
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE SESSFILE
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 952-COPY-SESSIONS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "TRAINER SESSIONS MOVED: " REPOINT-COUNT.

       951-REPOINT-ONE-SESSION.
           READ SESSFILE
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF SES-CARD-NUMBER = OLD-CARD-NUMBER
                       MOVE NEW-CARD-NUMBER TO SES-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE SESSION-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       952-COPY-SESSIONS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT SESSFILE.
           IF NOT WS-CARDWORK-OK OR NOT WS-SESSFILE-OK
               DISPLAY "** UNABLE TO COPY SESSIONS BACK - SESSIONS "
                   "LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 953-COPY-ONE-SESSION-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 SESSFILE.

       953-COPY-ONE-SESSION-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO SESSION-RECORD
                   WRITE SESSION-RECORD
           END-READ.

      * RE-ENROLLMENT PRIORITY FROM THE LAST TERM ROLLOVER, SO THE
      * MEMBER DOES NOT LOSE THEIR CLAIM ON NEXT TERM'S SEAT.
       955-REPOINT-PRIORITY-SEATS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT PRIORITYFILE.
           IF WS-PRIORITYFILE-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "PRIORITY SEATS NOT MOVED"
                   CLOSE PRIORITYFILE
               ELSE
                   PERFORM 956-REPOINT-ONE-PRIORITY
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE PRIORITYFILE
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 957-COPY-PRIORITY-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "PRIORITY SEATS MOVED:   " REPOINT-COUNT.

       956-REPOINT-ONE-PRIORITY.
           READ PRIORITYFILE
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF PRI-CARD-NUMBER = OLD-CARD-NUMBER
                       MOVE NEW-CARD-NUMBER TO PRI-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE PRIORITY-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       957-COPY-PRIORITY-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT PRIORITYFILE.
           IF NOT WS-CARDWORK-OK OR NOT WS-PRIORITYFILE-OK
               DISPLAY "** UNABLE TO COPY PRIORITY SEATS BACK - "
                   "ENTRIES LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 958-COPY-ONE-PRIORITY-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 PRIORITYFILE.

       958-COPY-ONE-PRIORITY-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO PRIORITY-RECORD
                   WRITE PRIORITY-RECORD
           END-READ.

      * IS HOT-CHECK-CARD A RETIRED LOST OR STOLEN NUMBER?  A SHORT
      * FILE, SCANNED ON DEMAND LIKE YMCA_CHECKIN'S GUEST PASS CHECK.
      * NO HOT LIST YET MEANS NOTHING HAS BEEN RETIRED.
       960-CHECK-HOT-LIST.
           MOVE "N" TO HOT-LISTED-SWITCH.
           MOVE "N" TO HOT-EOF-SWITCH.
           OPEN INPUT HOTLIST.
           IF WS-HOTLIST-OK
               PERFORM 961-SCAN-ONE-HOT-CARD
                   WITH TEST AFTER
                   UNTIL HOT-EOF OR CARD-HOT-LISTED
               CLOSE HOTLIST
           END-IF.

       961-SCAN-ONE-HOT-CARD.
           READ HOTLIST
               AT END
                   MOVE "Y" TO HOT-EOF-SWITCH
               NOT AT END
                   IF HOT-CARD-NUMBER = HOT-CHECK-CARD
                       MOVE "Y" TO HOT-LISTED-SWITCH
                   END-IF
           END-READ.

      * APPENDS THE RETIRED CARD TO THE HOT LIST, BOOTSTRAPPING THE
      * FILE THE FIRST TIME A CARD IS REPLACED.  A FAILURE HERE IS
      * SHOUTED - THE OLD CARD WOULD STILL BE REFUSED AS NOT ON FILE,
      * BUT THE ATTEMPT WOULD NOT BE CAUGHT AND LOGGED.
       970-ADD-TO-HOT-LIST.
           OPEN EXTEND HOTLIST.
           IF WS-HOTLIST-FILE-MISSING
               OPEN OUTPUT HOTLIST
               CLOSE HOTLIST
               OPEN EXTEND HOTLIST
           END-IF.
           IF NOT WS-HOTLIST-OK
               DISPLAY "** UNABLE TO OPEN HOTLIST - STATUS: "
                   WS-HOTLIST-STATUS " - ADD CARD " OLD-CARD-NUMBER
                   " BY HAND"
           ELSE
               MOVE OLD-CARD-NUMBER     TO HOT-CARD-NUMBER
               MOVE NEW-CARD-NUMBER     TO HOT-REPLACED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO HOT-LISTED-DATE
               MOVE REPLACE-REASON-CODE TO HOT-REASON-CODE
               MOVE DESK-BRANCH-CODE    TO HOT-BRANCH-CODE
               MOVE OPERATOR-ID         TO HOT-OPERATOR-ID
               WRITE HOT-CARD-RECORD
               IF NOT WS-HOTLIST-OK
                   DISPLAY "** HOTLIST WRITE FAILED - STATUS: "
                       WS-HOTLIST-STATUS " - ADD CARD "
                       OLD-CARD-NUMBER " BY HAND"
               END-IF
               CLOSE HOTLIST
           END-IF.

      * APPOINTMENTS - BOOKED AND PAST.  READ IN TRAINER-SLOT ORDER
      * SO THE CARD, WHICH IS PART OF THE ALTERNATE KEY, CAN BE
      * REWRITTEN WITHOUT DISTURBING THE READ.
       980-REPOINT-APPOINTMENTS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN I-O APPTFILE.
           IF WS-APPTFILE-OK
               MOVE LOW-VALUES TO APT-APPT-KEY
               START APPTFILE KEY IS NOT < APT-APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO REPOINT-EOF-SWITCH
               END-START
               PERFORM 981-REPOINT-ONE-APPOINTMENT
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
               CLOSE APPTFILE
           END-IF.
           DISPLAY "APPOINTMENTS MOVED:     " REPOINT-COUNT.

       981-REPOINT-ONE-APPOINTMENT.
           IF NOT REPOINT-EOF
               READ APPTFILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REPOINT-EOF-SWITCH
                   NOT AT END
                       IF APT-CARD-NUMBER = OLD-CARD-NUMBER
                           MOVE NEW-CARD-NUMBER TO APT-CARD-NUMBER
                           REWRITE APPOINTMENT-RECORD
                           IF WS-APPTFILE-OK
                               ADD 1 TO REPOINT-COUNT
                           ELSE
                               DISPLAY "APPOINTMENT REWRITE FAILED - "
                                   "STATUS: " WS-APPTFILE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * A RENTED LOCKER STAYS WITH THE MEMBER.
       985-REPOINT-LOCKERS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN I-O LOCKMAS.
           IF WS-LOCKMAS-OK
               MOVE LOW-VALUES TO LKR-LOCKER-KEY
               START LOCKMAS KEY IS NOT < LKR-LOCKER-KEY
                   INVALID KEY
                       MOVE "Y" TO REPOINT-EOF-SWITCH
               END-START
               PERFORM 986-REPOINT-ONE-LOCKER
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
               CLOSE LOCKMAS
           END-IF.
           DISPLAY "LOCKERS MOVED:          " REPOINT-COUNT.

       986-REPOINT-ONE-LOCKER.
           IF NOT REPOINT-EOF
               READ LOCKMAS NEXT RECORD
                   AT END
                       MOVE "Y" TO REPOINT-EOF-SWITCH
                   NOT AT END
                       IF LKR-OCCUPIED
                           AND LKR-CARD-NUMBER = OLD-CARD-NUMBER
                           MOVE NEW-CARD-NUMBER TO LKR-CARD-NUMBER
                           REWRITE LOCKER-MASTER-RECORD
                           IF WS-LOCKMAS-OK
                               ADD 1 TO REPOINT-COUNT
                           ELSE
                               DISPLAY "LOCKER REWRITE FAILED - "
                                   "STATUS: " WS-LOCKMAS-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * THE EMPLOYER'S OPEN ITEMS BILLED FOR THE MEMBER FOLLOW THE
      * CARD SO THE CORPORATE STATEMENT STILL NAMES THE RIGHT EMPLOYEE.
       990-REPOINT-CORP-ITEMS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT CORPITEMS.
           IF WS-CORPITEMS-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "EMPLOYER ITEMS NOT MOVED"
                   CLOSE CORPITEMS
               ELSE
                   PERFORM 991-REPOINT-ONE-CORP-ITEM
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE CORPITEMS
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 992-COPY-CORP-ITEMS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "EMPLOYER ITEMS MOVED:   " REPOINT-COUNT.

       991-REPOINT-ONE-CORP-ITEM.
           READ CORPITEMS
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF CPI-CARD-NUMBER = OLD-CARD-NUMBER
                       MOVE NEW-CARD-NUMBER TO CPI-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE CORP-ITEM-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       992-COPY-CORP-ITEMS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT CORPITEMS.
           IF NOT WS-CARDWORK-OK OR NOT WS-CORPITEMS-OK
               DISPLAY "** UNABLE TO COPY EMPLOYER ITEMS BACK - ITEMS "
                   "LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 993-COPY-ONE-CORP-ITEM-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 CORPITEMS.

       993-COPY-ONE-CORP-ITEM-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO CORP-ITEM-RECORD
                   WRITE CORP-ITEM-RECORD
           END-READ.

      * THE CARD IS PART OF THE ATTENDANCE KEY, SO EACH OF THE OLD
      * CARD'S MARKS IS WRITTEN UNDER THE NEW CARD AND THE OLD RECORD
      * DELETED, THEN THE BROWSE PICKS UP AGAIN PAST THE OLD KEY.  THE
      * RECORD WRITTEN CARRIES THE NEW CARD, SO MEETING IT LATER IN
      * THE BROWSE DOES NOT MOVE IT TWICE.
       995-REPOINT-ATTENDANCE.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN I-O ATTENDFILE.
           IF WS-ATTENDFILE-OK
               MOVE LOW-VALUES TO ATT-ATTEND-KEY
               START ATTENDFILE KEY IS NOT < ATT-ATTEND-KEY
                   INVALID KEY
                       MOVE "Y" TO REPOINT-EOF-SWITCH
               END-START
               PERFORM 996-REPOINT-ONE-ATTENDANCE
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
               CLOSE ATTENDFILE
           END-IF.
           DISPLAY "ATTENDANCE MOVED:       " REPOINT-COUNT.

       996-REPOINT-ONE-ATTENDANCE.
           IF NOT REPOINT-EOF
               READ ATTENDFILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REPOINT-EOF-SWITCH
                   NOT AT END
                       IF ATT-CARD-NUMBER = OLD-CARD-NUMBER
                           PERFORM 997-MOVE-ONE-ATTENDANCE
                       END-IF
               END-READ
           END-IF.

       997-MOVE-ONE-ATTENDANCE.
           MOVE ATT-ATTEND-KEY TO OLD-ATTEND-KEY.
           MOVE NEW-CARD-NUMBER TO ATT-CARD-NUMBER.
           WRITE ATTENDANCE-RECORD.
           IF NOT WS-ATTENDFILE-OK
               DISPLAY "ATTENDANCE WRITE FAILED - STATUS: "
                   WS-ATTENDFILE-STATUS " - CLASS " ATT-CLASS-CODE
                   " MEETING " ATT-MEETING-DATE " LEFT ON OLD CARD"
           ELSE
               ADD 1 TO REPOINT-COUNT
               MOVE OLD-ATTEND-KEY TO ATT-ATTEND-KEY
               DELETE ATTENDFILE RECORD
               IF NOT WS-ATTENDFILE-OK
                   DISPLAY "WARNING - OLD ATTENDANCE NOT DELETED - "
                       "STATUS: " WS-ATTENDFILE-STATUS " - CLASS "
                       ATT-CLASS-CODE " MEETING " ATT-MEETING-DATE
               END-IF
           END-IF.
           MOVE OLD-ATTEND-KEY TO ATT-ATTEND-KEY.
           START ATTENDFILE KEY IS > ATT-ATTEND-KEY
               INVALID KEY
                   MOVE "Y" TO REPOINT-EOF-SWITCH
           END-START.
