      *                   first, the same way YMCA_PAYPOST settles a
      *                   payment - so the aging does not keep dunning
      *                   a member for a class they withdrew from.
      *   03/28/2018 GW - The part of a drop credit beyond the
      *                   member's balance due is no longer floored
      *                   away - it goes on MBR-CREDIT-BALANCE, the
      *                   same as a YMCA_PAYPOST overpayment, so a
      *                   member who paid for the class gets the
      *                   money back on the account.
      *   04/25/2018 GW - Classes are priced on CLASSMAS (member and
      *                   non-member price, set in (C)lass
      *                   maintenance).  (E)nroll now charges the seat:
      *                   the member price to a member in good
      *                   standing, the non-member price to anyone
      *                   else, less any financial assistance in force
      *                   (the member's own or the household
      *                   primary's, logged to ASSISTLOG).  The charge
      *                   goes on MBR-CLASS-FEES and a CL item on
      *                   ARITEMS, member credit used up first, and is
      *                   kept on the enrollment.  (D)rop credits back
      *                   exactly that charge - the desk keys an amount
      *                   only for a seat taken before prices were on
      *                   file.  A card not on YMCAMEM can be enrolled
      *                   as a program-only participant (status
      *                   PROGRAM, no membership term) at the
      *                   non-member price.
      *   05/09/2018 GW - Classes carry the term they run in and the
      *                   next-level class a finishing member moves up
      *                   to, both keyed in (C)lass maintenance, and
      *                   each enrollment is stamped with the class's
      *                   term.  While a class's returning-member
      *                   window is open (CLS-PRIORITY-END-DATE, set by
      *                   YMCA_TERMROLL) (E)nroll seats only members on
      *                   the PRIORITYFILE for that class and term; the
      *                   public is told the date seats open.
      *   06/06/2018 GW - Classes carry an activity group keyed in
      *                   (C)lass maintenance.  (E)nroll refuses a seat
      *                   in an aquatics or youth-sports class to a
      *                   card without a current liability waiver, or
      *                   to a minor without a medical release on file.
      *                   A new program participant is added with the
      *                   waiver, emergency contact and (under 18) the
      *                   medical release, the same as a new member.
      *   06/13/2018 GW - Takes the operator from OPERATOR_ID (or a
      *                   prompt) and checks them against OPERMAS
      *                   through YMCA_OPRCHECK at startup and for the
      *                   function selected - CLSMNT, ENROLL or CLSDRP.
      *   08/09/2018 GW - A new program participant now adds one to the
      *                   CONTROLFILE record count and is logged to
      *                   MBRCHLOG as an N change with the operator, the
      *                   same as a YMCA_MEM_UPDATE new member.  A drop
      *                   whose credit would overflow the member's
      *                   credit balance is no longer half posted - the
      *                   credit is figured first and, if it cannot be
      *                   carried, the enrollment, seat and member
      *                   record are all left as they were.  An
      *                   operator refused now ends the run with return
      *                   code 8.
      *   08/16/2018 GW - A class charge that would take the member past
      *                   the balance-due limit is not posted: class
      *                   fees, credit and the balance are left alone,
      *                   the member is not rewritten, and no CL item or
      *                   subsidy record is written.
      *   08/23/2018 GW - The class charge is now posted before the
      *                   enrollment is written, and a charge that
      *                   cannot post (balance limit or a failed member
      *                   rewrite) refuses the seat.  An enrollment no
      *                   longer carries a charge the member was never
      *                   given, so a drop cannot credit it or reverse a
      *                   subsidy that was never logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CLASS-ENROLLMENT.
           SELECT ARWORK ASSIGN TO WS-ARWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARWORK-STATUS.
           SELECT ASSISTLOG ASSIGN TO WS-ASSISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSISTLOG-STATUS.
           SELECT PRIORITYFILE ASSIGN TO WS-PRIORITYFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITYFILE-STATUS.
           SELECT CONTROLFILE ASSIGN TO WS-CONTROLFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLFILE-STATUS.
           SELECT MBRCHLOG ASSIGN TO WS-MBRCHLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBRCHLOG-STATUS.

       DATA DIVISION.

      * - THE RECORD RIDES ALONG OPAQUELY, THE SAME WAY THE YMCAHIST
      * ARCHIVE CARRIES THE MEMBER RECORD.  WIDEN IF ENROLLREC GROWS.
       FD  ENROLLWORK.
       01  ENROLL-WORK-RECORD          PIC X(37).

       FD  WAITFILE.
           COPY WAITREC.
       FD  ARWORK.
       01  AR-WORK-RECORD              PIC X(28).

       FD  ASSISTLOG.
           COPY ASSISTREC.

       FD  PRIORITYFILE.
           COPY PRIREC.

       FD  CONTROLFILE.
           COPY CONTROLREC.

       FD  MBRCHLOG.
           COPY CHANGEREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-OFFERLIST-PATH       PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-ARWORK-PATH          PIC X(100).
           05  WS-ASSISTLOG-PATH       PIC X(100).
           05  WS-PRIORITYFILE-PATH    PIC X(100).
           05  WS-CONTROLFILE-PATH     PIC X(100).
           05  WS-MBRCHLOG-PATH        PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  WS-ARWORK-STATUS            PIC X(2).
           88  WS-ARWORK-OK                       VALUE "00".

       01  WS-ASSISTLOG-STATUS         PIC X(2).
           88  WS-ASSISTLOG-OK                    VALUE "00".
           88  WS-ASSISTLOG-FILE-MISSING           VALUE "35".

       01  WS-PRIORITYFILE-STATUS      PIC X(2).
           88  WS-PRIORITYFILE-OK                 VALUE "00".

       01  WS-CONTROLFILE-STATUS       PIC X(2).
           88  WS-CONTROLFILE-OK                  VALUE "00".

       01  WS-MBRCHLOG-STATUS          PIC X(2).
           88  WS-MBRCHLOG-OK                     VALUE "00".
           88  WS-MBRCHLOG-FILE-MISSING            VALUE "35".

       01  SWITCHES.
           05  FUNCTION-SWITCH             PIC X          VALUE "E".
               88  CLASS-FUNCTION                         VALUE "C".
               88  AR-EOF                                  VALUE "Y".
           05  ITEM-TOUCHED-SWITCH         PIC X.
               88  ITEM-TOUCHED                            VALUE "Y".
           05  PARTICIPANT-CONFIRM-SWITCH  PIC X.
               88  PARTICIPANT-CONFIRMED                   VALUE "Y".
           05  CHARGE-POSTED-SWITCH        PIC X.
               88  CHARGE-POSTED                           VALUE "Y".
           05  BALANCE-LIMIT-SWITCH        PIC X           VALUE "N".
               88  BALANCE-AT-LIMIT                        VALUE "Y".
           05  CHARGE-KNOWN-SWITCH         PIC X.
               88  CHARGE-KNOWN                            VALUE "Y".
           05  PRIORITY-HOLDER-SWITCH      PIC X.
               88  PRIORITY-HOLDER                         VALUE "Y".
           05  PRIORITY-EOF-SWITCH         PIC X.
               88  PRIORITY-EOF                            VALUE "Y".
           05  PRIORITY-WINDOW-SWITCH      PIC X.
               88  PRIORITY-WINDOW-OPEN                    VALUE "Y".
           05  CREDIT-ERROR-SWITCH         PIC X.
               88  CREDIT-ERROR                            VALUE "Y".
           05  WAIVER-CHECK-SWITCH         PIC X.
               88  WAIVER-NOT-CURRENT                      VALUE "Y".
           05  RELEASE-CHECK-SWITCH        PIC X.
               88  MINOR-WITHOUT-RELEASE                   VALUE "Y".
           05  GROUP-VALID-SWITCH          PIC X.
               88  GROUP-ENTRY-VALID                       VALUE "Y".
           05  FORM-VALID-SWITCH           PIC X.
               88  FORM-ENTRY-VALID                        VALUE "Y".
           05  CONTROL-READ-SWITCH         PIC X.
               88  CONTROL-WAS-READ                        VALUE "Y".

       01  ENROLLMENT-KEYS.
           05  EK-CLASS-CODE           PIC X(6).

       01  NEW-CAPACITY-WORK           PIC 9(3)       VALUE ZERO.

      * WAIVER AND MEDICAL RELEASE TESTS - THE SAME RULES AS
      * YMCA_CHECKIN: A WAIVER IS GOOD ONE YEAR FROM THE DATE SIGNED
      * AND A MEMBER IS A MINOR UNTIL THE 18TH BIRTHDAY.
       01  WAIVER-CHECK-FIELDS.
           05  WAIVER-EXPIRY-WORK      PIC 9(8)       VALUE ZERO.
           05  ADULT-DATE-WORK         PIC 9(8)       VALUE ZERO.
           05  FORM-DATE-ENTRY         PIC 9(8)       VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

      * THE BRANCH A NEW PROGRAM PARTICIPANT IS FILED UNDER - FROM
      * THE BRANCH_CODE ENVIRONMENT VARIABLE THE SAME AS
      * YMCA_MEM_UPDATE, ASKED FOR ONCE IF IT IS NOT SET.
       01  DESK-BRANCH-CODE            PIC X(3)       VALUE SPACES.

      * WHO IS AT THE KEYBOARD - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * WHAT THE SEAT COSTS - THE CLASS PRICE THAT APPLIES, THE
      * ASSISTANCE PERCENT IN FORCE AND WHOSE APPROVAL IT IS, AND THE
      * CHARGE AND SUBSIDY THAT COME OUT OF THEM.  THE MEMBER'S
      * CREDIT BALANCE IS USED UP AGAINST THE CHARGE FIRST.
       01  ENROLL-CHARGE-FIELDS.
           05  RATE-CODE-WORK          PIC X.
               88  MEMBER-RATE                            VALUE "M".
           05  LIST-PRICE-WORK         PIC 9(3)V99    VALUE ZERO.
           05  CHARGE-AMOUNT-WORK      PIC 9(3)V99    VALUE ZERO.
           05  SUBSIDY-AMOUNT-WORK     PIC 9(3)V99    VALUE ZERO.
           05  ASSIST-PERCENT-WORK     PIC 9(3)       VALUE ZERO.
           05  ASSIST-FUNDING-CARD     PIC 9(6)       VALUE ZERO.
           05  CREDIT-APPLIED-WORK     PIC 9(4)V99    VALUE ZERO.
           05  CHARGE-UNCOVERED-WORK   PIC 9(4)V99    VALUE ZERO.

      * THE DROPPED ENROLLMENT'S PRICE AND CHARGE, CAPTURED AS THE
      * RECORD IS COPIED PAST.
       01  DROPPED-ENROLL-FIELDS.
           05  DROPPED-LIST-PRICE      PIC 9(3)V99    VALUE ZERO.
           05  DROPPED-CHARGED-AMOUNT  PIC 9(3)V99    VALUE ZERO.

      * THE ENROLLING MEMBER'S RECORD, HELD WHILE THE HOUSEHOLD
      * PRIMARY IS READ FOR THEIR ASSISTANCE APPROVAL.
       01  HOUSEHOLD-HOLD-AREA.
           05  HH-MEMBER-DATA          PIC X(361).

      * A NEW PARTICIPANT'S RECORD AS WRITTEN - THE AFTER-IMAGE OF
      * THE NEW-MEMBER ENTRY ON MBRCHLOG - AND THE CONTROLFILE FIGURES
      * CARRIED ACROSS THE CLOSE AND RE-OPEN THAT BUMPS THE COUNT.
       01  PARTICIPANT-LOG-FIELDS.
           05  PARTICIPANT-AFTER-IMAGE PIC X(361).
           05  RUN-RECORD-COUNT        PIC 9(5)       VALUE ZERO.
           05  LAST-CHECKPOINT-CARD    PIC 9(6)       VALUE ZERO.

      * THE CLASS CHARGE THE DESK BACKS OUT ON A DROP, AND SIGNED
      * WORK FIELDS SO THE CREDIT CAN BE FLOORED AT ZERO INSTEAD OF
      * WRAPPING AN UNSIGNED FIELD - THE SAME CALL YMCA_PAYPOST MAKES
           05  CREDIT-AMOUNT-WORK      PIC 9(3)V99    VALUE ZERO.
           05  FEE-CREDIT-WORK         PIC S9(4)V99   VALUE ZERO.
           05  BALANCE-CREDIT-WORK     PIC S9(5)V99   VALUE ZERO.
           05  CREDIT-EXCESS-WORK      PIC 9(5)V99    VALUE ZERO.
           05  CREDIT-BALANCE-WORK     PIC 9(4)V99    VALUE ZERO.
           05  CREDIT-REMAINING-WORK   PIC 9(4)V99    VALUE ZERO.
           05  ITEM-APPLIED-WORK       PIC 9(4)V99    VALUE ZERO.


       000-MAINTAIN-ENROLLMENT.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           MOVE "SIGNON" TO OPC-FUNCTION-CODE.
           PERFORM 056-CALL-OPERATOR-CHECK.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLASSMAS.
           IF NOT WS-CLASSMAS-OK
               IF WS-CLASSMAS-FILE-MISSING
               "or (D)rop"
           ACCEPT FUNCTION-SWITCH.

           EVALUATE TRUE
               WHEN CLASS-FUNCTION
                   MOVE "CLSMNT" TO OPC-FUNCTION-CODE
               WHEN DROP-FUNCTION
                   MOVE "CLSDRP" TO OPC-FUNCTION-CODE
               WHEN OTHER
                   MOVE "ENROLL" TO OPC-FUNCTION-CODE
           END-EVALUATE.
           PERFORM 056-CALL-OPERATOR-CHECK.
           IF NOT OPC-AUTHORIZED
               CLOSE CLASSMAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           IF CLASS-FUNCTION
               PERFORM 100-MAINTAIN-ONE-CLASS
                   WITH TEST AFTER
                   UNTIL NOT MORE-ENTRIES
           ELSE
            IF DROP-FUNCTION
      * THE DROP AND THE ENROLLMENT BOTH REWRITE THE MEMBER'S FEES IN
      * PLACE (AND AN ENROLLMENT CAN ADD A PARTICIPANT), SO YMCAMEM
      * IS OPENED I-O ON EITHER PATH.
               OPEN I-O YMCAMEM
               IF NOT WS-YMCAMEM-OK
                   DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
                   UNTIL NOT MORE-ENTRIES
               CLOSE YMCAMEM
            ELSE
               OPEN I-O YMCAMEM
               IF NOT WS-YMCAMEM-OK
                   DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
                   DISPLAY "STATUS: " WS-YMCAMEM-STATUS
               MOVE "ARWORK.DAT" TO WS-ARWORK-PATH
           END-IF.

           ACCEPT WS-ASSISTLOG-PATH FROM ENVIRONMENT "ASSISTLOG_PATH".
           IF WS-ASSISTLOG-PATH = SPACES
               MOVE "ASSISTLOG.DAT" TO WS-ASSISTLOG-PATH
           END-IF.

           ACCEPT WS-PRIORITYFILE-PATH
               FROM ENVIRONMENT "PRIORITYFILE_PATH".
           IF WS-PRIORITYFILE-PATH = SPACES
               MOVE "PRIORITY.DAT" TO WS-PRIORITYFILE-PATH
           END-IF.

           ACCEPT WS-CONTROLFILE-PATH FROM ENVIRONMENT
               "CONTROLFILE_PATH".
           IF WS-CONTROLFILE-PATH = SPACES
               MOVE "YMCACTL.DAT" TO WS-CONTROLFILE-PATH
           END-IF.

           ACCEPT WS-MBRCHLOG-PATH FROM ENVIRONMENT "MBRCHLOG_PATH".
           IF WS-MBRCHLOG-PATH = SPACES
               MOVE "MBRCHLOG.DAT" TO WS-MBRCHLOG-PATH
           END-IF.

      * BOOTSTRAPS A BRAND-NEW CLASSMAS THE FIRST TIME THE PROGRAM
      * RUNS, THE SAME WAY YMCA_MEM_UPDATE BOOTSTRAPS YMCAMEM.
       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * YMCA_OPRCHECK LOGS EVERY REFUSAL ITSELF.
       056-CALL-OPERATOR-CHECK.
           MOVE OPERATOR-ID         TO OPC-OPERATOR-ID.
           MOVE "YMCA_CLASS_ENROLL" TO OPC-PROGRAM-NAME.
           MOVE DESK-BRANCH-CODE    TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       090-CREATE-CLASSMAS.
           DISPLAY "CLASSMAS NOT FOUND AT " WS-CLASSMAS-PATH
           DISPLAY "CREATING NEW EMPTY CLASSMAS"
           DISPLAY "Enter: Maximum Capacity"
           ACCEPT CLS-MAX-CAPACITY

           DISPLAY "Enter: Member Price"
           ACCEPT CLS-MEMBER-PRICE

           DISPLAY "Enter: Non-Member Price"
           ACCEPT CLS-NONMEMBER-PRICE

           DISPLAY "Enter: Term Code (E.G. 2018FA)"
           ACCEPT CLS-TERM-CODE

           DISPLAY "Enter: Next Level Class Code (BLANK IF NONE)"
           ACCEPT CLS-NEXT-LEVEL-CODE

           PERFORM 120-GET-VALID-GROUP.

           MOVE ZERO TO CLS-PRIORITY-END-DATE.
           MOVE ZERO TO CLS-ENROLLED-COUNT.

           WRITE CLASS-MASTER-RECORD
               DISPLAY "WRITE FAILED - STATUS: " WS-CLASSMAS-STATUS
           END-IF.

      * THE ACTIVITY GROUP DECIDES WHETHER A SEAT NEEDS THE WAIVER
      * AND MEDICAL RELEASE - A=AQUATICS, Y=YOUTH SPORTS, BLANK=OTHER.
       120-GET-VALID-GROUP.
           MOVE "N" TO GROUP-VALID-SWITCH.
           PERFORM 121-ACCEPT-ONE-GROUP
               WITH TEST AFTER
               UNTIL GROUP-ENTRY-VALID.

       121-ACCEPT-ONE-GROUP.
           DISPLAY "Enter: Activity Group (A=AQUATICS, Y=YOUTH "
               "SPORTS, BLANK=OTHER)"
           ACCEPT CLS-ACTIVITY-GROUP.
           IF CLS-GROUP-VALID
               MOVE "Y" TO GROUP-VALID-SWITCH
           ELSE
               DISPLAY "REJECTED - ACTIVITY GROUP MUST BE A, Y OR "
                   "BLANK"
           END-IF.

       150-LOOK-UP-CLASS.
           MOVE "N" TO CLASS-FOUND-SWITCH.
           MOVE EK-CLASS-CODE TO CLS-CLASS-CODE.

       200-CHANGE-CLASS-FIELDS.
           DISPLAY "CLASS: " CLS-CLASS-CODE " " CLS-DESCRIPTION
               " - TERM " CLS-TERM-CODE
           DISPLAY "ENROLLED " CLS-ENROLLED-COUNT " OF "
               CLS-MAX-CAPACITY

               END-IF
           END-IF

      * A PRICE CHANGE APPLIES TO SEATS TAKEN FROM HERE ON - EACH
      * ENROLLMENT KEEPS WHAT IT WAS ACTUALLY CHARGED.
           IF CLS-MEMBER-PRICE NOT NUMERIC
               MOVE ZERO TO CLS-MEMBER-PRICE
           END-IF
           IF CLS-NONMEMBER-PRICE NOT NUMERIC
               MOVE ZERO TO CLS-NONMEMBER-PRICE
           END-IF
           DISPLAY "CURRENT MEMBER PRICE: " CLS-MEMBER-PRICE
               "  NON-MEMBER PRICE: " CLS-NONMEMBER-PRICE
           DISPLAY "Change Prices? (Y/N)"
           ACCEPT CHANGE-FIELD-SWITCH
           IF CHANGE-THIS-FIELD
               DISPLAY "Enter: New Member Price"
               ACCEPT CLS-MEMBER-PRICE
               DISPLAY "Enter: New Non-Member Price"
               ACCEPT CLS-NONMEMBER-PRICE
           END-IF

      * THE TERM ITSELF IS ONLY EVER MOVED BY YMCA_TERMROLL, WHICH
      * ARCHIVES THE OLD TERM'S SEATS ON THE WAY.
           DISPLAY "CURRENT NEXT LEVEL CLASS: " CLS-NEXT-LEVEL-CODE
           DISPLAY "Change Next Level Class? (Y/N)"
           ACCEPT CHANGE-FIELD-SWITCH
           IF CHANGE-THIS-FIELD
               DISPLAY "Enter: New Next Level Class Code (BLANK IF "
                   "NONE)"
               ACCEPT CLS-NEXT-LEVEL-CODE
           END-IF

           DISPLAY "CURRENT ACTIVITY GROUP: " CLS-ACTIVITY-GROUP
           DISPLAY "Change Activity Group? (Y/N)"
           ACCEPT CHANGE-FIELD-SWITCH
           IF CHANGE-THIS-FIELD
               PERFORM 120-GET-VALID-GROUP
           END-IF

           REWRITE CLASS-MASTER-RECORD
           IF WS-CLASSMAS-OK
               DISPLAY "CLASS UPDATED - " CLS-CLASS-CODE
           DISPLAY "Another Enrollment? (Y/N)"
           ACCEPT MORE-ENTRIES-SWITCH.

      * A CARD NOT ON YMCAMEM CAN BE ADDED ON THE SPOT AS A PROGRAM
      * PARTICIPANT - THE SWIM-LESSON CHILD WHOSE FAMILY IS NOT IN
      * MEMBERSHIP - AND ENROLLED AT THE NON-MEMBER PRICE.
       310-ENROLL-VERIFIED-MEMBER.
           DISPLAY "Enter: Card Number"
           ACCEPT EK-CARD-NUMBER.

           PERFORM 350-LOOK-UP-MEMBER.
           IF NOT CARD-FOUND
               DISPLAY "CARD NUMBER NOT ON FILE"
               PERFORM 320-ADD-PARTICIPANT
           END-IF.
           IF CARD-FOUND
               PERFORM 360-CHECK-ALREADY-ENROLLED
               IF ALREADY-ENROLLED
                   DISPLAY "REJECTED - " MBR-NAME
                       " ALREADY ENROLLED IN " EK-CLASS-CODE
               ELSE
                   PERFORM 318-CHECK-WAIVER-FORMS
                   PERFORM 315-CHECK-PRIORITY-WINDOW
                   EVALUATE TRUE
                       WHEN CLS-NEEDS-RELEASE AND WAIVER-NOT-CURRENT
                           DISPLAY "REJECTED - " MBR-NAME
                               " HAS NO CURRENT LIABILITY WAIVER"
                               " - HAVE ONE SIGNED FIRST"
                       WHEN CLS-NEEDS-RELEASE AND MINOR-WITHOUT-RELEASE
                           DISPLAY "REJECTED - " MBR-NAME
                               " IS UNDER 18 WITH NO MEDICAL RELEASE"
                               " ON FILE"
                       WHEN PRIORITY-WINDOW-OPEN AND NOT PRIORITY-HOLDER
                           DISPLAY "REJECTED - RETURNING MEMBERS ONLY "
                               "THROUGH " CLS-PRIORITY-END-DATE
                               " - SEATS OPEN TO ALL THE DAY AFTER"
                       WHEN OTHER
                           PERFORM 330-PRICE-THE-SEAT
                           PERFORM 370-TAKE-THE-SEAT
                   END-EVALUATE
               END-IF
           END-IF.

      * DURING THE RETURNING-MEMBER WINDOW A SEAT GOES ONLY TO A CARD
      * YMCA_TERMROLL GAVE PRIORITY IN THIS CLASS FOR THIS TERM.  A
      * MISSING PRIORITYFILE MEANS NOBODY HOLDS PRIORITY.
       315-CHECK-PRIORITY-WINDOW.
           MOVE "N" TO PRIORITY-WINDOW-SWITCH.
           MOVE "N" TO PRIORITY-HOLDER-SWITCH.
           IF CLS-PRIORITY-END-DATE NUMERIC
               AND CLS-PRIORITY-END-DATE NOT < CD-CURRENT-DATE
               MOVE "Y" TO PRIORITY-WINDOW-SWITCH
               MOVE "N" TO PRIORITY-EOF-SWITCH
               OPEN INPUT PRIORITYFILE
               IF NOT WS-PRIORITYFILE-OK
                   MOVE "Y" TO PRIORITY-EOF-SWITCH
               ELSE
                   PERFORM 317-SCAN-ONE-PRIORITY
                       WITH TEST AFTER
                       UNTIL PRIORITY-EOF OR PRIORITY-HOLDER
                   CLOSE PRIORITYFILE
               END-IF
               IF PRIORITY-HOLDER
                   DISPLAY "RETURNING MEMBER - PRIORITY SEAT FROM "
                       PRI-FROM-CLASS-CODE " " PRI-FROM-TERM-CODE
               END-IF
           END-IF.

       317-SCAN-ONE-PRIORITY.
           READ PRIORITYFILE
               AT END
                   MOVE "Y" TO PRIORITY-EOF-SWITCH
               NOT AT END
                   IF PRI-CLASS-CODE = EK-CLASS-CODE
                       AND PRI-CARD-NUMBER = EK-CARD-NUMBER
                       AND PRI-TERM-CODE = CLS-TERM-CODE
                       MOVE "Y" TO PRIORITY-HOLDER-SWITCH
                   END-IF
           END-READ.

      * SETS THE WAIVER AND RELEASE SWITCHES FOR THE CARD BEING
      * ENROLLED.  A RECORD CONVERTED WITHOUT THE FIELDS READS AS NOT
      * ON FILE.
       318-CHECK-WAIVER-FORMS.
           MOVE "N" TO WAIVER-CHECK-SWITCH.
           MOVE "N" TO RELEASE-CHECK-SWITCH.
           IF MBR-WAIVER-SIGNED-DATE NOT NUMERIC
               OR MBR-WAIVER-SIGNED-DATE = ZERO
               MOVE "Y" TO WAIVER-CHECK-SWITCH
           ELSE
               COMPUTE WAIVER-EXPIRY-WORK =
                   MBR-WAIVER-SIGNED-DATE + 10000
               IF WAIVER-EXPIRY-WORK NOT > CD-CURRENT-DATE
                   MOVE "Y" TO WAIVER-CHECK-SWITCH
               END-IF
           END-IF.
           IF MBR-BIRTH-DATE NUMERIC
               AND MBR-BIRTH-DATE > ZERO
               COMPUTE ADULT-DATE-WORK = MBR-BIRTH-DATE + 180000
               IF ADULT-DATE-WORK > CD-CURRENT-DATE
                   IF MBR-MED-RELEASE-DATE NOT NUMERIC
                       OR MBR-MED-RELEASE-DATE = ZERO
                       MOVE "Y" TO RELEASE-CHECK-SWITCH
                   END-IF
               END-IF
           END-IF.

      * A PROGRAM PARTICIPANT IS A YMCAMEM RECORD WITH STATUS PROGRAM
      * AND NO MEMBERSHIP TERM (ZERO EXPIRATION, NO TYPE, NO DUES) -
      * RENEWAL BILLING NEVER PICKS IT UP AND YMCA_CHECKIN DOES NOT
      * ADMIT IT, BUT CLASS CHARGES, PAYMENTS, AND NOTICES WORK
      * AGAINST IT LIKE ANY MEMBER.  A CHILD CAN BE LINKED TO A
      * PARENT'S CARD THROUGH THE HOUSEHOLD LINK.
       320-ADD-PARTICIPANT.
           DISPLAY "Add As Program Participant (Non-Member)? (Y/N)"
           ACCEPT PARTICIPANT-CONFIRM-SWITCH.
           IF NOT PARTICIPANT-CONFIRMED
               DISPLAY "REJECTED - CARD NUMBER NOT ON FILE"
           ELSE
               IF DESK-BRANCH-CODE = SPACES
                   PERFORM 325-GET-DESK-BRANCH
               END-IF
               MOVE SPACES TO MEMBER-MASTER-RECORD
               MOVE EK-CARD-NUMBER     TO MBR-CARD-NUMBER
               MOVE "PROGRAM "         TO MBR-STATUS
               DISPLAY "Enter: Participant Name"
               ACCEPT MBR-NAME
               DISPLAY "Enter: Birth Date (YYYYMMDD)"
               ACCEPT MBR-BIRTH-DATE
               DISPLAY "Enter: Household Card Number (0 IF NONE)"
               ACCEPT MBR-HOUSEHOLD-CARD-NUMBER
               DISPLAY "Enter: Street Address"
               ACCEPT MBR-STREET-ADDRESS
               DISPLAY "Enter: City"
               ACCEPT MBR-CITY
               DISPLAY "Enter: State (2 LETTERS)"
               ACCEPT MBR-STATE
               DISPLAY "Enter: Zip Code"
               ACCEPT MBR-ZIPCODE
               PERFORM 321-ACCEPT-WAIVER-FORMS
               MOVE ZERO TO MBR-MEMBERSHIP-FEES
               MOVE ZERO TO MBR-CLASS-FEES
               MOVE ZERO TO MBR-MASSAGE-FEES
               MOVE ZERO TO MBR-FITNESS-SCORE
               MOVE ZERO TO MBR-EXPIRATION-DATE
               MOVE CD-CURRENT-DATE TO MMR-FILE-DATE
               MOVE ZERO TO MBR-BALANCE-DUE
               MOVE DESK-BRANCH-CODE TO MBR-BRANCH-CODE
               MOVE ZERO TO MBR-HOLD-START-DATE
               MOVE ZERO TO MBR-HOLD-RETURN-DATE
               MOVE ZERO TO MBR-CREDIT-BALANCE
               MOVE ZERO TO MBR-NSF-RETURN-COUNT
               MOVE ZERO TO MBR-NSF-LAST-DATE
               MOVE ZERO TO MBR-DRAFT-ROUTING
               MOVE ZERO TO MBR-DRAFT-DAY
               MOVE ZERO TO MBR-DRAFT-AMOUNT
               MOVE ZERO TO MBR-DRAFT-LAST-DATE
               MOVE ZERO TO MBR-DRAFT-FAIL-COUNT
               MOVE ZERO TO MBR-DRAFT-FAIL-DATE
               MOVE ZERO TO MBR-ASSIST-PERCENT
               MOVE ZERO TO MBR-ASSIST-APPROVED-DATE
               MOVE ZERO TO MBR-ASSIST-REVIEW-DATE
               MOVE MEMBER-MASTER-RECORD TO PARTICIPANT-AFTER-IMAGE
               WRITE MEMBER-MASTER-RECORD
               IF WS-YMCAMEM-OK
                   MOVE "Y" TO CARD-FOUND-SWITCH
                   DISPLAY "PARTICIPANT ADDED - CARD: " MBR-CARD-NUMBER
                   PERFORM 326-COUNT-NEW-PARTICIPANT
                   PERFORM 327-LOG-NEW-PARTICIPANT
               ELSE
                   DISPLAY "PARTICIPANT WRITE FAILED - STATUS: "
                       WS-YMCAMEM-STATUS " - NOT ENROLLED"
               END-IF
           END-IF.

      * THE WAIVER, EMERGENCY CONTACT AND - UNDER 18 - THE MEDICAL
      * RELEASE, RE-PROMPTED UNTIL EACH PASSES, THE SAME AS NEW-MEMBER
      * ENTRY IN YMCA_MEM_UPDATE.
       321-ACCEPT-WAIVER-FORMS.
           MOVE "N" TO FORM-VALID-SWITCH.
           PERFORM 322-ACCEPT-ONE-WAIVER
               WITH TEST AFTER
               UNTIL FORM-ENTRY-VALID.
           MOVE "N" TO FORM-VALID-SWITCH.
           PERFORM 323-ACCEPT-ONE-CONTACT
               WITH TEST AFTER
               UNTIL FORM-ENTRY-VALID.
           MOVE ZERO TO MBR-MED-RELEASE-DATE.
           MOVE ZERO TO MBR-FINAL-NOTICE-DATE
                        MBR-COLLECT-PLACED-DATE
                        MBR-WRITEOFF-AMOUNT
                        MBR-RECOVERED-AMOUNT
                        MBR-CORP-ACCOUNT-NUMBER
                        MBR-CORP-LINK-DATE.
           COMPUTE ADULT-DATE-WORK = MBR-BIRTH-DATE + 180000.
           IF ADULT-DATE-WORK > CD-CURRENT-DATE
               MOVE "N" TO FORM-VALID-SWITCH
               PERFORM 324-ACCEPT-ONE-RELEASE
                   WITH TEST AFTER
                   UNTIL FORM-ENTRY-VALID
           END-IF.

       322-ACCEPT-ONE-WAIVER.
           MOVE ZERO TO FORM-DATE-ENTRY.
           DISPLAY "Enter: Waiver Signed Date (YYYYMMDD)".
           ACCEPT FORM-DATE-ENTRY.
           DISPLAY "Enter: Waiver Form Version".
           ACCEPT MBR-WAIVER-VERSION.
           IF FORM-DATE-ENTRY NUMERIC
               COMPUTE WAIVER-EXPIRY-WORK = FORM-DATE-ENTRY + 10000
           END-IF.
           EVALUATE TRUE
               WHEN FORM-DATE-ENTRY NOT NUMERIC
                   OR FORM-DATE-ENTRY = ZERO
                   DISPLAY "REJECTED - A SIGNED WAIVER IS REQUIRED"
               WHEN FORM-DATE-ENTRY > CD-CURRENT-DATE
                   DISPLAY "REJECTED - WAIVER DATE IS IN THE FUTURE"
               WHEN WAIVER-EXPIRY-WORK NOT > CD-CURRENT-DATE
                   DISPLAY "REJECTED - WAIVER IS OVER A YEAR OLD -"
                       " HAVE A NEW ONE SIGNED"
               WHEN MBR-WAIVER-VERSION = SPACES
                   DISPLAY "REJECTED - WAIVER FORM VERSION REQUIRED"
               WHEN OTHER
                   MOVE "Y" TO FORM-VALID-SWITCH
                   MOVE FORM-DATE-ENTRY TO MBR-WAIVER-SIGNED-DATE
           END-EVALUATE.

       323-ACCEPT-ONE-CONTACT.
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
                   MOVE "Y" TO FORM-VALID-SWITCH
           END-EVALUATE.

       324-ACCEPT-ONE-RELEASE.
           MOVE ZERO TO FORM-DATE-ENTRY.
           DISPLAY "PARTICIPANT IS UNDER 18 - MEDICAL RELEASE REQUIRED".
           DISPLAY "Enter: Medical Release Signed Date (YYYYMMDD)".
           ACCEPT FORM-DATE-ENTRY.
           EVALUATE TRUE
               WHEN FORM-DATE-ENTRY NOT NUMERIC
                   OR FORM-DATE-ENTRY = ZERO
                   DISPLAY "REJECTED - A SIGNED MEDICAL RELEASE IS"
                       " REQUIRED FOR A MINOR"
               WHEN FORM-DATE-ENTRY > CD-CURRENT-DATE
                   DISPLAY "REJECTED - RELEASE DATE IS IN THE FUTURE"
               WHEN OTHER
                   MOVE "Y" TO FORM-VALID-SWITCH
                   MOVE FORM-DATE-ENTRY TO MBR-MED-RELEASE-DATE
           END-EVALUATE.

       325-GET-DESK-BRANCH.
           ACCEPT DESK-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE".
           IF DESK-BRANCH-CODE = SPACES
               DISPLAY "Enter: Branch Code"
               ACCEPT DESK-BRANCH-CODE
           END-IF.

      * A PARTICIPANT IS A YMCAMEM RECORD LIKE ANY OTHER, SO THE
      * CONTROLFILE COUNT YMCA_RPT AND YMCA_FILEUTIL RECONCILE AGAINST
      * GOES UP BY ONE, THE SAME AS A YMCA_MEM_UPDATE NEW MEMBER.  NO
      * CONTROLFILE TO READ MEANS NO COUNT TO KEEP IN STEP - IT IS
      * LEFT ALONE AND THE DESK IS TOLD.
       326-COUNT-NEW-PARTICIPANT.
           MOVE "N" TO CONTROL-READ-SWITCH.
           OPEN INPUT CONTROLFILE.
           IF WS-CONTROLFILE-OK
               READ CONTROLFILE
                   NOT AT END
                       MOVE "Y" TO CONTROL-READ-SWITCH
                       MOVE CTL-RECORD-COUNT TO RUN-RECORD-COUNT
                       MOVE CTL-LAST-CARD-NUMBER
                           TO LAST-CHECKPOINT-CARD
               END-READ
               CLOSE CONTROLFILE
           END-IF.
           IF NOT CONTROL-WAS-READ
               DISPLAY "WARNING - UNABLE TO READ CONTROLFILE - STATUS: "
                   WS-CONTROLFILE-STATUS " - RECORD COUNT NOT UPDATED"
           ELSE
               ADD 1 TO RUN-RECORD-COUNT
               MOVE RUN-RECORD-COUNT TO CTL-RECORD-COUNT
               MOVE LAST-CHECKPOINT-CARD TO CTL-LAST-CARD-NUMBER
               OPEN OUTPUT CONTROLFILE
               IF WS-CONTROLFILE-OK
                   WRITE CONTROL-RECORD
                   IF NOT WS-CONTROLFILE-OK
                       DISPLAY "WARNING - UNABLE TO WRITE CONTROLFILE"
                           " - STATUS: " WS-CONTROLFILE-STATUS
                   END-IF
                   CLOSE CONTROLFILE
               ELSE
                   DISPLAY "WARNING - UNABLE TO OPEN CONTROLFILE FOR "
                       "OUTPUT - STATUS: " WS-CONTROLFILE-STATUS
               END-IF
           END-IF.

      * THE NEW-MEMBER ENTRY ON MBRCHLOG - NO BEFORE-IMAGE, THE RECORD
      * AS WRITTEN AS THE AFTER-IMAGE - SO YMCA_CHGRPT AND THE
      * OPERATOR ACTIVITY REPORT SHOW WHO ADDED THE PARTICIPANT.  SAME
      * APPEND-AND-CLOSE AS YMCA_MEM_UPDATE: A LOG FAILURE WARNS BUT
      * NEVER UNDOES THE ADD.
       327-LOG-NEW-PARTICIPANT.
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
               MOVE EK-CARD-NUMBER  TO CHG-CARD-NUMBER
               MOVE FUNCTION CURRENT-DATE(1:8) TO CHG-CHANGE-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO CHG-CHANGE-TIME
               MOVE OPERATOR-ID     TO CHG-OPERATOR-ID
               MOVE "N"             TO CHG-FUNCTION-CODE
               MOVE SPACES          TO CHG-BEFORE-IMAGE
               MOVE PARTICIPANT-AFTER-IMAGE TO CHG-AFTER-IMAGE
               WRITE CHANGE-LOG-RECORD
               IF NOT WS-MBRCHLOG-OK
                   DISPLAY "WARNING - MBRCHLOG WRITE FAILED - "
                       "STATUS: " WS-MBRCHLOG-STATUS
               END-IF
               CLOSE MBRCHLOG
           END-IF.

      * THE MEMBER PRICE GOES TO A MEMBER IN GOOD STANDING - NOT A
      * PROGRAM PARTICIPANT AND NOT PAST THEIR EXPIRATION - AND THE
      * NON-MEMBER PRICE TO EVERYONE ELSE.  ASSISTANCE IN FORCE COMES
      * OFF WHICHEVER PRICE APPLIES.
       330-PRICE-THE-SEAT.
           IF CLS-MEMBER-PRICE NOT NUMERIC
               MOVE ZERO TO CLS-MEMBER-PRICE
           END-IF.
           IF CLS-NONMEMBER-PRICE NOT NUMERIC
               MOVE ZERO TO CLS-NONMEMBER-PRICE
           END-IF.
           IF MBR-STATUS NOT = "PROGRAM "
               AND MBR-EXPIRATION-DATE NOT < CD-CURRENT-DATE
               MOVE "M" TO RATE-CODE-WORK
               MOVE CLS-MEMBER-PRICE TO LIST-PRICE-WORK
           ELSE
               MOVE "N" TO RATE-CODE-WORK
               MOVE CLS-NONMEMBER-PRICE TO LIST-PRICE-WORK
           END-IF.
           PERFORM 340-FIND-ASSIST-PERCENT.
           COMPUTE CHARGE-AMOUNT-WORK ROUNDED =
               LIST-PRICE-WORK * (100 - ASSIST-PERCENT-WORK) / 100.
           COMPUTE SUBSIDY-AMOUNT-WORK =
               LIST-PRICE-WORK - CHARGE-AMOUNT-WORK.
           IF MEMBER-RATE
               DISPLAY "MEMBER PRICE: " LIST-PRICE-WORK
           ELSE
               DISPLAY "NON-MEMBER PRICE: " LIST-PRICE-WORK
           END-IF.
           IF ASSIST-PERCENT-WORK > ZERO
               DISPLAY "FINANCIAL ASSISTANCE " ASSIST-PERCENT-WORK
                   "% - CHARGE: " CHARGE-AMOUNT-WORK
           END-IF.

      * THE MEMBER'S OWN APPROVAL WHILE ITS REVIEW DATE HAS NOT
      * PASSED, ELSE THE HOUSEHOLD PRIMARY'S - READ AT RANDOM WITH THE
      * ENROLLING MEMBER'S RECORD HELD ASIDE AND PUT BACK AFTER.
       340-FIND-ASSIST-PERCENT.
           MOVE ZERO TO ASSIST-PERCENT-WORK.
           MOVE ZERO TO ASSIST-FUNDING-CARD.
           IF MBR-ASSIST-PERCENT NUMERIC
               AND MBR-ASSIST-PERCENT > ZERO
               IF MBR-ASSIST-REVIEW-DATE NUMERIC
                   AND MBR-ASSIST-REVIEW-DATE NOT < CD-CURRENT-DATE
                   MOVE MBR-ASSIST-PERCENT TO ASSIST-PERCENT-WORK
                   MOVE MBR-CARD-NUMBER TO ASSIST-FUNDING-CARD
               ELSE
                   DISPLAY "NOTE - ASSISTANCE APPROVAL EXPIRED "
                       MBR-ASSIST-REVIEW-DATE " - FULL PRICE CHARGED"
               END-IF
           END-IF.
           IF ASSIST-PERCENT-WORK = ZERO
               AND MBR-HOUSEHOLD-CARD-NUMBER NUMERIC
               AND MBR-HOUSEHOLD-CARD-NUMBER NOT = ZERO
               AND MBR-HOUSEHOLD-CARD-NUMBER NOT = MBR-CARD-NUMBER
               PERFORM 345-READ-HOUSEHOLD-ASSIST
           END-IF.

       345-READ-HOUSEHOLD-ASSIST.
           MOVE MEMBER-MASTER-RECORD TO HH-MEMBER-DATA.
           MOVE MBR-HOUSEHOLD-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE ZERO TO ASSIST-PERCENT-WORK
               NOT INVALID KEY
                   IF MBR-ASSIST-PERCENT NUMERIC
                       AND MBR-ASSIST-PERCENT > ZERO
                       AND MBR-ASSIST-REVIEW-DATE NUMERIC
                       AND MBR-ASSIST-REVIEW-DATE NOT < CD-CURRENT-DATE
                       MOVE MBR-ASSIST-PERCENT TO ASSIST-PERCENT-WORK
                       MOVE MBR-CARD-NUMBER TO ASSIST-FUNDING-CARD
                   END-IF
           END-READ.
           MOVE HH-MEMBER-DATA TO MEMBER-MASTER-RECORD.

       350-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE EK-CARD-NUMBER TO MBR-CARD-NUMBER.
                   END-IF
           END-READ.

      * THE CHARGE IS POSTED BEFORE THE ENROLLMENT IS WRITTEN, AND A
      * CHARGE THAT CANNOT POST - BALANCE LIMIT OR A FAILED MEMBER
      * REWRITE - REFUSES THE SEAT.  AN ENROLLMENT THEREFORE NEVER
      * CARRIES A CHARGE THE MEMBER WAS NOT GIVEN, AND A LATER DROP
      * NEVER CREDITS ONE.
       370-TAKE-THE-SEAT.
           OPEN EXTEND ENROLLFILE.
           IF WS-ENROLLFILE-FILE-MISSING
               DISPLAY "UNABLE TO OPEN ENROLLFILE - STATUS: "
                   WS-ENROLLFILE-STATUS " - NOT ENROLLED"
           ELSE
               PERFORM 380-CHARGE-THE-SEAT
               IF CHARGE-POSTED
                   PERFORM 375-WRITE-THE-ENROLLMENT
               ELSE
                   DISPLAY "NOT ENROLLED - " MBR-NAME
                       " - THE CLASS CHARGE COULD NOT BE POSTED"
                   CLOSE ENROLLFILE
               END-IF
           END-IF.

       375-WRITE-THE-ENROLLMENT.
           MOVE EK-CLASS-CODE  TO ENR-CLASS-CODE.
           MOVE EK-CARD-NUMBER TO ENR-CARD-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENR-ENROLL-DATE.
           MOVE RATE-CODE-WORK TO ENR-RATE-CODE.
           MOVE LIST-PRICE-WORK TO ENR-LIST-PRICE.
           MOVE CHARGE-AMOUNT-WORK TO ENR-CHARGED-AMOUNT.
           MOVE CLS-TERM-CODE TO ENR-TERM-CODE.
           WRITE ENROLLMENT-RECORD.
           IF WS-ENROLLFILE-OK
               CLOSE ENROLLFILE
               ADD 1 TO CLS-ENROLLED-COUNT
               REWRITE CLASS-MASTER-RECORD
               IF WS-CLASSMAS-OK
                   DISPLAY "ENROLLED - " MBR-NAME " IN "
                       CLS-DESCRIPTION " - SEAT "
                       CLS-ENROLLED-COUNT " OF " CLS-MAX-CAPACITY
               ELSE
                   DISPLAY "CLASS COUNT REWRITE FAILED - STATUS: "
                       WS-CLASSMAS-STATUS
               END-IF
      * A WAITLISTED MEMBER JUST GOT THEIR SEAT - RETIRE THE QUEUE
      * ENTRY SO THE NEXT OPEN SEAT GOES TO WHOEVER IS NOW FIRST.
               PERFORM 730-CLEAR-WAITLIST-ENTRY
           ELSE
               DISPLAY "ENROLLMENT WRITE FAILED - STATUS: "
                   WS-ENROLLFILE-STATUS
               CLOSE ENROLLFILE
               IF CHARGE-AMOUNT-WORK > ZERO
                   DISPLAY "** " CHARGE-AMOUNT-WORK " WAS CHARGED TO "
                       MBR-NAME " - TAKE IT OFF IN MEMBER MAINTENANCE"
               END-IF
           END-IF.

      * THE SEAT IS OPEN - PUT ITS CHARGE ON THE MEMBER.  CREDIT ON
      * THE ACCOUNT COVERS WHAT IT CAN, THE REST GOES ON THE BALANCE,
      * AND THE CL ITEM CARRIES THE WHOLE CHARGE WITH ONLY THE
      * UNCOVERED PART OPEN - THE SAME RULE YMCA_RENEWBILL FOLLOWS.
      * A FREE SEAT (NO PRICE, OR FULL ASSISTANCE) TOUCHES NOTHING
      * BUT THE SUBSIDY LOG.  A CHARGE THAT WOULD PASS THE BALANCE
      * LIMIT IS NOT POSTED AT ALL, AND THE CALLER REFUSES THE SEAT
      * AS IT DOES FOR A FAILED MEMBER REWRITE.
       380-CHARGE-THE-SEAT.
           MOVE "N" TO CHARGE-POSTED-SWITCH.
           IF CHARGE-AMOUNT-WORK = ZERO
               MOVE "Y" TO CHARGE-POSTED-SWITCH
           ELSE
               PERFORM 381-POST-CLASS-CHARGE
           END-IF.
           IF CHARGE-POSTED AND SUBSIDY-AMOUNT-WORK > ZERO
               MOVE "CL"                TO ASB-SOURCE-CODE
               MOVE ASSIST-PERCENT-WORK TO ASB-ASSIST-PERCENT
               MOVE LIST-PRICE-WORK     TO ASB-FULL-AMOUNT
               MOVE CHARGE-AMOUNT-WORK  TO ASB-CHARGED-AMOUNT
               MOVE SUBSIDY-AMOUNT-WORK TO ASB-SUBSIDY-AMOUNT
               MOVE ASSIST-FUNDING-CARD TO ASB-FUNDING-CARD
               PERFORM 390-WRITE-SUBSIDY-RECORD
           END-IF.

       381-POST-CLASS-CHARGE.
           MOVE ZERO TO CREDIT-APPLIED-WORK.
           IF MBR-CREDIT-BALANCE > ZERO
               IF MBR-CREDIT-BALANCE > CHARGE-AMOUNT-WORK
                   MOVE CHARGE-AMOUNT-WORK TO CREDIT-APPLIED-WORK
               ELSE
                   MOVE MBR-CREDIT-BALANCE TO CREDIT-APPLIED-WORK
               END-IF
           END-IF.
           COMPUTE CHARGE-UNCOVERED-WORK =
               CHARGE-AMOUNT-WORK - CREDIT-APPLIED-WORK.
           ADD CHARGE-UNCOVERED-WORK TO MBR-BALANCE-DUE
               ON SIZE ERROR
                   DISPLAY "NOT CHARGED - BALANCE LIMIT - CARD: "
                       MBR-CARD-NUMBER " DUE: " MBR-BALANCE-DUE
                   MOVE "Y" TO BALANCE-LIMIT-SWITCH
           END-ADD.
           IF BALANCE-AT-LIMIT
               MOVE "N" TO BALANCE-LIMIT-SWITCH
           ELSE
               PERFORM 382-REWRITE-CHARGED-MEMBER
           END-IF.

       382-REWRITE-CHARGED-MEMBER.
           ADD CHARGE-AMOUNT-WORK TO MBR-CLASS-FEES
               ON SIZE ERROR
                   DISPLAY "WARNING - CLASS FEES FIELD FULL - "
                       "CHARGE IS ON THE BALANCE AND ITEM ONLY"
           END-ADD.
           SUBTRACT CREDIT-APPLIED-WORK FROM MBR-CREDIT-BALANCE.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           IF WS-YMCAMEM-OK
               MOVE "Y" TO CHARGE-POSTED-SWITCH
               DISPLAY "CHARGED " CHARGE-AMOUNT-WORK " TO " MBR-NAME
                   " - BALANCE NOW " MBR-BALANCE-DUE
               IF CREDIT-APPLIED-WORK > ZERO
                   DISPLAY "  " CREDIT-APPLIED-WORK
                       " PAID FROM ACCOUNT CREDIT"
               END-IF
               PERFORM 385-WRITE-CLASS-ITEM
           ELSE
               DISPLAY "** MEMBER REWRITE FAILED - STATUS: "
                   WS-YMCAMEM-STATUS " - NOT CHARGED"
           END-IF.

       385-WRITE-CLASS-ITEM.
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
               MOVE MBR-CARD-NUMBER       TO ARI-CARD-NUMBER
               MOVE CD-CURRENT-DATE       TO ARI-CHARGE-DATE
               MOVE "CL"                  TO ARI-SOURCE-CODE
               MOVE CHARGE-AMOUNT-WORK    TO ARI-ORIGINAL-AMOUNT
               MOVE CHARGE-UNCOVERED-WORK TO ARI-OPEN-AMOUNT
               WRITE OPEN-ITEM-RECORD
               IF NOT WS-ARITEMS-OK
                   DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
                       WS-ARITEMS-STATUS
               END-IF
               CLOSE ARITEMS
           END-IF.

      * APPENDS ONE SUBSIDY RECORD - SOURCE, PERCENT, AND AMOUNTS SET
      * BY THE CALLER - OPENED AND CLOSED PER EVENT LIKE ARITEMS.  A
      * FAILURE WARNS BUT DOES NOT UNDO THE ENROLLMENT OR THE DROP.
       390-WRITE-SUBSIDY-RECORD.
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
               MOVE EK-CARD-NUMBER      TO ASB-CARD-NUMBER
               MOVE CD-CURRENT-DATE     TO ASB-CHARGE-DATE
               MOVE MBR-BRANCH-CODE     TO ASB-BRANCH-CODE
               WRITE ASSIST-SUBSIDY-RECORD
               IF NOT WS-ASSISTLOG-OK
                   DISPLAY "WARNING - ASSISTLOG WRITE FAILED - STATUS: "
                       WS-ASSISTLOG-STATUS
               END-IF
               CLOSE ASSISTLOG
           END-IF.

      * ONE DROP - THE CLASS MUST BE ON CLASSMAS AND THE CARD MUST
           DISPLAY "Another Drop? (Y/N)"
           ACCEPT MORE-ENTRIES-SWITCH.

      * THE CREDIT IS FIGURED BEFORE ANYTHING IS POSTED.  A CREDIT
      * THE MEMBER'S CREDIT BALANCE CANNOT HOLD STOPS THE DROP WHOLE -
      * THE ENROLLMENT STAYS ON FILE, THE SEAT STAYS TAKEN AND THE
      * MEMBER RECORD IS NOT REWRITTEN - RATHER THAN RELEASE A SEAT
      * WHOSE FEE NEVER COMES OFF THE ACCOUNT.
       610-RELEASE-THE-SEAT.
           MOVE "N" TO CREDIT-ERROR-SWITCH.
           PERFORM 620-REMOVE-ENROLLMENT.
           IF RECORD-DROPPED AND CARD-FOUND
               PERFORM 641-FIGURE-CLASS-CREDIT
           END-IF.
           IF RECORD-DROPPED AND CREDIT-ERROR
               DISPLAY "DROP NOT POSTED - CARD " EK-CARD-NUMBER
                   " STILL ENROLLED IN " EK-CLASS-CODE
           END-IF.
           IF RECORD-DROPPED AND NOT CREDIT-ERROR
               PERFORM 630-COPY-WORK-BACK
               IF CLS-ENROLLED-COUNT > ZERO
                   SUBTRACT 1 FROM CLS-ENROLLED-COUNT
               END-IF

      * A LINE SEQUENTIAL RECORD CANNOT BE DELETED IN PLACE, SO THE
      * ENROLLMENT FILE IS COPIED TO THE WORK FILE MINUS THE DROPPED
      * SEAT, THEN COPIED BACK BY 610-RELEASE-THE-SEAT ONCE THE DROP
      * CREDIT HAS BEEN FIGURED.  ONLY THE FIRST MATCHING RECORD IS
      * DROPPED - 360-CHECK-ALREADY-ENROLLED KEEPS DUPLICATES OFF THE
      * FILE, BUT A HAND-EDITED FILE SHOULD NOT LOSE TWO SEATS TO ONE
      * DROP.
                       UNTIL ENROLL-EOF
                   CLOSE ENROLLFILE
                         ENROLLWORK
               END-IF
           END-IF.

                       AND ENR-CARD-NUMBER = EK-CARD-NUMBER
                       AND NOT RECORD-DROPPED
                       MOVE "Y" TO RECORD-DROPPED-SWITCH
                       PERFORM 627-KEEP-DROPPED-CHARGE
                   ELSE
                       MOVE ENROLLMENT-RECORD TO ENROLL-WORK-RECORD
                       WRITE ENROLL-WORK-RECORD
                   END-IF
           END-READ.

      * A SEAT TAKEN BEFORE CLASSES WERE PRICED HAS NO CHARGE ON THE
      * ENROLLMENT - THE DESK KEYS THE CREDIT FOR THAT ONE.
       627-KEEP-DROPPED-CHARGE.
           IF ENR-CHARGED-AMOUNT NUMERIC
               AND ENR-LIST-PRICE NUMERIC
               MOVE "Y" TO CHARGE-KNOWN-SWITCH
               MOVE ENR-LIST-PRICE TO DROPPED-LIST-PRICE
               MOVE ENR-CHARGED-AMOUNT TO DROPPED-CHARGED-AMOUNT
           ELSE
               MOVE "N" TO CHARGE-KNOWN-SWITCH
               MOVE ZERO TO DROPPED-LIST-PRICE
               MOVE ZERO TO DROPPED-CHARGED-AMOUNT
           END-IF.

       630-COPY-WORK-BACK.
           MOVE "N" TO WORK-EOF-SWITCH.
           OPEN INPUT ENROLLWORK.
                   WRITE ENROLLMENT-RECORD
           END-READ.

      * BACKS THE CLASS CHARGE OUT OF THE MEMBER'S RECORD - THE
      * AMOUNT CHARGED AT ENROLLMENT, OR FOR AN OLDER SEAT THE AMOUNT
      * THE DESK KEYS OFF THE CLASS SCHEDULE - FLOORED AT ZERO ON BOTH
      * FIELDS SO A CREDIT LARGER THAN WHAT IS ON FILE CANNOT WRAP THE
      * BALANCE.  THE ENROLLMENT'S ASSISTANCE IS WRITTEN BACK OUT OF
      * THE SUBSIDY LOG - A CLASS NOT TAKEN WAS NOT ASSISTANCE GIVEN.
      * THE FIGURES THEMSELVES COME FROM 641-FIGURE-CLASS-CREDIT.
       640-CREDIT-CLASS-FEE.
           IF CHARGE-KNOWN
               AND DROPPED-LIST-PRICE > DROPPED-CHARGED-AMOUNT
               PERFORM 645-REVERSE-CLASS-SUBSIDY
           END-IF.
           IF CREDIT-AMOUNT-WORK > ZERO
               MOVE FEE-CREDIT-WORK TO MBR-CLASS-FEES
               MOVE CREDIT-BALANCE-WORK TO MBR-CREDIT-BALANCE
               MOVE BALANCE-CREDIT-WORK TO MBR-BALANCE-DUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO MMR-FILE-DATE
               REWRITE MEMBER-MASTER-RECORD
               IF WS-YMCAMEM-OK
                   DISPLAY "CREDITED " CREDIT-AMOUNT-WORK " TO "
                       MBR-NAME " - BALANCE NOW " MBR-BALANCE-DUE
                       " CREDIT " MBR-CREDIT-BALANCE
                   PERFORM 650-CREDIT-OPEN-ITEMS
               ELSE
                   DISPLAY "MEMBER REWRITE FAILED - STATUS: "
               END-IF
           END-IF.

      * WORKS THE DROP CREDIT OUT WITHOUT TOUCHING THE MEMBER RECORD.
      * WHAT THE BALANCE CANNOT ABSORB BECOMES ACCOUNT CREDIT, AND AN
      * ACCOUNT CREDIT PAST WHAT THE RECORD HOLDS SETS CREDIT-ERROR SO
      * 610-RELEASE-THE-SEAT LEAVES THE DROP UNPOSTED.
       641-FIGURE-CLASS-CREDIT.
           MOVE "N" TO CREDIT-ERROR-SWITCH.
           IF CHARGE-KNOWN
               MOVE DROPPED-CHARGED-AMOUNT TO CREDIT-AMOUNT-WORK
               DISPLAY "CHARGED AT ENROLLMENT: " CREDIT-AMOUNT-WORK
           ELSE
               DISPLAY "Enter: Class Fee To Credit (0 = NONE)"
               ACCEPT CREDIT-AMOUNT-WORK
           END-IF.
           IF CREDIT-AMOUNT-WORK > ZERO
               COMPUTE FEE-CREDIT-WORK =
                   MBR-CLASS-FEES - CREDIT-AMOUNT-WORK
               IF FEE-CREDIT-WORK < ZERO
                   MOVE ZERO TO FEE-CREDIT-WORK
               END-IF
               MOVE MBR-CREDIT-BALANCE TO CREDIT-BALANCE-WORK
               COMPUTE BALANCE-CREDIT-WORK =
                   MBR-BALANCE-DUE - CREDIT-AMOUNT-WORK
               IF BALANCE-CREDIT-WORK < ZERO
                   COMPUTE CREDIT-EXCESS-WORK =
                       ZERO - BALANCE-CREDIT-WORK
                   ADD CREDIT-EXCESS-WORK TO CREDIT-BALANCE-WORK
                       ON SIZE ERROR
                           MOVE "Y" TO CREDIT-ERROR-SWITCH
                           DISPLAY "** CREDIT BALANCE LIMIT - "
                               CREDIT-EXCESS-WORK " CANNOT BE CARRIED"
                   END-ADD
                   MOVE ZERO TO BALANCE-CREDIT-WORK
               END-IF
           END-IF.

       645-REVERSE-CLASS-SUBSIDY.
           MOVE "CL" TO ASB-SOURCE-CODE.
           COMPUTE ASB-ASSIST-PERCENT ROUNDED =
               (DROPPED-LIST-PRICE - DROPPED-CHARGED-AMOUNT) * 100
                   / DROPPED-LIST-PRICE.
           COMPUTE ASB-FULL-AMOUNT = ZERO - DROPPED-LIST-PRICE.
           COMPUTE ASB-CHARGED-AMOUNT = ZERO - DROPPED-CHARGED-AMOUNT.
           COMPUTE ASB-SUBSIDY-AMOUNT =
               DROPPED-CHARGED-AMOUNT - DROPPED-LIST-PRICE.
           MOVE ZERO TO ASB-FUNDING-CARD.
           PERFORM 390-WRITE-SUBSIDY-RECORD.

      * APPLIES THE DROP CREDIT AGAINST THE MEMBER'S OPEN CLASS
      * ITEMS, OLDEST FIRST - THE SAME COPY-PASS YMCA_PAYPOST USES
      * TO SETTLE A PAYMENT, HELD TO SOURCE CL SO A WITHDRAWN CLASS
