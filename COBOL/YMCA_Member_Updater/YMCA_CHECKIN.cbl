      *                   medical or seasonal hold (see the freeze
      *                   function in YMCA_MEM_UPDATE) is refused at
      *                   the door until the desk unfreezes them.
      *   05/30/2018 GW - Every swipe is checked against the lost and
      *                   stolen card HOTLIST (see HOTREC copybook)
      *                   kept by the card replacement function in
      *                   YMCA_MEM_UPDATE before the member lookup.  A
      *                   hot-listed card is refused and the attempt
      *                   appended to HOTTRY (see HOTTRYREC copybook)
      *                   with the date, time and this desk's branch,
      *                   taken from BRANCH_CODE, for YMCA_HOTRPT.
      *   06/06/2018 GW - A member under 18 with no medical release on
      *                   file (see MBR-MED-RELEASE-DATE) is refused at
      *                   the door.  A missing or expired liability
      *                   waiver (good one year from MBR-WAIVER-SIGNED-
      *                   DATE) admits the member with a warning to
      *                   have a new one signed at the desk.
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs CHECKN authority.
      *   06/20/2018 GW - Status "COLLECT " (an account YMCA_BADDEBT
      *                   placed with the collection agency) now bars
      *                   entry like "FROZEN  ".
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CHECKIN.
           SELECT GUESTFILE ASSIGN TO WS-GUESTFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUESTFILE-STATUS.
           SELECT HOTLIST ASSIGN TO WS-HOTLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTLIST-STATUS.
           SELECT HOTTRY ASSIGN TO WS-HOTTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTTRY-STATUS.

       DATA DIVISION.

       FD  GUESTFILE.
           COPY GUESTREC.

       FD  HOTLIST.
           COPY HOTREC.

       FD  HOTTRY.
           COPY HOTTRYREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-VISITS-PATH          PIC X(100).
           05  WS-GUESTFILE-PATH       PIC X(100).
           05  WS-HOTLIST-PATH         PIC X(100).
           05  WS-HOTTRY-PATH          PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".
           88  WS-VISITS-OK                       VALUE "00".
           88  WS-VISITS-FILE-MISSING             VALUE "35".

       01  WS-HOTLIST-STATUS           PIC X(2).
           88  WS-HOTLIST-OK                      VALUE "00".

       01  WS-HOTTRY-STATUS            PIC X(2).
           88  WS-HOTTRY-OK                       VALUE "00".
           88  WS-HOTTRY-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  MORE-CHECKINS-SWITCH        PIC X          VALUE "Y".
               88  MORE-CHECKINS-TO-ENTER                 VALUE "Y".
               88  GUEST-EOF                               VALUE "Y".
           05  PASS-FOUND-SWITCH           PIC X.
               88  PASS-FOUND                              VALUE "Y".
           05  HOT-EOF-SWITCH              PIC X.
               88  HOT-EOF                                 VALUE "Y".
           05  HOT-LISTED-SWITCH           PIC X.
               88  CARD-HOT-LISTED                         VALUE "Y".

      * STATUS VALUES THAT BAR A MEMBER AT THE DOOR - ANYTHING ELSE IN
      * MBR-STATUS IS TREATED AS A MEMBER IN GOOD STANDING.
       01  BARRED-STATUS-CHECK         PIC X(8).
           88  STATUS-BARRED          VALUES "INACTIVE", "SUSPEND ",
                                             "FROZEN  ", "COLLECT ".

       01  CHECKIN-KEY.
           05  CK-CARD-NUMBER          PIC 9(6).
           05  GUEST-NAME-WORK         PIC X(20).

       01  VISIT-COUNT-THIS-RUN        PIC 9(5)       VALUE ZERO.
       01  HOT-REFUSAL-COUNT           PIC 9(5)       VALUE ZERO.
       01  RELEASE-REFUSAL-COUNT       PIC 9(5)       VALUE ZERO.
       01  WAIVER-WARNING-COUNT        PIC 9(5)       VALUE ZERO.

      * WAIVER AND MEDICAL RELEASE TESTS FOR THE MEMBER JUST LOOKED
      * UP.  A WAIVER IS GOOD FOR ONE YEAR FROM THE DATE SIGNED; A
      * MEMBER IS A MINOR UNTIL THE 18TH BIRTHDAY.
       01  WAIVER-CHECK-FIELDS.
           05  WAIVER-EXPIRY-WORK      PIC 9(8).
           05  ADULT-DATE-WORK         PIC 9(8).
           05  WAIVER-CHECK-SWITCH     PIC X.
               88  WAIVER-NOT-CURRENT                      VALUE "Y".
           05  RELEASE-CHECK-SWITCH    PIC X.
               88  MINOR-WITHOUT-RELEASE                   VALUE "Y".

      * THE BRANCH THIS DESK BELONGS TO - EXPORTED BY EACH BRANCH
      * OFFICE'S LOGIN, PROMPTED FOR AT STARTUP WHEN NOT SET.  STAMPED
      * ON EVERY REFUSED HOT-LISTED SWIPE.
       01  DESK-BRANCH-CODE            PIC X(3).

      * THE HOT LIST ENTRY THE SWIPE MATCHED, KEPT FOR THE ATTEMPT
      * RECORD AFTER THE HOT LIST IS CLOSED.
       01  HOT-HIT-FIELDS.
           05  HIT-REPLACED-BY         PIC 9(6).
           05  HIT-REASON-CODE         PIC X.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-TIME         PIC 9(6).

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-CHECK-IN-MEMBERS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-DESK-BRANCH.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               UNTIL NOT MORE-CHECKINS-TO-ENTER.

           DISPLAY "CHECK-INS RECORDED THIS RUN: " VISIT-COUNT-THIS-RUN.
           DISPLAY "HOT-LISTED CARDS REFUSED:    " HOT-REFUSAL-COUNT.
           DISPLAY "MINORS REFUSED - NO RELEASE: "
               RELEASE-REFUSAL-COUNT.
           DISPLAY "ADMITTED - WAIVER NOT CURRENT: "
               WAIVER-WARNING-COUNT.
           CLOSE YMCAMEM
                 VISITS.
           STOP RUN.
               MOVE "GUESTS.DAT" TO WS-GUESTFILE-PATH
           END-IF.

           ACCEPT WS-HOTLIST-PATH FROM ENVIRONMENT "HOTLIST_PATH".
           IF WS-HOTLIST-PATH = SPACES
               MOVE "HOTLIST.DAT" TO WS-HOTLIST-PATH
           END-IF.

           ACCEPT WS-HOTTRY-PATH FROM ENVIRONMENT "HOTTRY_PATH".
           IF WS-HOTTRY-PATH = SPACES
               MOVE "HOTTRY.DAT" TO WS-HOTTRY-PATH
           END-IF.

       055-GET-DESK-BRANCH.
           ACCEPT DESK-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE".
           IF DESK-BRANCH-CODE = SPACES
               DISPLAY "Enter: Branch Code"
               ACCEPT DESK-BRANCH-CODE
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD CHECKN TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_CHECKIN" TO OPC-PROGRAM-NAME.
           MOVE "CHECKN" TO OPC-FUNCTION-CODE.
           MOVE DESK-BRANCH-CODE TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * BOOTSTRAPS A BRAND-NEW VISITS FILE THE FIRST MORNING THIS
      * PROGRAM RUNS AT A DESK, THE SAME WAY YMCA_MEM_UPDATE BOOTSTRAPS
      * A MISSING YMCAMEM.
            IF CK-CARD-NUMBER = GUEST-ENTRY-CODE
               PERFORM 300-CHECK-IN-ONE-GUEST
            ELSE
               PERFORM 120-CHECK-HOT-LIST
               IF CARD-HOT-LISTED
                   PERFORM 130-REFUSE-HOT-CARD
               ELSE
                   PERFORM 150-LOOK-UP-MEMBER
                   IF NOT CARD-FOUND
                       DISPLAY "** DENIED - CARD NUMBER NOT ON FILE"
                   ELSE
                       PERFORM 200-VERIFY-AND-RECORD-VISIT
                   END-IF
               END-IF
            END-IF
           END-IF.

      * IS THIS A CARD THE DESK HAS RETIRED AS LOST OR STOLEN?  THE
      * HOT LIST IS READ FRESH ON EVERY SWIPE, LIKE THE GUEST FILE,
      * SO A CARD REPLACED THIS MORNING IS REFUSED THIS AFTERNOON.
      * NO HOT LIST YET MEANS NO CARD HAS BEEN RETIRED.
       120-CHECK-HOT-LIST.
           MOVE "N" TO HOT-LISTED-SWITCH.
           MOVE "N" TO HOT-EOF-SWITCH.
           OPEN INPUT HOTLIST.
           IF WS-HOTLIST-OK
               PERFORM 125-SCAN-ONE-HOT-CARD
                   WITH TEST AFTER
                   UNTIL HOT-EOF OR CARD-HOT-LISTED
               CLOSE HOTLIST
           END-IF.

       125-SCAN-ONE-HOT-CARD.
           READ HOTLIST
               AT END
                   MOVE "Y" TO HOT-EOF-SWITCH
               NOT AT END
                   IF HOT-CARD-NUMBER = CK-CARD-NUMBER
                       MOVE "Y" TO HOT-LISTED-SWITCH
                       MOVE HOT-REPLACED-BY TO HIT-REPLACED-BY
                       MOVE HOT-REASON-CODE TO HIT-REASON-CODE
                   END-IF
           END-READ.

      * REFUSES THE SWIPE WITHOUT NAMING THE MEMBER - WHOEVER IS
      * HOLDING THE CARD MAY NOT BE THEM - AND LOGS THE ATTEMPT,
      * BOOTSTRAPPING THE ATTEMPT FILE THE FIRST TIME.  A LOG FAILURE
      * WARNS BUT THE CARD IS STILL REFUSED.
       130-REFUSE-HOT-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO CD-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO CD-CURRENT-TIME.
           ADD 1 TO HOT-REFUSAL-COUNT.
           DISPLAY "** DENIED - CARD REPORTED LOST OR STOLEN - "
               "KEEP THE CARD AND CALL THE MANAGER".
           OPEN EXTEND HOTTRY.
           IF WS-HOTTRY-FILE-MISSING
               OPEN OUTPUT HOTTRY
               CLOSE HOTTRY
               OPEN EXTEND HOTTRY
           END-IF.
           IF NOT WS-HOTTRY-OK
               DISPLAY "WARNING - UNABLE TO OPEN HOTTRY - STATUS: "
                   WS-HOTTRY-STATUS " - ATTEMPT NOT LOGGED"
           ELSE
               MOVE CK-CARD-NUMBER   TO HTA-CARD-NUMBER
               MOVE CD-CURRENT-DATE  TO HTA-ATTEMPT-DATE
               MOVE CD-CURRENT-TIME  TO HTA-ATTEMPT-TIME
               MOVE DESK-BRANCH-CODE TO HTA-BRANCH-CODE
               MOVE HIT-REPLACED-BY  TO HTA-REPLACED-BY
               MOVE HIT-REASON-CODE  TO HTA-REASON-CODE
               WRITE HOT-ATTEMPT-RECORD
               IF NOT WS-HOTTRY-OK
                   DISPLAY "WARNING - HOTTRY WRITE FAILED - STATUS: "
                       WS-HOTTRY-STATUS
               END-IF
               CLOSE HOTTRY
           END-IF.

       150-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE CK-CARD-NUMBER TO MBR-CARD-NUMBER.
      * MEMBER IS ON FILE - VERIFY THE MEMBERSHIP HAS NOT EXPIRED AND
      * THE STATUS DOES NOT BAR ENTRY, THEN APPEND THE VISIT.  AN
      * EXPIRED OR BARRED MEMBER IS REFUSED WITH A REASON THE CLERK
      * CAN READ BACK TO THE MEMBER.  A MINOR WITH NO MEDICAL RELEASE
      * IS REFUSED; A WAIVER THAT IS MISSING OR EXPIRED ONLY WARNS.
       200-VERIFY-AND-RECORD-VISIT.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO CD-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO CD-CURRENT-TIME.
           MOVE MBR-STATUS TO BARRED-STATUS-CHECK.
           PERFORM 210-CHECK-WAIVER-FORMS.

           IF MBR-EXPIRATION-DATE < CD-CURRENT-DATE
               DISPLAY "** DENIED - MEMBERSHIP EXPIRED "
                   DISPLAY "** DENIED - STATUS " MBR-STATUS
                       " - SEE MANAGER - " MBR-NAME
               ELSE
                   IF MINOR-WITHOUT-RELEASE
                       ADD 1 TO RELEASE-REFUSAL-COUNT
                       DISPLAY "** DENIED - UNDER 18 WITH NO MEDICAL "
                           "RELEASE ON FILE - " MBR-NAME
                   ELSE
                       PERFORM 220-RECORD-MEMBER-VISIT
                   END-IF
               END-IF
           END-IF.

      * SETS THE WAIVER AND RELEASE SWITCHES FOR THE MEMBER RECORD.
      * A RECORD CONVERTED WITHOUT THE FIELDS READS AS NOT ON FILE.
       210-CHECK-WAIVER-FORMS.
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

       220-RECORD-MEMBER-VISIT.
           MOVE CK-CARD-NUMBER     TO VST-CARD-NUMBER.
           MOVE CD-CURRENT-DATE    TO VST-VISIT-DATE.
           MOVE CD-CURRENT-TIME    TO VST-VISIT-TIME.
           WRITE VISIT-RECORD.
           IF WS-VISITS-OK
               ADD 1 TO VISIT-COUNT-THIS-RUN
               DISPLAY "WELCOME - " MBR-NAME
               IF WAIVER-NOT-CURRENT
                   ADD 1 TO WAIVER-WARNING-COUNT
                   DISPLAY "** WARNING - LIABILITY WAIVER MISSING "
                       "OR EXPIRED - HAVE A NEW ONE SIGNED"
               END-IF
           ELSE
               DISPLAY "VISIT WRITE FAILED - STATUS: "
                   WS-VISITS-STATUS
           END-IF.

      * A WALK-IN WITH A DAY PASS - THE NAME MUST MATCH A PASS SOLD
      * TODAY ON THE GUEST FILE.  A PASS IS GOOD FOR THE SALE DATE
      * ONLY; YESTERDAY'S PASS BUYS NOTHING.
