      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/16/2018
      * Purpose: Trainer appointment booking.  Runs at the fitness
      *          desk in place of the paper appointment book - a
      *          trainer, a member, a date, and a half-hour slot are
      *          keyed and one APPOINTMENT-RECORD (see APPTREC
      *          copybook) goes on the indexed APPTFILE.  The trainer
      *          must be active on TRNMASTER (loaded the way
      *          YMCA_SESSLOG loads it), and neither the trainer nor
      *          the member may already hold the slot.  The desk can
      *          also cancel, reschedule, or mark a member no-show;
      *          a cancel or reschedule on the day of the appointment
      *          is flagged late.  A late cancel or a no-show raises a
      *          flat fee on the member's balance and an open AP item
      *          on ARITEMS, the way YMCA_CLASS_ENROLL charges a seat.
      *          YMCA_APPTSHEET prints the trainers' daily sheets and
      *          YMCA_APPTRECON matches the day's bookings to SESSFILE.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs APPTBK authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      *   08/16/2018 GW - A late-cancel or no-show fee that would take
      *                   the member past the balance-due limit is not
      *                   raised: no credit is used, the member is not
      *                   rewritten, no AP item is written, and the
      *                   booking is not marked fee posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-APPOINTMENT-BOOKING.

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
           SELECT TRNMASTER ASSIGN TO WS-TRNMASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNMASTER-STATUS.
           SELECT APPTFILE ASSIGN TO WS-APPTFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-APPT-KEY
               ALTERNATE RECORD KEY IS APT-MEMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPTFILE-STATUS.
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  TRNMASTER.
           COPY TRNREC.

       FD  APPTFILE.
           COPY APPTREC.

       FD  ARITEMS.
           COPY ARITEMREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-TRNMASTER-PATH       PIC X(100).
           05  WS-APPTFILE-PATH        PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-TRNMASTER-STATUS         PIC X(2).
           88  WS-TRNMASTER-OK                    VALUE "00".

       01  WS-APPTFILE-STATUS          PIC X(2).
           88  WS-APPTFILE-OK                     VALUE "00".
           88  WS-APPTFILE-DUP-ALT-KEY            VALUE "02".
           88  WS-APPTFILE-FILE-MISSING            VALUE "35".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".
           88  WS-ARITEMS-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  MORE-REQUESTS-SWITCH        PIC X          VALUE "Y".
               88  MORE-REQUESTS                          VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  TRN-EOF-SWITCH              PIC X          VALUE "N".
               88  TRN-EOF                                VALUE "Y".
           05  TRN-VALID-SWITCH            PIC X.
               88  TRAINER-VALID                          VALUE "Y".
           05  APPT-FOUND-SWITCH           PIC X.
               88  APPT-FOUND                             VALUE "Y".
           05  SLOT-OPEN-SWITCH            PIC X.
               88  SLOT-OPEN                              VALUE "Y".
           05  MEMBER-SCAN-EOF-SWITCH      PIC X.
               88  MEMBER-SCAN-EOF                        VALUE "Y".
           05  ENTRY-VALID-SWITCH          PIC X.
               88  ENTRY-VALID                            VALUE "Y".
           05  CONFIRM-SWITCH              PIC X.
               88  CONFIRMED                              VALUE "Y".
           05  FEE-POSTED-SWITCH           PIC X.
               88  FEE-POSTED                             VALUE "Y".
           05  BALANCE-LIMIT-SWITCH        PIC X          VALUE "N".
               88  BALANCE-AT-LIMIT                       VALUE "Y".
           05  DESK-FUNCTION-SWITCH        PIC X.
               88  BOOK-FUNCTION                          VALUE "B".
               88  CANCEL-FUNCTION                        VALUE "C".
               88  RESCHEDULE-FUNCTION                    VALUE "R".
               88  NO-SHOW-FUNCTION                       VALUE "N".

      * THE TRAINER ROSTER, LOADED AT STARTUP THE SAME WAY
      * YMCA_SESSLOG LOADS IT.  NO ROSTER, NO BOOKING RUN.
       01  TRAINER-LIST-FIELDS         BINARY.
           05  TRN-LIST-COUNT          PIC S9(3)      VALUE ZERO.
           05  TRN-LIST-MAX            PIC S9(3)      VALUE 50.
           05  TRN-LIST-IDX            PIC S9(3)      VALUE ZERO.

       01  TRAINER-LIST-TABLE.
           05  TRN-LIST-ENTRY OCCURS 50 TIMES.
               10  TL-TRAINER-ID           PIC X(8).
               10  TL-NAME                 PIC X(20).
               10  TL-ACTIVE-FLAG          PIC X.

      * THE SLOT AS KEYED.  BOOKINGS RUN ON THE HALF HOUR FROM 0500
      * THROUGH THE LAST SLOT AT 2130.
       01  APPT-ENTRY-FIELDS.
           05  TRAINER-ENTRY-WORK      PIC X(8).
           05  CARD-ENTRY-WORK         PIC 9(6)       VALUE ZERO.
           05  SERVICE-ENTRY-WORK      PIC X.
               88  SERVICE-IS-TRAINING                VALUE "C".
               88  SERVICE-IS-MASSAGE                 VALUE "M".
           05  DATE-ENTRY-WORK         PIC 9(8)       VALUE ZERO.
           05  DATE-ENTRY-PARTS REDEFINES DATE-ENTRY-WORK.
               10  DATE-ENTRY-YEAR     PIC 9(4).
               10  DATE-ENTRY-MONTH    PIC 9(2).
               10  DATE-ENTRY-DAY      PIC 9(2).
           05  SLOT-ENTRY-WORK         PIC 9(4)       VALUE ZERO.
           05  SLOT-ENTRY-PARTS REDEFINES SLOT-ENTRY-WORK.
               10  SLOT-ENTRY-HOUR     PIC 9(2).
               10  SLOT-ENTRY-MINUTE   PIC 9(2).

      * THE BOOKING BEING CANCELLED, RESCHEDULED, OR MARKED, HELD
      * WHILE THE FILE IS READ FOR OTHER SLOTS.
       01  HELD-APPOINTMENT            PIC X(57).
       01  OLD-APPT-KEY-WORK           PIC X(20).
       01  NEW-APPT-KEY-WORK.
           05  NEW-TRAINER-ID          PIC X(8).
           05  NEW-APPT-DATE           PIC 9(8).
           05  NEW-TIME-SLOT           PIC 9(4).
       01  NEW-SLOT-EXISTS-SWITCH      PIC X.
           88  NEW-SLOT-EXISTS                        VALUE "Y".

      * FLAT FEES FOR A SAME-DAY CANCEL OR RESCHEDULE AND FOR A
      * MEMBER WHO DOES NOT SHOW.
       01  LATE-CANCEL-FEE             PIC 9(3)V99    VALUE 15.00.
       01  NO-SHOW-FEE                 PIC 9(3)V99    VALUE 25.00.

       01  FEE-WORK-FIELDS             PACKED-DECIMAL.
           05  FEE-AMOUNT-WORK         PIC S9(4)V99   VALUE ZERO.
           05  CREDIT-APPLIED-WORK     PIC S9(4)V99   VALUE ZERO.
           05  FEE-UNCOVERED-WORK      PIC S9(4)V99   VALUE ZERO.

       01  BOOKING-COUNT-FIELDS        BINARY.
           05  BOOKED-COUNT            PIC S9(5)      VALUE ZERO.
           05  CANCELLED-COUNT         PIC S9(5)      VALUE ZERO.
           05  RESCHEDULED-COUNT       PIC S9(5)      VALUE ZERO.
           05  NO-SHOW-COUNT           PIC S9(5)      VALUE ZERO.
           05  FEES-POSTED-COUNT       PIC S9(5)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-BOOK-APPOINTMENTS.
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
           PERFORM 100-LOAD-TRAINER-MASTER.
           OPEN I-O APPTFILE.
           IF NOT WS-APPTFILE-OK
               IF WS-APPTFILE-FILE-MISSING
                   PERFORM 090-CREATE-APPTFILE
               ELSE
                   DISPLAY "UNABLE TO OPEN APPTFILE - STATUS: "
                       WS-APPTFILE-STATUS
                   CLOSE YMCAMEM
                   STOP RUN
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           PERFORM 200-PROCESS-ONE-REQUEST
               WITH TEST AFTER
               UNTIL NOT MORE-REQUESTS.

           DISPLAY "BOOKED ------------- " BOOKED-COUNT.
           DISPLAY "CANCELLED ---------- " CANCELLED-COUNT.
           DISPLAY "RESCHEDULED -------- " RESCHEDULED-COUNT.
           DISPLAY "NO-SHOWS MARKED ---- " NO-SHOW-COUNT.
           DISPLAY "FEES RAISED -------- " FEES-POSTED-COUNT.
           CLOSE YMCAMEM
                 APPTFILE.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-TRNMASTER-PATH FROM ENVIRONMENT "TRNMASTER_PATH".
           IF WS-TRNMASTER-PATH = SPACES
               MOVE "TRNMASTER.DAT" TO WS-TRNMASTER-PATH
           END-IF.

           ACCEPT WS-APPTFILE-PATH FROM ENVIRONMENT "APPTFILE_PATH".
           IF WS-APPTFILE-PATH = SPACES
               MOVE "APPTS.DAT" TO WS-APPTFILE-PATH
           END-IF.

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD APPTBK TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_APPTBOOK" TO OPC-PROGRAM-NAME.
           MOVE "APPTBK" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       090-CREATE-APPTFILE.
           DISPLAY "APPTFILE NOT FOUND AT " WS-APPTFILE-PATH
           DISPLAY "CREATING NEW EMPTY APPTFILE"
           OPEN OUTPUT APPTFILE.
           CLOSE APPTFILE.
           OPEN I-O APPTFILE.
           IF NOT WS-APPTFILE-OK
               DISPLAY "UNABLE TO CREATE APPTFILE - STATUS: "
                   WS-APPTFILE-STATUS
               CLOSE YMCAMEM
               STOP RUN
           END-IF.

       100-LOAD-TRAINER-MASTER.
           OPEN INPUT TRNMASTER.
           IF NOT WS-TRNMASTER-OK
               DISPLAY "UNABLE TO OPEN TRNMASTER AT " WS-TRNMASTER-PATH
               DISPLAY "STATUS: " WS-TRNMASTER-STATUS
                   " - NO ROSTER, NO BOOKING RUN"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           PERFORM 110-LOAD-ONE-TRAINER
               WITH TEST AFTER
               UNTIL TRN-EOF OR TRN-LIST-COUNT = TRN-LIST-MAX.
           CLOSE TRNMASTER.

       110-LOAD-ONE-TRAINER.
           READ TRNMASTER
               AT END
                   MOVE "Y" TO TRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRN-LIST-COUNT
                   MOVE TRN-TRAINER-ID
                       TO TL-TRAINER-ID(TRN-LIST-COUNT)
                   MOVE TRN-NAME TO TL-NAME(TRN-LIST-COUNT)
                   MOVE TRN-ACTIVE-FLAG
                       TO TL-ACTIVE-FLAG(TRN-LIST-COUNT)
           END-READ.

       200-PROCESS-ONE-REQUEST.
           DISPLAY "Enter: (B)ook, (C)ancel, (R)eschedule, "
               "(N)o-Show, or BLANK TO END RUN"
           ACCEPT DESK-FUNCTION-SWITCH.
           EVALUATE TRUE
               WHEN DESK-FUNCTION-SWITCH = SPACE
                   MOVE "N" TO MORE-REQUESTS-SWITCH
               WHEN BOOK-FUNCTION
                   PERFORM 300-BOOK-APPOINTMENT
               WHEN CANCEL-FUNCTION
                   PERFORM 400-CANCEL-APPOINTMENT
               WHEN RESCHEDULE-FUNCTION
                   PERFORM 500-RESCHEDULE-APPOINTMENT
               WHEN NO-SHOW-FUNCTION
                   PERFORM 600-MARK-NO-SHOW
               WHEN OTHER
                   DISPLAY "ANSWER B, C, R, N, OR BLANK"
           END-EVALUATE.

       210-VALIDATE-TRAINER.
           MOVE "N" TO TRN-VALID-SWITCH.
           PERFORM 215-MATCH-ONE-TRAINER
               VARYING TRN-LIST-IDX FROM 1 BY 1
               UNTIL TRN-LIST-IDX > TRN-LIST-COUNT
                  OR TRAINER-VALID.

       215-MATCH-ONE-TRAINER.
           IF TL-TRAINER-ID(TRN-LIST-IDX) = TRAINER-ENTRY-WORK
               AND TL-ACTIVE-FLAG(TRN-LIST-IDX) = "A"
               MOVE "Y" TO TRN-VALID-SWITCH
           END-IF.

       230-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE CARD-ENTRY-WORK TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.

      * THE DATE AND SLOT AS KEYED - A REAL CALENDAR MONTH AND DAY,
      * AND A SLOT ON THE HOUR OR HALF HOUR INSIDE DESK HOURS.
       240-ACCEPT-DATE-AND-SLOT.
           MOVE "N" TO ENTRY-VALID-SWITCH.
           DISPLAY "Enter: Appointment Date (YYYYMMDD)"
           ACCEPT DATE-ENTRY-WORK.
           DISPLAY "Enter: Slot Start Time (HHMM, 0500-2130)"
           ACCEPT SLOT-ENTRY-WORK.
           EVALUATE TRUE
               WHEN DATE-ENTRY-WORK NOT NUMERIC
                 OR DATE-ENTRY-MONTH < 1 OR DATE-ENTRY-MONTH > 12
                 OR DATE-ENTRY-DAY < 1 OR DATE-ENTRY-DAY > 31
                   DISPLAY "REJECTED - NOT A VALID DATE: "
                       DATE-ENTRY-WORK
               WHEN SLOT-ENTRY-WORK NOT NUMERIC
                 OR SLOT-ENTRY-HOUR < 5 OR SLOT-ENTRY-HOUR > 21
                 OR (SLOT-ENTRY-MINUTE NOT = 0
                     AND SLOT-ENTRY-MINUTE NOT = 30)
                   DISPLAY "REJECTED - NOT A BOOKING SLOT: "
                       SLOT-ENTRY-WORK
               WHEN OTHER
                   MOVE "Y" TO ENTRY-VALID-SWITCH
           END-EVALUATE.

      * FINDS AN EXISTING BOOKING BY TRAINER, DATE, AND SLOT FOR A
      * CANCEL, RESCHEDULE, OR NO-SHOW.  ONLY A LIVE BOOKING COUNTS.
       250-FIND-BOOKING.
           MOVE "N" TO APPT-FOUND-SWITCH.
           DISPLAY "Enter: Trainer ID"
           ACCEPT TRAINER-ENTRY-WORK.
           PERFORM 240-ACCEPT-DATE-AND-SLOT.
           IF ENTRY-VALID
               MOVE TRAINER-ENTRY-WORK TO APT-TRAINER-ID
               MOVE DATE-ENTRY-WORK    TO APT-APPT-DATE
               MOVE SLOT-ENTRY-WORK    TO APT-TIME-SLOT
               READ APPTFILE
                   INVALID KEY
                       DISPLAY "NO BOOKING FOR " TRAINER-ENTRY-WORK
                           " ON " DATE-ENTRY-WORK " AT "
                           SLOT-ENTRY-WORK
                   NOT INVALID KEY
                       IF APT-BOOKED
                           MOVE "Y" TO APPT-FOUND-SWITCH
                       ELSE
                           DISPLAY "REJECTED - SLOT IS NOT A LIVE "
                               "BOOKING - STATUS " APT-STATUS
                       END-IF
               END-READ
           END-IF.
           IF APPT-FOUND
               MOVE APPOINTMENT-RECORD TO HELD-APPOINTMENT
               MOVE APT-CARD-NUMBER TO CARD-ENTRY-WORK
               PERFORM 230-LOOK-UP-MEMBER
               IF CARD-FOUND
                   DISPLAY "BOOKING: " APT-TRAINER-ID " WITH "
                       MBR-NAME " ON " APT-APPT-DATE " AT "
                       APT-TIME-SLOT
               ELSE
                   DISPLAY "BOOKING: " APT-TRAINER-ID " WITH CARD "
                       APT-CARD-NUMBER " ON " APT-APPT-DATE " AT "
                       APT-TIME-SLOT
               END-IF
           END-IF.

      * IS THE NEW SLOT FREE FOR THE TRAINER AND FOR THE MEMBER?  A
      * SLOT LEFT BY A CANCEL OR RESCHEDULE IS FREE AGAIN AND IS
      * REUSED.  THE MEMBER'S OTHER BOOKINGS ARE FOUND ON THE
      * ALTERNATE KEY; THE BOOKING BEING MOVED DOES NOT COUNT
      * AGAINST ITSELF.
       260-CHECK-SLOT-OPEN.
           MOVE "Y" TO SLOT-OPEN-SWITCH.
           MOVE "N" TO NEW-SLOT-EXISTS-SWITCH.
           MOVE NEW-APPT-KEY-WORK TO APT-APPT-KEY.
           READ APPTFILE
               INVALID KEY
                   MOVE "N" TO NEW-SLOT-EXISTS-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO NEW-SLOT-EXISTS-SWITCH
                   IF APT-HOLDS-SLOT
                       AND APT-APPT-KEY NOT = OLD-APPT-KEY-WORK
                       MOVE "N" TO SLOT-OPEN-SWITCH
                       DISPLAY "REJECTED - TRAINER " NEW-TRAINER-ID
                           " ALREADY BOOKED ON " NEW-APPT-DATE " AT "
                           NEW-TIME-SLOT
                   END-IF
           END-READ.
           IF SLOT-OPEN
               MOVE CARD-ENTRY-WORK TO APT-CARD-NUMBER
               MOVE NEW-APPT-DATE   TO APT-MEMBER-DATE
               MOVE NEW-TIME-SLOT   TO APT-MEMBER-SLOT
               MOVE "N" TO MEMBER-SCAN-EOF-SWITCH
               START APPTFILE KEY IS = APT-MEMBER-KEY
                   INVALID KEY
                       MOVE "Y" TO MEMBER-SCAN-EOF-SWITCH
               END-START
               IF NOT MEMBER-SCAN-EOF
                   PERFORM 265-CHECK-ONE-MEMBER-BOOKING
                       WITH TEST AFTER
                       UNTIL MEMBER-SCAN-EOF OR NOT SLOT-OPEN
               END-IF
           END-IF.

       265-CHECK-ONE-MEMBER-BOOKING.
           READ APPTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO MEMBER-SCAN-EOF-SWITCH
               NOT AT END
                   IF APT-CARD-NUMBER NOT = CARD-ENTRY-WORK
                       OR APT-MEMBER-DATE NOT = NEW-APPT-DATE
                       OR APT-MEMBER-SLOT NOT = NEW-TIME-SLOT
                       MOVE "Y" TO MEMBER-SCAN-EOF-SWITCH
                   ELSE
                       IF APT-HOLDS-SLOT
                           AND APT-APPT-KEY NOT = OLD-APPT-KEY-WORK
                           MOVE "N" TO SLOT-OPEN-SWITCH
                           DISPLAY "REJECTED - MEMBER ALREADY BOOKED "
                               "WITH " APT-TRAINER-ID " ON "
                               NEW-APPT-DATE " AT " NEW-TIME-SLOT
                       END-IF
                   END-IF
           END-READ.

      * WRITES THE NEW BOOKING, OVER A FREED SLOT'S OLD RECORD WHEN
      * THERE IS ONE.
       270-WRITE-BOOKING.
           MOVE NEW-TRAINER-ID     TO APT-TRAINER-ID.
           MOVE NEW-APPT-DATE      TO APT-APPT-DATE.
           MOVE NEW-TIME-SLOT      TO APT-TIME-SLOT.
           MOVE CARD-ENTRY-WORK    TO APT-CARD-NUMBER.
           MOVE NEW-APPT-DATE      TO APT-MEMBER-DATE.
           MOVE NEW-TIME-SLOT      TO APT-MEMBER-SLOT.
           MOVE SERVICE-ENTRY-WORK TO APT-SERVICE-TYPE.
           MOVE "B"                TO APT-STATUS.
           MOVE CD-CURRENT-DATE    TO APT-BOOKED-DATE.
           MOVE ZERO               TO APT-CHANGED-DATE.
           MOVE "N"                TO APT-FEE-POSTED.
           IF NEW-SLOT-EXISTS
               REWRITE APPOINTMENT-RECORD
           ELSE
               WRITE APPOINTMENT-RECORD
           END-IF.
           IF WS-APPTFILE-OK OR WS-APPTFILE-DUP-ALT-KEY
               ADD 1 TO BOOKED-COUNT
               DISPLAY "BOOKED - " NEW-TRAINER-ID " ON " NEW-APPT-DATE
                   " AT " NEW-TIME-SLOT
           ELSE
               DISPLAY "** BOOKING WRITE FAILED - STATUS: "
                   WS-APPTFILE-STATUS
           END-IF.

      ******************************************************************
      * BOOK - TRAINER ACTIVE ON THE ROSTER, MEMBER ON FILE, A DATE
      * NOT IN THE PAST, AND A SLOT NEITHER OF THEM HOLDS.
      ******************************************************************
       300-BOOK-APPOINTMENT.
           DISPLAY "Enter: Trainer ID"
           ACCEPT TRAINER-ENTRY-WORK.
           PERFORM 210-VALIDATE-TRAINER.
           IF NOT TRAINER-VALID
               DISPLAY "REJECTED - NOT AN ACTIVE TRAINER: "
                   TRAINER-ENTRY-WORK
           ELSE
               PERFORM 310-ACCEPT-BOOKING-DETAIL
           END-IF.

       310-ACCEPT-BOOKING-DETAIL.
           DISPLAY "Enter: Member Card Number"
           ACCEPT CARD-ENTRY-WORK.
           PERFORM 230-LOOK-UP-MEMBER.
           IF NOT CARD-FOUND
               DISPLAY "REJECTED - CARD NUMBER NOT ON FILE"
           ELSE
               DISPLAY "BOOKING FOR " MBR-NAME
               DISPLAY "Enter: Service Type - training (C) or "
                   "massage (M)"
               ACCEPT SERVICE-ENTRY-WORK
               IF NOT SERVICE-IS-TRAINING AND NOT SERVICE-IS-MASSAGE
                   DISPLAY "REJECTED - SERVICE TYPE MUST BE C OR M"
               ELSE
                   PERFORM 240-ACCEPT-DATE-AND-SLOT
                   IF ENTRY-VALID
                       PERFORM 320-BOOK-THE-SLOT
                   END-IF
               END-IF
           END-IF.

       320-BOOK-THE-SLOT.
           IF DATE-ENTRY-WORK < CD-CURRENT-DATE
               DISPLAY "REJECTED - " DATE-ENTRY-WORK " IS IN THE PAST"
           ELSE
               MOVE TRAINER-ENTRY-WORK TO NEW-TRAINER-ID
               MOVE DATE-ENTRY-WORK    TO NEW-APPT-DATE
               MOVE SLOT-ENTRY-WORK    TO NEW-TIME-SLOT
               MOVE SPACES TO OLD-APPT-KEY-WORK
               PERFORM 260-CHECK-SLOT-OPEN
               IF SLOT-OPEN
                   PERFORM 270-WRITE-BOOKING
               END-IF
           END-IF.

      ******************************************************************
      * CANCEL - ONLY A LIVE BOOKING TODAY OR LATER.  CANCELLING ON
      * THE DAY ITSELF IS A LATE CANCEL AND RAISES THE FEE.
      ******************************************************************
       400-CANCEL-APPOINTMENT.
           PERFORM 250-FIND-BOOKING.
           IF APPT-FOUND
               MOVE HELD-APPOINTMENT TO APPOINTMENT-RECORD
               IF APT-APPT-DATE < CD-CURRENT-DATE
                   DISPLAY "REJECTED - APPOINTMENT HAS PASSED - "
                       "MARK A NO-SHOW OR LET RECONCILIATION LIST IT"
               ELSE
                   IF APT-APPT-DATE = CD-CURRENT-DATE
                       DISPLAY "SAME-DAY CANCEL - LATE-CANCEL FEE OF "
                           LATE-CANCEL-FEE " APPLIES"
                   END-IF
                   DISPLAY "Cancel This Booking? (Y/N)"
                   ACCEPT CONFIRM-SWITCH
                   IF CONFIRMED
                       PERFORM 410-RELEASE-BOOKING
                       IF WS-APPTFILE-OK
                           ADD 1 TO CANCELLED-COUNT
                       END-IF
                   ELSE
                       DISPLAY "BOOKING LEFT AS IT WAS"
                   END-IF
               END-IF
           END-IF.

      * TAKES THE HELD BOOKING OFF ITS SLOT AS A CANCEL (X), A LATE
      * CANCEL (L), OR - FOR A RESCHEDULE MADE AHEAD OF THE DAY - A
      * RESCHEDULE (R).  A LATE ONE IS CHARGED BEFORE IT IS REWRITTEN
      * SO THE FEE FLAG GOES DOWN WITH IT.
       410-RELEASE-BOOKING.
           MOVE HELD-APPOINTMENT TO APPOINTMENT-RECORD.
           MOVE CD-CURRENT-DATE TO APT-CHANGED-DATE.
           EVALUATE TRUE
               WHEN APT-APPT-DATE = CD-CURRENT-DATE
                   MOVE LATE-CANCEL-FEE TO FEE-AMOUNT-WORK
                   PERFORM 700-POST-APPT-FEE
                   MOVE HELD-APPOINTMENT TO APPOINTMENT-RECORD
                   MOVE CD-CURRENT-DATE TO APT-CHANGED-DATE
                   MOVE "L" TO APT-STATUS
                   IF FEE-POSTED
                       MOVE "Y" TO APT-FEE-POSTED
                   END-IF
               WHEN RESCHEDULE-FUNCTION
                   MOVE "R" TO APT-STATUS
               WHEN OTHER
                   MOVE "X" TO APT-STATUS
           END-EVALUATE.
           REWRITE APPOINTMENT-RECORD.
           IF WS-APPTFILE-OK
               DISPLAY "RELEASED - " APT-TRAINER-ID " ON "
                   APT-APPT-DATE " AT " APT-TIME-SLOT " - STATUS "
                   APT-STATUS
           ELSE
               DISPLAY "** BOOKING REWRITE FAILED - STATUS: "
                   WS-APPTFILE-STATUS
           END-IF.

      ******************************************************************
      * RESCHEDULE - THE NEW SLOT (SAME TRAINER UNLESS ANOTHER ACTIVE
      * ONE IS KEYED) IS CHECKED AND BOOKED FIRST; ONLY THEN IS THE
      * OLD SLOT RELEASED, LATE IF THE OLD ONE WAS TODAY.
      ******************************************************************
       500-RESCHEDULE-APPOINTMENT.
           PERFORM 250-FIND-BOOKING.
           IF APPT-FOUND
               MOVE HELD-APPOINTMENT TO APPOINTMENT-RECORD
               IF APT-APPT-DATE < CD-CURRENT-DATE
                   DISPLAY "REJECTED - APPOINTMENT HAS PASSED"
               ELSE
                   PERFORM 510-ACCEPT-NEW-SLOT
               END-IF
           END-IF.

       510-ACCEPT-NEW-SLOT.
           MOVE APT-APPT-KEY     TO OLD-APPT-KEY-WORK.
           MOVE APT-SERVICE-TYPE TO SERVICE-ENTRY-WORK.
           MOVE APT-CARD-NUMBER  TO CARD-ENTRY-WORK.
           MOVE APT-TRAINER-ID   TO NEW-TRAINER-ID.
           DISPLAY "Enter: New Trainer ID (BLANK = SAME TRAINER)"
           ACCEPT TRAINER-ENTRY-WORK.
           IF TRAINER-ENTRY-WORK = SPACES
               MOVE NEW-TRAINER-ID TO TRAINER-ENTRY-WORK
           END-IF.
           PERFORM 210-VALIDATE-TRAINER.
           IF NOT TRAINER-VALID
               DISPLAY "REJECTED - NOT AN ACTIVE TRAINER: "
                   TRAINER-ENTRY-WORK
           ELSE
               MOVE TRAINER-ENTRY-WORK TO NEW-TRAINER-ID
               PERFORM 240-ACCEPT-DATE-AND-SLOT
               IF ENTRY-VALID
                   PERFORM 520-MOVE-THE-BOOKING
               END-IF
           END-IF.

       520-MOVE-THE-BOOKING.
           MOVE DATE-ENTRY-WORK TO NEW-APPT-DATE.
           MOVE SLOT-ENTRY-WORK TO NEW-TIME-SLOT.
           EVALUATE TRUE
               WHEN NEW-APPT-DATE < CD-CURRENT-DATE
                   DISPLAY "REJECTED - " NEW-APPT-DATE
                       " IS IN THE PAST"
               WHEN NEW-APPT-KEY-WORK = OLD-APPT-KEY-WORK
                   DISPLAY "REJECTED - THAT IS THE SAME SLOT"
               WHEN OTHER
                   PERFORM 260-CHECK-SLOT-OPEN
                   IF SLOT-OPEN
                       PERFORM 270-WRITE-BOOKING
                       IF WS-APPTFILE-OK OR WS-APPTFILE-DUP-ALT-KEY
                           PERFORM 410-RELEASE-BOOKING
                           ADD 1 TO RESCHEDULED-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * NO-SHOW - THE TRAINER WAS THERE AND THE MEMBER WAS NOT.  ONLY
      * A LIVE BOOKING FOR TODAY OR EARLIER, AND IT RAISES THE FEE.
      ******************************************************************
       600-MARK-NO-SHOW.
           PERFORM 250-FIND-BOOKING.
           IF APPT-FOUND
               MOVE HELD-APPOINTMENT TO APPOINTMENT-RECORD
               IF APT-APPT-DATE > CD-CURRENT-DATE
                   DISPLAY "REJECTED - APPOINTMENT IS STILL AHEAD"
               ELSE
                   DISPLAY "Mark Member No-Show - Fee " NO-SHOW-FEE
                       "? (Y/N)"
                   ACCEPT CONFIRM-SWITCH
                   IF CONFIRMED
                       PERFORM 610-RECORD-NO-SHOW
                   ELSE
                       DISPLAY "BOOKING LEFT AS IT WAS"
                   END-IF
               END-IF
           END-IF.

       610-RECORD-NO-SHOW.
           MOVE NO-SHOW-FEE TO FEE-AMOUNT-WORK.
           PERFORM 700-POST-APPT-FEE.
           MOVE HELD-APPOINTMENT TO APPOINTMENT-RECORD.
           MOVE "N" TO APT-STATUS.
           MOVE CD-CURRENT-DATE TO APT-CHANGED-DATE.
           IF FEE-POSTED
               MOVE "Y" TO APT-FEE-POSTED
           END-IF.
           REWRITE APPOINTMENT-RECORD.
           IF WS-APPTFILE-OK
               ADD 1 TO NO-SHOW-COUNT
               DISPLAY "NO-SHOW RECORDED - " APT-TRAINER-ID " ON "
                   APT-APPT-DATE " AT " APT-TIME-SLOT
           ELSE
               DISPLAY "** BOOKING REWRITE FAILED - STATUS: "
                   WS-APPTFILE-STATUS
           END-IF.

      ******************************************************************
      * THE FEE GOES ON THE MEMBER'S BALANCE, ACCOUNT CREDIT USED UP
      * FIRST, AND AN OPEN AP ITEM FOR THE UNCOVERED PART GOES ON
      * ARITEMS - THE SAME RULE YMCA_CLASS_ENROLL FOLLOWS FOR A SEAT.
      * A FEE THAT WOULD PASS THE BALANCE LIMIT IS NOT RAISED AT ALL.
      * THE CALLER RELOADS THE HELD BOOKING AFTERWARD.
      ******************************************************************
       700-POST-APPT-FEE.
           MOVE "N" TO FEE-POSTED-SWITCH.
           MOVE APT-CARD-NUMBER TO CARD-ENTRY-WORK.
           PERFORM 230-LOOK-UP-MEMBER.
           IF NOT CARD-FOUND
               DISPLAY "WARNING - CARD " CARD-ENTRY-WORK
                   " NOT ON FILE - FEE NOT RAISED"
           ELSE
               PERFORM 710-CHARGE-THE-MEMBER
           END-IF.

       710-CHARGE-THE-MEMBER.
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
                       " - FEE NOT RAISED"
                   MOVE "Y" TO BALANCE-LIMIT-SWITCH
           END-ADD.
           IF BALANCE-AT-LIMIT
               MOVE "N" TO BALANCE-LIMIT-SWITCH
           ELSE
               PERFORM 715-POST-THE-FEE
           END-IF.

       715-POST-THE-FEE.
           SUBTRACT CREDIT-APPLIED-WORK FROM MBR-CREDIT-BALANCE.
           MOVE CD-CURRENT-DATE TO MMR-FILE-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           IF WS-YMCAMEM-OK
               MOVE "Y" TO FEE-POSTED-SWITCH
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
                   WS-YMCAMEM-STATUS " - FEE NOT RAISED"
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
               MOVE "AP"               TO ARI-SOURCE-CODE
               MOVE FEE-AMOUNT-WORK    TO ARI-ORIGINAL-AMOUNT
               MOVE FEE-UNCOVERED-WORK TO ARI-OPEN-AMOUNT
               WRITE OPEN-ITEM-RECORD
               IF NOT WS-ARITEMS-OK
                   DISPLAY "WARNING - ARITEMS WRITE FAILED - STATUS: "
                       WS-ARITEMS-STATUS
               END-IF
               CLOSE ARITEMS
           END-IF.
