      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/16/2018
      * Purpose: End-of-day appointment reconciliation.  Matches the
      *          day's APPTFILE bookings (see APPTREC copybook) to the
      *          sessions YMCA_SESSLOG wrote to SESSFILE, trainer and
      *          member alike, and marks each matched booking kept.
      *          Three lists go to APPTRECON.TXT for the fitness
      *          director: bookings with no session logged, sessions
      *          logged with no booking behind them, and the member
      *          no-shows the desk recorded in YMCA_APPTBOOK (where the
      *          no-show fee was raised).  A no-show with a session
      *          logged against it anyway is called out - that is the
      *          commission dispute in one line.  Safe to run again;
      *          bookings already kept simply match again.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs APTREC authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-APPOINTMENT-RECONCILE.

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
           SELECT APPTFILE ASSIGN TO WS-APPTFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-APPT-KEY
               ALTERNATE RECORD KEY IS APT-MEMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPTFILE-STATUS.
           SELECT SESSFILE ASSIGN TO WS-SESSFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSFILE-STATUS.
           SELECT RECONRPT ASSIGN TO WS-RECONRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  APPTFILE.
           COPY APPTREC.

       FD  SESSFILE.
           COPY SESSREC.

       FD  RECONRPT.
       01  RECON-REPORT                PIC X(90).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-APPTFILE-PATH        PIC X(100).
           05  WS-SESSFILE-PATH        PIC X(100).
           05  WS-RECONRPT-PATH        PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-APPTFILE-STATUS          PIC X(2).
           88  WS-APPTFILE-OK                     VALUE "00".

       01  WS-SESSFILE-STATUS          PIC X(2).
           88  WS-SESSFILE-OK                     VALUE "00".

       01  SWITCHES.
           05  APPT-EOF-SWITCH             PIC X.
               88  APPT-EOF                               VALUE "Y".
           05  SESS-EOF-SWITCH             PIC X          VALUE "N".
               88  SESS-EOF                               VALUE "Y".
           05  SESS-MATCH-SWITCH           PIC X.
               88  SESS-MATCHED                           VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".

       01  RECON-DATE-WORK             PIC 9(8)       VALUE ZERO.

      * THE DAY'S LOGGED SESSIONS.  A SESSION IS MATCHED TO ONE
      * BOOKING ONLY, SO TWO BOOKINGS NEED TWO SESSIONS.
       01  SESSION-TABLE-FIELDS        BINARY.
           05  SESS-TABLE-COUNT        PIC S9(3)      VALUE ZERO.
           05  SESS-TABLE-MAX          PIC S9(3)      VALUE 300.
           05  SESS-IDX                PIC S9(3)      VALUE ZERO.
           05  SESS-FOUND-IDX          PIC S9(3)      VALUE ZERO.

       01  SESSION-TABLE.
           05  SESSION-ENTRY OCCURS 300 TIMES.
               10  ST-TRAINER-ID           PIC X(8).
               10  ST-CARD-NUMBER          PIC 9(6).
               10  ST-SERVICE-TYPE         PIC X.
               10  ST-SESSION-FEE          PIC 9(3)V99.
               10  ST-MATCHED-FLAG         PIC X.

       01  RECON-COUNT-FIELDS          BINARY.
           05  BOOKINGS-ON-DAY-COUNT   PIC S9(5)      VALUE ZERO.
           05  KEPT-COUNT              PIC S9(5)      VALUE ZERO.
           05  NOT-LOGGED-COUNT        PIC S9(5)      VALUE ZERO.
           05  NO-SHOW-COUNT           PIC S9(5)      VALUE ZERO.
           05  DISPUTED-COUNT          PIC S9(5)      VALUE ZERO.
           05  NOT-BOOKED-COUNT        PIC S9(5)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  RECON-HEADING-LINE.
           05              PIC X(36)
               VALUE "APPOINTMENT RECONCILIATION FOR     ".
           05  RH-RECON-DATE           PIC 9(8).
           05              PIC X(9)        VALUE "  RUN ON ".
           05  RH-RUN-DATE             PIC 9(8).

       01  RECON-SECTION-LINE.
           05  RS-SECTION-TITLE        PIC X(50).

       01  RECON-COLUMN-LINE.
           05              PIC X(10)       VALUE "TRAINER".
           05              PIC X(7)        VALUE "SLOT".
           05              PIC X(8)        VALUE "CARD".
           05              PIC X(22)       VALUE "MEMBER".
           05              PIC X(10)       VALUE "SERVICE".
           05              PIC X(30)       VALUE "NOTE".

       01  RECON-DETAIL-LINE.
           05  RD-TRAINER-ID           PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-TIME-SLOT            PIC X(5).
           05                          PIC XX          VALUE SPACE.
           05  RD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  RD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  RD-SERVICE              PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  RD-NOTE                 PIC X(30).

       01  SLOT-EDIT-WORK              PIC 99B99.
       01  FEE-EDIT-WORK               PIC ZZ9.99.

       01  RECON-TRAILER-LINE-1.
           05          PIC X(20)   VALUE "BOOKINGS ON DAY --- ".
           05  RT-BOOKINGS             PIC ZZ,ZZ9.
           05          PIC X(20)   VALUE "   KEPT ---------- ".
           05  RT-KEPT                 PIC ZZ,ZZ9.

       01  RECON-TRAILER-LINE-2.
           05          PIC X(20)   VALUE "BOOKED NOT LOGGED - ".
           05  RT-NOT-LOGGED           PIC ZZ,ZZ9.
           05          PIC X(20)   VALUE "   LOGGED NO BOOK - ".
           05  RT-NOT-BOOKED           PIC ZZ,ZZ9.

       01  RECON-TRAILER-LINE-3.
           05          PIC X(20)   VALUE "MEMBER NO-SHOWS --- ".
           05  RT-NO-SHOWS             PIC ZZ,ZZ9.
           05          PIC X(20)   VALUE "   ALSO LOGGED --- ".
           05  RT-DISPUTED             PIC ZZ,ZZ9.

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-RECONCILE-APPOINTMENTS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           DISPLAY "Enter: Reconciliation Date (YYYYMMDD, 0 = TODAY)"
           ACCEPT RECON-DATE-WORK.
           IF RECON-DATE-WORK NOT NUMERIC OR RECON-DATE-WORK = ZERO
               MOVE CD-CURRENT-DATE TO RECON-DATE-WORK
           END-IF.
           IF RECON-DATE-WORK > CD-CURRENT-DATE
               DISPLAY "REJECTED - " RECON-DATE-WORK
                   " HAS NOT HAPPENED YET"
               STOP RUN
           END-IF.

           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
               STOP RUN
           END-IF.
           OPEN I-O APPTFILE.
           IF NOT WS-APPTFILE-OK
               DISPLAY "UNABLE TO OPEN APPTFILE AT " WS-APPTFILE-PATH
               DISPLAY "STATUS: " WS-APPTFILE-STATUS
                   " - RUN YMCA_APPTBOOK FIRST TO CREATE IT"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-DAY-SESSIONS.

           OPEN OUTPUT RECONRPT.
           MOVE RECON-DATE-WORK TO RH-RECON-DATE.
           MOVE CD-CURRENT-DATE TO RH-RUN-DATE.
           MOVE RECON-HEADING-LINE TO RECON-REPORT.
           WRITE RECON-REPORT.

           MOVE "BOOKED BUT NOT LOGGED" TO RS-SECTION-TITLE.
           PERFORM 150-PRINT-SECTION-HEADER.
           PERFORM 200-MATCH-BOOKINGS.

           MOVE "MEMBER NO-SHOWS" TO RS-SECTION-TITLE.
           PERFORM 150-PRINT-SECTION-HEADER.
           PERFORM 300-LIST-NO-SHOWS.

           MOVE "LOGGED WITH NO BOOKING" TO RS-SECTION-TITLE.
           PERFORM 150-PRINT-SECTION-HEADER.
           PERFORM 400-LIST-UNBOOKED-SESSION
               VARYING SESS-IDX FROM 1 BY 1
               UNTIL SESS-IDX > SESS-TABLE-COUNT.

           PERFORM 500-PRINT-RECON-TRAILER.
           CLOSE RECONRPT
                 APPTFILE
                 YMCAMEM.

           DISPLAY "BOOKINGS ON DAY ----- " BOOKINGS-ON-DAY-COUNT.
           DISPLAY "KEPT ---------------- " KEPT-COUNT.
           DISPLAY "BOOKED NOT LOGGED --- " NOT-LOGGED-COUNT.
           DISPLAY "MEMBER NO-SHOWS ----- " NO-SHOW-COUNT.
           DISPLAY "LOGGED NO BOOKING --- " NOT-BOOKED-COUNT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-APPTFILE-PATH FROM ENVIRONMENT "APPTFILE_PATH".
           IF WS-APPTFILE-PATH = SPACES
               MOVE "APPTS.DAT" TO WS-APPTFILE-PATH
           END-IF.

           ACCEPT WS-SESSFILE-PATH FROM ENVIRONMENT "SESSFILE_PATH".
           IF WS-SESSFILE-PATH = SPACES
               MOVE "SESSIONS.DAT" TO WS-SESSFILE-PATH
           END-IF.

           ACCEPT WS-RECONRPT-PATH FROM ENVIRONMENT "APPTRECON_PATH".
           IF WS-RECONRPT-PATH = SPACES
               MOVE "APPTRECON.TXT" TO WS-RECONRPT-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD APTREC TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_APPTRECON" TO OPC-PROGRAM-NAME.
           MOVE "APTREC" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       100-LOAD-DAY-SESSIONS.
           OPEN INPUT SESSFILE.
           IF NOT WS-SESSFILE-OK
               DISPLAY "NO SESSFILE AT " WS-SESSFILE-PATH
                   " - NO SESSIONS LOGGED TO MATCH"
           ELSE
               PERFORM 110-LOAD-ONE-SESSION
                   WITH TEST AFTER
                   UNTIL SESS-EOF
               CLOSE SESSFILE
           END-IF.

       110-LOAD-ONE-SESSION.
           READ SESSFILE
               AT END
                   MOVE "Y" TO SESS-EOF-SWITCH
               NOT AT END
                   IF SES-SESSION-DATE = RECON-DATE-WORK
                       IF SESS-TABLE-COUNT < SESS-TABLE-MAX
                           ADD 1 TO SESS-TABLE-COUNT
                           MOVE SES-TRAINER-ID
                               TO ST-TRAINER-ID(SESS-TABLE-COUNT)
                           MOVE SES-CARD-NUMBER
                               TO ST-CARD-NUMBER(SESS-TABLE-COUNT)
                           MOVE SES-SERVICE-TYPE
                               TO ST-SERVICE-TYPE(SESS-TABLE-COUNT)
                           MOVE SES-SESSION-FEE
                               TO ST-SESSION-FEE(SESS-TABLE-COUNT)
                           MOVE "N"
                               TO ST-MATCHED-FLAG(SESS-TABLE-COUNT)
                       ELSE
                           DISPLAY "WARNING - SESSION TABLE FULL, NOT "
                               "MATCHED: " SES-TRAINER-ID " "
                               SES-CARD-NUMBER
                       END-IF
                   END-IF
           END-READ.

       150-PRINT-SECTION-HEADER.
           MOVE RECON-SECTION-LINE TO RECON-REPORT.
           WRITE RECON-REPORT AFTER ADVANCING 3 LINES.
           MOVE RECON-COLUMN-LINE TO RECON-REPORT.
           WRITE RECON-REPORT AFTER ADVANCING 2 LINES.

      * ONE UNMATCHED SESSION FOR THE BOOKING'S TRAINER AND MEMBER.
       160-FIND-SESSION.
           MOVE "N" TO SESS-MATCH-SWITCH.
           MOVE ZERO TO SESS-FOUND-IDX.
           PERFORM 165-MATCH-ONE-SESSION
               VARYING SESS-IDX FROM 1 BY 1
               UNTIL SESS-IDX > SESS-TABLE-COUNT
                  OR SESS-MATCHED.
           IF SESS-MATCHED
               MOVE "Y" TO ST-MATCHED-FLAG(SESS-FOUND-IDX)
           END-IF.

       165-MATCH-ONE-SESSION.
           IF ST-TRAINER-ID(SESS-IDX) = APT-TRAINER-ID
               AND ST-CARD-NUMBER(SESS-IDX) = APT-CARD-NUMBER
               AND ST-MATCHED-FLAG(SESS-IDX) = "N"
               MOVE "Y" TO SESS-MATCH-SWITCH
               MOVE SESS-IDX TO SESS-FOUND-IDX
           END-IF.

       170-START-APPTFILE.
           MOVE "N" TO APPT-EOF-SWITCH.
           MOVE LOW-VALUES TO APT-APPT-KEY.
           START APPTFILE KEY IS NOT < APT-APPT-KEY
               INVALID KEY
                   MOVE "Y" TO APPT-EOF-SWITCH
           END-START.

       180-LOOK-UP-MEMBER-NAME.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE RD-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.
           IF CARD-FOUND
               MOVE MBR-NAME TO RD-MEMBER-NAME
           ELSE
               MOVE "** NOT ON MBR FILE" TO RD-MEMBER-NAME
           END-IF.

       190-PRINT-APPT-LINE.
           MOVE APT-TRAINER-ID  TO RD-TRAINER-ID.
           MOVE APT-TIME-SLOT   TO SLOT-EDIT-WORK.
           MOVE SLOT-EDIT-WORK  TO RD-TIME-SLOT.
           MOVE APT-CARD-NUMBER TO RD-CARD-NUMBER.
           PERFORM 180-LOOK-UP-MEMBER-NAME.
           IF APT-SERVICE-TYPE = "M"
               MOVE "MASSAGE" TO RD-SERVICE
           ELSE
               MOVE "TRAINING" TO RD-SERVICE
           END-IF.
           MOVE RECON-DETAIL-LINE TO RECON-REPORT.
           WRITE RECON-REPORT AFTER ADVANCING 1 LINES.

      ******************************************************************
      * PASS ONE - EVERY LIVE BOOKING ON THE DAY LOOKS FOR ITS
      * SESSION.  A MATCH IS MARKED KEPT; NO MATCH IS LISTED.
      ******************************************************************
       200-MATCH-BOOKINGS.
           PERFORM 170-START-APPTFILE.
           IF NOT APPT-EOF
               PERFORM 210-MATCH-ONE-BOOKING
                   WITH TEST AFTER
                   UNTIL APPT-EOF
           END-IF.

       210-MATCH-ONE-BOOKING.
           READ APPTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO APPT-EOF-SWITCH
               NOT AT END
                   IF APT-APPT-DATE = RECON-DATE-WORK
                       AND (APT-BOOKED OR APT-KEPT)
                       ADD 1 TO BOOKINGS-ON-DAY-COUNT
                       PERFORM 160-FIND-SESSION
                       IF SESS-MATCHED
                           PERFORM 220-MARK-BOOKING-KEPT
                       ELSE
                           ADD 1 TO NOT-LOGGED-COUNT
                           IF APT-KEPT
                               MOVE "KEPT EARLIER - SESSION GONE"
                                   TO RD-NOTE
                           ELSE
                               MOVE SPACES TO RD-NOTE
                           END-IF
                           PERFORM 190-PRINT-APPT-LINE
                       END-IF
                   END-IF
           END-READ.

       220-MARK-BOOKING-KEPT.
           ADD 1 TO KEPT-COUNT.
           IF APT-BOOKED
               MOVE "K" TO APT-STATUS
               MOVE CD-CURRENT-DATE TO APT-CHANGED-DATE
               REWRITE APPOINTMENT-RECORD
               IF NOT WS-APPTFILE-OK
                   DISPLAY "** BOOKING REWRITE FAILED - STATUS: "
                       WS-APPTFILE-STATUS " - " APT-TRAINER-ID " "
                       APT-TIME-SLOT
               END-IF
           END-IF.

      ******************************************************************
      * PASS TWO - THE NO-SHOWS THE DESK RECORDED.  A SESSION LOGGED
      * FOR ONE ANYWAY IS MATCHED OFF HERE AND FLAGGED ON THE LINE.
      ******************************************************************
       300-LIST-NO-SHOWS.
           PERFORM 170-START-APPTFILE.
           IF NOT APPT-EOF
               PERFORM 310-LIST-ONE-NO-SHOW
                   WITH TEST AFTER
                   UNTIL APPT-EOF
           END-IF.

       310-LIST-ONE-NO-SHOW.
           READ APPTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO APPT-EOF-SWITCH
               NOT AT END
                   IF APT-APPT-DATE = RECON-DATE-WORK
                       AND APT-NO-SHOW
                       ADD 1 TO BOOKINGS-ON-DAY-COUNT
                       ADD 1 TO NO-SHOW-COUNT
                       PERFORM 160-FIND-SESSION
                       EVALUATE TRUE
                           WHEN SESS-MATCHED
                               ADD 1 TO DISPUTED-COUNT
                               MOVE "** SESSION ALSO LOGGED **"
                                   TO RD-NOTE
                           WHEN APT-FEE-IS-POSTED
                               MOVE "FEE RAISED" TO RD-NOTE
                           WHEN OTHER
                               MOVE "FEE NOT RAISED" TO RD-NOTE
                       END-EVALUATE
                       PERFORM 190-PRINT-APPT-LINE
                   END-IF
           END-READ.

      ******************************************************************
      * WHAT IS LEFT - SESSIONS NO BOOKING CLAIMED.
      ******************************************************************
       400-LIST-UNBOOKED-SESSION.
           IF ST-MATCHED-FLAG(SESS-IDX) = "N"
               ADD 1 TO NOT-BOOKED-COUNT
               MOVE ST-TRAINER-ID(SESS-IDX)  TO RD-TRAINER-ID
               MOVE SPACES                   TO RD-TIME-SLOT
               MOVE ST-CARD-NUMBER(SESS-IDX) TO RD-CARD-NUMBER
               PERFORM 180-LOOK-UP-MEMBER-NAME
               IF ST-SERVICE-TYPE(SESS-IDX) = "M"
                   MOVE "MASSAGE" TO RD-SERVICE
               ELSE
                   MOVE "TRAINING" TO RD-SERVICE
               END-IF
               MOVE SPACES TO RD-NOTE
               MOVE "FEE " TO RD-NOTE(1:4)
               MOVE ST-SESSION-FEE(SESS-IDX) TO FEE-EDIT-WORK
               MOVE FEE-EDIT-WORK TO RD-NOTE(5:6)
               MOVE RECON-DETAIL-LINE TO RECON-REPORT
               WRITE RECON-REPORT AFTER ADVANCING 1 LINES
           END-IF.

       500-PRINT-RECON-TRAILER.
           MOVE BOOKINGS-ON-DAY-COUNT TO RT-BOOKINGS.
           MOVE KEPT-COUNT            TO RT-KEPT.
           MOVE RECON-TRAILER-LINE-1 TO RECON-REPORT.
           WRITE RECON-REPORT AFTER ADVANCING 3 LINES.
           MOVE NOT-LOGGED-COUNT      TO RT-NOT-LOGGED.
           MOVE NOT-BOOKED-COUNT      TO RT-NOT-BOOKED.
           MOVE RECON-TRAILER-LINE-2 TO RECON-REPORT.
           WRITE RECON-REPORT AFTER ADVANCING 1 LINES.
           MOVE NO-SHOW-COUNT         TO RT-NO-SHOWS.
           MOVE DISPUTED-COUNT        TO RT-DISPUTED.
           MOVE RECON-TRAILER-LINE-3 TO RECON-REPORT.
           WRITE RECON-REPORT AFTER ADVANCING 1 LINES.
