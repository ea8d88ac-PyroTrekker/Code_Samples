      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/16/2018
      * Purpose: Trainer daily appointment sheets.  Prints one page per
      *          trainer with bookings on the day asked for (today by
      *          default), slot by slot from APPTFILE in key order:
      *          member, service, and where the booking stands, with a
      *          blank to initial when the session is delivered.
      *          Cancelled and rescheduled slots print too, so the
      *          desk can see a late cancel at a glance.  Written to
      *          APPTSHEET.TXT for the fitness desk each morning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-APPOINTMENT-SHEETS.

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
           SELECT SHEETRPT ASSIGN TO WS-SHEETRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  TRNMASTER.
           COPY TRNREC.

       FD  APPTFILE.
           COPY APPTREC.

       FD  SHEETRPT.
       01  SHEET-REPORT                PIC X(90).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-TRNMASTER-PATH       PIC X(100).
           05  WS-APPTFILE-PATH        PIC X(100).
           05  WS-SHEETRPT-PATH        PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-TRNMASTER-STATUS         PIC X(2).
           88  WS-TRNMASTER-OK                    VALUE "00".

       01  WS-APPTFILE-STATUS          PIC X(2).
           88  WS-APPTFILE-OK                     VALUE "00".

       01  SWITCHES.
           05  APPT-EOF-SWITCH             PIC X          VALUE "N".
               88  APPT-EOF                               VALUE "Y".
           05  TRN-EOF-SWITCH              PIC X          VALUE "N".
               88  TRN-EOF                                VALUE "Y".
           05  TRN-FOUND-SWITCH            PIC X.
               88  TRAINER-FOUND                          VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".

      * THE TRAINER ROSTER FOR THE NAMES ON THE SHEET HEADINGS.  A
      * TRAINER SINCE DROPPED FROM TRNMASTER STILL GETS A SHEET.
       01  TRAINER-LIST-FIELDS         BINARY.
           05  TRN-LIST-COUNT          PIC S9(3)      VALUE ZERO.
           05  TRN-LIST-MAX            PIC S9(3)      VALUE 50.
           05  TRN-LIST-IDX            PIC S9(3)      VALUE ZERO.
           05  TRN-FOUND-IDX           PIC S9(3)      VALUE ZERO.

       01  TRAINER-LIST-TABLE.
           05  TRN-LIST-ENTRY OCCURS 50 TIMES.
               10  TL-TRAINER-ID           PIC X(8).
               10  TL-NAME                 PIC X(20).
               10  TL-ACTIVE-FLAG          PIC X.

       01  SHEET-DATE-WORK             PIC 9(8)       VALUE ZERO.
       01  OLD-TRAINER-ID              PIC X(8)       VALUE SPACES.

       01  SHEET-COUNT-FIELDS          BINARY.
           05  TRAINER-SLOT-COUNT      PIC S9(3)      VALUE ZERO.
           05  TRAINER-LIVE-COUNT      PIC S9(3)      VALUE ZERO.
           05  SHEETS-PRINTED-COUNT    PIC S9(3)      VALUE ZERO.
           05  TOTAL-LIVE-COUNT        PIC S9(5)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  SHEET-HEADER-LINE-1.
           05              PIC X(28)
               VALUE "TRAINER APPOINTMENT SHEET - ".
           05  SH1-SHEET-DATE          PIC 9(8).
           05              PIC X(4)        VALUE SPACE.
           05  SH1-TRAINER-ID          PIC X(8).
           05              PIC X(2)        VALUE SPACE.
           05  SH1-TRAINER-NAME        PIC X(20).

       01  SHEET-COLUMN-LINE.
           05              PIC X(7)        VALUE "SLOT".
           05              PIC X(8)        VALUE "CARD".
           05              PIC X(22)       VALUE "MEMBER".
           05              PIC X(10)       VALUE "SERVICE".
           05              PIC X(16)       VALUE "STATUS".
           05              PIC X(9)        VALUE "INITIALS".

       01  SHEET-DETAIL-LINE.
           05  SD-TIME-SLOT            PIC 99B99.
           05                          PIC XX          VALUE SPACE.
           05  SD-CARD-NUMBER          PIC 9(6).
           05                          PIC XX          VALUE SPACE.
           05  SD-MEMBER-NAME          PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  SD-SERVICE              PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  SD-STATUS               PIC X(14).
           05                          PIC XX          VALUE SPACE.
           05  SD-INITIALS             PIC X(9).

       01  SHEET-TRAINER-TRAILER.
           05              PIC X(22)   VALUE "SLOTS ON SHEET ------ ".
           05  ST-SLOT-COUNT           PIC ZZ9.
           05              PIC X(20)   VALUE "   STILL BOOKED --- ".
           05  ST-LIVE-COUNT           PIC ZZ9.

       PROCEDURE DIVISION.

       000-PRINT-APPOINTMENT-SHEETS.
           PERFORM 050-GET-RUNTIME-PATHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           DISPLAY "Enter: Sheet Date (YYYYMMDD, 0 = TODAY)"
           ACCEPT SHEET-DATE-WORK.
           IF SHEET-DATE-WORK NOT NUMERIC OR SHEET-DATE-WORK = ZERO
               MOVE CD-CURRENT-DATE TO SHEET-DATE-WORK
           END-IF.

           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT APPTFILE.
           IF NOT WS-APPTFILE-OK
               DISPLAY "UNABLE TO OPEN APPTFILE AT " WS-APPTFILE-PATH
               DISPLAY "STATUS: " WS-APPTFILE-STATUS
                   " - RUN YMCA_APPTBOOK FIRST TO CREATE IT"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-TRAINER-MASTER.

           OPEN OUTPUT SHEETRPT.
           MOVE LOW-VALUES TO APT-APPT-KEY.
           START APPTFILE KEY IS NOT < APT-APPT-KEY
               INVALID KEY
                   MOVE "Y" TO APPT-EOF-SWITCH
           END-START.
           IF NOT APPT-EOF
               PERFORM 200-PRINT-ONE-APPOINTMENT
                   WITH TEST AFTER
                   UNTIL APPT-EOF
           END-IF.
           IF OLD-TRAINER-ID NOT = SPACES
               PERFORM 320-PRINT-TRAINER-TRAILER
           END-IF.
           CLOSE SHEETRPT
                 APPTFILE
                 YMCAMEM.

           DISPLAY "SHEETS PRINTED FOR " SHEET-DATE-WORK " - "
               SHEETS-PRINTED-COUNT.
           DISPLAY "SESSIONS STILL BOOKED - " TOTAL-LIVE-COUNT.
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

           ACCEPT WS-SHEETRPT-PATH FROM ENVIRONMENT "APPTSHEET_PATH".
           IF WS-SHEETRPT-PATH = SPACES
               MOVE "APPTSHEET.TXT" TO WS-SHEETRPT-PATH
           END-IF.

      * NO ROSTER JUST MEANS NO NAMES ON THE HEADINGS.
       100-LOAD-TRAINER-MASTER.
           OPEN INPUT TRNMASTER.
           IF NOT WS-TRNMASTER-OK
               DISPLAY "WARNING - UNABLE TO OPEN TRNMASTER - STATUS: "
                   WS-TRNMASTER-STATUS " - SHEETS WITHOUT NAMES"
           ELSE
               PERFORM 110-LOAD-ONE-TRAINER
                   WITH TEST AFTER
                   UNTIL TRN-EOF OR TRN-LIST-COUNT = TRN-LIST-MAX
               CLOSE TRNMASTER
           END-IF.

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

       120-FIND-TRAINER-NAME.
           MOVE "N" TO TRN-FOUND-SWITCH.
           MOVE ZERO TO TRN-FOUND-IDX.
           PERFORM 125-MATCH-ONE-TRAINER
               VARYING TRN-LIST-IDX FROM 1 BY 1
               UNTIL TRN-LIST-IDX > TRN-LIST-COUNT
                  OR TRAINER-FOUND.

       125-MATCH-ONE-TRAINER.
           IF TL-TRAINER-ID(TRN-LIST-IDX) = APT-TRAINER-ID
               MOVE "Y" TO TRN-FOUND-SWITCH
               MOVE TRN-LIST-IDX TO TRN-FOUND-IDX
           END-IF.

      * THE FILE IS IN TRAINER, DATE, SLOT ORDER, SO EACH TRAINER'S
      * DAY COMES OFF TOGETHER AND IN TIME ORDER.
       200-PRINT-ONE-APPOINTMENT.
           READ APPTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO APPT-EOF-SWITCH
               NOT AT END
                   IF APT-APPT-DATE = SHEET-DATE-WORK
                       IF APT-TRAINER-ID NOT = OLD-TRAINER-ID
                           IF OLD-TRAINER-ID NOT = SPACES
                               PERFORM 320-PRINT-TRAINER-TRAILER
                           END-IF
                           PERFORM 300-PRINT-TRAINER-HEADER
                       END-IF
                       PERFORM 310-PRINT-SLOT-LINE
                   END-IF
           END-READ.

       300-PRINT-TRAINER-HEADER.
           MOVE APT-TRAINER-ID TO OLD-TRAINER-ID.
           MOVE ZERO TO TRAINER-SLOT-COUNT
                        TRAINER-LIVE-COUNT.
           ADD 1 TO SHEETS-PRINTED-COUNT.
           PERFORM 120-FIND-TRAINER-NAME.
           MOVE SHEET-DATE-WORK TO SH1-SHEET-DATE.
           MOVE APT-TRAINER-ID  TO SH1-TRAINER-ID.
           IF TRAINER-FOUND
               MOVE TL-NAME(TRN-FOUND-IDX) TO SH1-TRAINER-NAME
           ELSE
               MOVE "** NOT ON TRNMASTER" TO SH1-TRAINER-NAME
           END-IF.
           MOVE SHEET-HEADER-LINE-1 TO SHEET-REPORT.
           WRITE SHEET-REPORT AFTER ADVANCING PAGE.
           MOVE SHEET-COLUMN-LINE TO SHEET-REPORT.
           WRITE SHEET-REPORT AFTER ADVANCING 2 LINES.

       310-PRINT-SLOT-LINE.
           ADD 1 TO TRAINER-SLOT-COUNT.
           MOVE APT-TIME-SLOT   TO SD-TIME-SLOT.
           MOVE APT-CARD-NUMBER TO SD-CARD-NUMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE APT-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.
           IF CARD-FOUND
               MOVE MBR-NAME TO SD-MEMBER-NAME
           ELSE
               MOVE "** NOT ON MBR FILE" TO SD-MEMBER-NAME
           END-IF.
           IF APT-SERVICE-TYPE = "M"
               MOVE "MASSAGE" TO SD-SERVICE
           ELSE
               MOVE "TRAINING" TO SD-SERVICE
           END-IF.
           MOVE SPACES TO SD-INITIALS.
           EVALUATE TRUE
               WHEN APT-BOOKED
                   MOVE "BOOKED"        TO SD-STATUS
                   MOVE "_________"     TO SD-INITIALS
                   ADD 1 TO TRAINER-LIVE-COUNT
                   ADD 1 TO TOTAL-LIVE-COUNT
               WHEN APT-KEPT
                   MOVE "KEPT"          TO SD-STATUS
               WHEN APT-NO-SHOW
                   MOVE "NO-SHOW"       TO SD-STATUS
               WHEN APT-LATE-CANCELLED
                   MOVE "LATE CANCEL"   TO SD-STATUS
               WHEN APT-RESCHEDULED
                   MOVE "RESCHEDULED"   TO SD-STATUS
               WHEN OTHER
                   MOVE "CANCELLED"     TO SD-STATUS
           END-EVALUATE.
           MOVE SHEET-DETAIL-LINE TO SHEET-REPORT.
           WRITE SHEET-REPORT AFTER ADVANCING 2 LINES.

       320-PRINT-TRAINER-TRAILER.
           MOVE TRAINER-SLOT-COUNT TO ST-SLOT-COUNT.
           MOVE TRAINER-LIVE-COUNT TO ST-LIVE-COUNT.
           MOVE SHEET-TRAINER-TRAILER TO SHEET-REPORT.
           WRITE SHEET-REPORT AFTER ADVANCING 3 LINES.
