      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/02/2018
      * Purpose: Class attendance roll call.  Runs at the desk or on
      *          the instructor's station like YMCA_SESSLOG - the
      *          class code and meeting date are keyed, the class is
      *          verified on CLASSMAS, and every member holding a seat
      *          on ENROLLFILE is called in turn and marked present or
      *          absent.  One ATTENDANCE-RECORD (see ATTENDREC
      *          copybook) per member per meeting goes on the indexed
      *          ATTENDFILE; calling the same meeting again rewrites
      *          the marks.  YMCA_ATTENDRPT reports attendance rates
      *          and the no-show list from this file, and the blank
      *          sign-in sheet from YMCA_ROSTER_RPT is what the
      *          instructor marks up for the desk to key from.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs ATTEND authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-CLASS-ATTENDANCE.

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
           SELECT CLASSMAS ASSIGN TO WS-CLASSMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-CLASS-CODE
               FILE STATUS IS WS-CLASSMAS-STATUS.
           SELECT ENROLLFILE ASSIGN TO WS-ENROLLFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLFILE-STATUS.
           SELECT ATTENDFILE ASSIGN TO WS-ATTENDFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-ATTEND-KEY
               FILE STATUS IS WS-ATTENDFILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  CLASSMAS.
           COPY CLASSREC.

       FD  ENROLLFILE.
           COPY ENROLLREC.

       FD  ATTENDFILE.
           COPY ATTENDREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-CLASSMAS-PATH        PIC X(100).
           05  WS-ENROLLFILE-PATH      PIC X(100).
           05  WS-ATTENDFILE-PATH      PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-CLASSMAS-STATUS          PIC X(2).
           88  WS-CLASSMAS-OK                     VALUE "00".

       01  WS-ENROLLFILE-STATUS        PIC X(2).
           88  WS-ENROLLFILE-OK                   VALUE "00".

       01  WS-ATTENDFILE-STATUS        PIC X(2).
           88  WS-ATTENDFILE-OK                   VALUE "00".
           88  WS-ATTENDFILE-FILE-MISSING          VALUE "35".

       01  SWITCHES.
           05  MORE-CLASSES-SWITCH         PIC X          VALUE "Y".
               88  MORE-CLASSES                           VALUE "Y".
           05  CLASS-FOUND-SWITCH          PIC X.
               88  CLASS-FOUND                            VALUE "Y".
           05  CARD-FOUND-SWITCH           PIC X.
               88  CARD-FOUND                              VALUE "Y".
           05  ENROLL-EOF-SWITCH           PIC X.
               88  ENROLL-EOF                             VALUE "Y".
           05  MARK-ENTRY-SWITCH           PIC X.
               88  MARK-PRESENT                           VALUE "Y".
               88  MARK-ABSENT                            VALUE "N".
               88  MARK-VALID                        VALUES "Y", "N".

       01  ROLL-CALL-FIELDS.
           05  CLASS-ENTRY-WORK        PIC X(6).
           05  MEETING-DATE-WORK       PIC 9(8)       VALUE ZERO.

       01  ROLL-CALL-COUNTS            BINARY.
           05  ROLL-PRESENT-COUNT      PIC S9(3)      VALUE ZERO.
           05  ROLL-ABSENT-COUNT       PIC S9(3)      VALUE ZERO.
           05  ROLL-REMARKED-COUNT     PIC S9(3)      VALUE ZERO.

       01  CLASSES-CALLED-THIS-RUN     PIC 9(5)       VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-TAKE-ATTENDANCE.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT YMCAMEM.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.
           OPEN INPUT CLASSMAS.
           IF NOT WS-CLASSMAS-OK
               DISPLAY "UNABLE TO OPEN CLASSMAS AT " WS-CLASSMAS-PATH
               DISPLAY "STATUS: " WS-CLASSMAS-STATUS
                   " - RUN YMCA_CLASS_ENROLL FIRST TO CREATE IT"
               CLOSE YMCAMEM
               STOP RUN
           END-IF.
           OPEN I-O ATTENDFILE.
           IF NOT WS-ATTENDFILE-OK
               IF WS-ATTENDFILE-FILE-MISSING
                   PERFORM 090-CREATE-ATTENDFILE
               ELSE
                   DISPLAY "UNABLE TO OPEN ATTENDFILE - STATUS: "
                       WS-ATTENDFILE-STATUS
                   CLOSE YMCAMEM
                         CLASSMAS
                   STOP RUN
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.

           PERFORM 100-CALL-ONE-CLASS
               WITH TEST AFTER
               UNTIL NOT MORE-CLASSES.

           DISPLAY "CLASSES CALLED THIS RUN: " CLASSES-CALLED-THIS-RUN.
           CLOSE YMCAMEM
                 CLASSMAS
                 ATTENDFILE.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-YMCAMEM-PATH FROM ENVIRONMENT "YMCAMEM_PATH".
           IF WS-YMCAMEM-PATH = SPACES
               MOVE "YMCAMEM.DAT" TO WS-YMCAMEM-PATH
           END-IF.

           ACCEPT WS-CLASSMAS-PATH FROM ENVIRONMENT "CLASSMAS_PATH".
           IF WS-CLASSMAS-PATH = SPACES
               MOVE "CLASSMAS.DAT" TO WS-CLASSMAS-PATH
           END-IF.

           ACCEPT WS-ENROLLFILE-PATH FROM ENVIRONMENT "ENROLLFILE_PATH".
           IF WS-ENROLLFILE-PATH = SPACES
               MOVE "ENROLLS.DAT" TO WS-ENROLLFILE-PATH
           END-IF.

           ACCEPT WS-ATTENDFILE-PATH FROM ENVIRONMENT "ATTENDFILE_PATH".
           IF WS-ATTENDFILE-PATH = SPACES
               MOVE "ATTEND.DAT" TO WS-ATTENDFILE-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD ATTEND TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_ATTEND" TO OPC-PROGRAM-NAME.
           MOVE "ATTEND" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       090-CREATE-ATTENDFILE.
           DISPLAY "ATTENDFILE NOT FOUND AT " WS-ATTENDFILE-PATH
           DISPLAY "CREATING NEW EMPTY ATTENDFILE"
           OPEN OUTPUT ATTENDFILE.
           CLOSE ATTENDFILE.
           OPEN I-O ATTENDFILE.
           IF NOT WS-ATTENDFILE-OK
               DISPLAY "UNABLE TO CREATE ATTENDFILE - STATUS: "
                   WS-ATTENDFILE-STATUS
               CLOSE YMCAMEM
                     CLASSMAS
               STOP RUN
           END-IF.

      * ONE ROLL CALL - THE CLASS MUST BE ON CLASSMAS.  THE MEETING
      * DATE DEFAULTS TO TODAY, AND A DATE AHEAD OF TODAY IS REFUSED -
      * NOBODY HAS MISSED A MEETING THAT HAS NOT HAPPENED.
       100-CALL-ONE-CLASS.
           DISPLAY "Enter: Class Code (BLANK TO END RUN)"
           ACCEPT CLASS-ENTRY-WORK.

           IF CLASS-ENTRY-WORK = SPACES
               MOVE "N" TO MORE-CLASSES-SWITCH
           ELSE
               PERFORM 150-LOOK-UP-CLASS
               IF NOT CLASS-FOUND
                   DISPLAY "REJECTED - CLASS CODE NOT ON FILE"
               ELSE
                   DISPLAY CLS-DESCRIPTION " " CLS-SCHEDULE
                       " - " CLS-INSTRUCTOR
                   DISPLAY "Enter: Meeting Date (YYYYMMDD, 0 = TODAY)"
                   ACCEPT MEETING-DATE-WORK
                   IF MEETING-DATE-WORK = ZERO
                       MOVE CD-CURRENT-DATE TO MEETING-DATE-WORK
                   END-IF
                   IF MEETING-DATE-WORK > CD-CURRENT-DATE
                       DISPLAY "REJECTED - MEETING DATE "
                           MEETING-DATE-WORK " IS AFTER TODAY"
                   ELSE
                       PERFORM 200-CALL-THE-ROLL
                   END-IF
               END-IF
           END-IF.

       150-LOOK-UP-CLASS.
           MOVE "N" TO CLASS-FOUND-SWITCH.
           MOVE CLASS-ENTRY-WORK TO CLS-CLASS-CODE.
           READ CLASSMAS
               INVALID KEY
                   MOVE "N" TO CLASS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CLASS-FOUND-SWITCH
           END-READ.

      * WALKS ENROLLFILE IN SIGNUP ORDER AND CALLS EVERY SEAT IN THE
      * CLASS.  A MISSING ENROLLFILE MEANS NO SEATS HAVE BEEN SOLD, SO
      * THERE IS NOBODY TO CALL.
       200-CALL-THE-ROLL.
           MOVE ZERO TO ROLL-PRESENT-COUNT.
           MOVE ZERO TO ROLL-ABSENT-COUNT.
           MOVE ZERO TO ROLL-REMARKED-COUNT.
           MOVE "N" TO ENROLL-EOF-SWITCH.
           OPEN INPUT ENROLLFILE.
           IF NOT WS-ENROLLFILE-OK
               DISPLAY "NO ENROLLFILE AT " WS-ENROLLFILE-PATH
                   " - NOBODY TO CALL"
           ELSE
               PERFORM 210-CALL-ONE-ENROLLMENT
                   WITH TEST AFTER
                   UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
               ADD 1 TO CLASSES-CALLED-THIS-RUN
               DISPLAY "ROLL CALL " CLASS-ENTRY-WORK " "
                   MEETING-DATE-WORK " - PRESENT: " ROLL-PRESENT-COUNT
                   "  ABSENT: " ROLL-ABSENT-COUNT
               IF ROLL-REMARKED-COUNT > ZERO
                   DISPLAY "  " ROLL-REMARKED-COUNT
                       " MARK(S) FROM AN EARLIER CALL REPLACED"
               END-IF
           END-IF.

       210-CALL-ONE-ENROLLMENT.
           READ ENROLLFILE
               AT END
                   MOVE "Y" TO ENROLL-EOF-SWITCH
               NOT AT END
                   IF ENR-CLASS-CODE = CLASS-ENTRY-WORK
                       PERFORM 220-MARK-ONE-MEMBER
                   END-IF
           END-READ.

      * A SEAT HELD BY A CARD NO LONGER ON YMCAMEM IS STILL CALLED -
      * THE SEAT IS TAKEN WHETHER OR NOT THE HOLDER SHOWS - BUT IS
      * FLAGGED SO THE DESK CAN CHASE IT.
       220-MARK-ONE-MEMBER.
           PERFORM 230-LOOK-UP-MEMBER.
           IF CARD-FOUND
               DISPLAY ENR-CARD-NUMBER " " MBR-NAME
           ELSE
               DISPLAY ENR-CARD-NUMBER " ** NOT ON MBR FILE"
           END-IF.
           MOVE SPACE TO MARK-ENTRY-SWITCH.
           PERFORM 225-ACCEPT-ONE-MARK
               WITH TEST AFTER
               UNTIL MARK-VALID.
           PERFORM 300-FILE-THE-MARK.

       225-ACCEPT-ONE-MARK.
           DISPLAY "Enter: Present? (Y/N)"
           ACCEPT MARK-ENTRY-SWITCH.
           IF NOT MARK-VALID
               DISPLAY "ANSWER Y OR N"
           END-IF.

       230-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE ENR-CARD-NUMBER TO MBR-CARD-NUMBER.
           READ YMCAMEM
               INVALID KEY
                   MOVE "N" TO CARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CARD-FOUND-SWITCH
           END-READ.

      * WRITES THE MARK, OR - WHEN THIS MEETING WAS ALREADY CALLED -
      * REWRITES THE EARLIER MARK WITH THE NEW ONE.
       300-FILE-THE-MARK.
           MOVE CLASS-ENTRY-WORK  TO ATT-CLASS-CODE.
           MOVE MEETING-DATE-WORK TO ATT-MEETING-DATE.
           MOVE ENR-CARD-NUMBER   TO ATT-CARD-NUMBER.
           IF MARK-PRESENT
               MOVE "P" TO ATT-ATTEND-CODE
               ADD 1 TO ROLL-PRESENT-COUNT
           ELSE
               MOVE "A" TO ATT-ATTEND-CODE
               ADD 1 TO ROLL-ABSENT-COUNT
           END-IF.
           MOVE CD-CURRENT-DATE TO ATT-TAKEN-DATE.
           WRITE ATTENDANCE-RECORD
               INVALID KEY
                   REWRITE ATTENDANCE-RECORD
                   IF WS-ATTENDFILE-OK
                       ADD 1 TO ROLL-REMARKED-COUNT
                   END-IF
           END-WRITE.
           IF NOT WS-ATTENDFILE-OK
               DISPLAY "ATTENDANCE WRITE FAILED - STATUS: "
                   WS-ATTENDFILE-STATUS " - CARD: " ATT-CARD-NUMBER
           END-IF.
