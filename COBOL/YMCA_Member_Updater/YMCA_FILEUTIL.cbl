      *                   back on request.  YMCAMEM access went
      *                   DYNAMIC so the replay can hit records by
      *                   key; the unload read is READ NEXT now.
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs FILUTL authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-FILE-UTILITY.
      * FLAT IMAGE OF THE MEMBER RECORD - WIDEN IF MEMBERREC GROWS,
      * THE SAME RULE THE YMCAHIST AND MBRCHLOG IMAGES FOLLOW.
       FD  MEMBACKUP.
       01  BACKUP-RECORD               PIC X(361).

       FD  CONTROLFILE.
           COPY CONTROLREC.
      * GENERATION FILE - WIDEN IF CHANGEREC GROWS, THE SAME RULE
      * THE MEMBER-RECORD IMAGES FOLLOW.
       FD  LOGROLL.
       01  LOG-ROLL-RECORD             PIC X(751).

       WORKING-STORAGE SECTION.


       01  ROLLOVER-DATE-WORK          PIC 9(8)       VALUE ZERO.

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-RUN-FILE-UTILITY.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 060-READ-CONTROL-COUNT.

           DISPLAY "Select Mode: (U)nload, (R)eload, (P)oint-In-Time "
               MOVE "MBRCHLOG.DAT" TO WS-MBRCHLOG-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD FILUTL TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_FILEUTIL" TO OPC-PROGRAM-NAME.
           MOVE "FILUTL" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       060-READ-CONTROL-COUNT.
           OPEN INPUT CONTROLFILE.
           IF WS-CONTROLFILE-OK
