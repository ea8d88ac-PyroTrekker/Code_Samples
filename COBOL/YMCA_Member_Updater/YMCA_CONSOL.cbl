      *          the association will ever catch a member entered at
      *          two branches.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/13/2018 GW - The operator is taken from OPERATOR_ID (or
      *                   a prompt) and checked against OPERMAS
      *                   through YMCA_OPRCHECK before anything is
      *                   opened; the run needs CONSOL authority.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-BRANCH-CONSOLIDATION.
           05  BRN-CARD-NUMBER         PIC 9(6).
           05  BRN-HOUSEHOLD-CARD-NUMBER PIC 9(6).
           05  BRN-NAME                PIC X(20).
           05  BRN-REST-OF-RECORD      PIC X(313).

       FD  ASSOCMEM.
           COPY MEMBERREC.
           05  DT-DUPLICATE-COUNT  PIC ZZ,ZZ9.
           05          PIC X(26)   VALUE " MEMBER(S) ON TWO BRANCHES".

      * WHO IS RUNNING THIS - TAKEN FROM THE OPERATOR_ID
      * ENVIRONMENT VARIABLE WHEN SET, OTHERWISE PROMPTED FOR.
       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

       PROCEDURE DIVISION.

       000-CONSOLIDATE-BRANCHES.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 056-CHECK-OPERATOR.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CREATED EMPTY, THEN REOPENED I-O - THE DUPLICATE REPORTING
      * READS BACK THE COPY ALREADY LOADED, WHICH AN OUTPUT-MODE
               MOVE "ASSOCCTL.DAT" TO WS-CONTROLFILE-PATH
           END-IF.

      * THE OPERATOR MUST BE ON OPERMAS, ACTIVE, AND HOLD CONSOL TO
      * RUN THIS.  YMCA_OPRCHECK LOGS ANY REFUSAL ITSELF.
       056-CHECK-OPERATOR.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE "YMCA_CONSOL" TO OPC-PROGRAM-NAME.
           MOVE "CONSOL" TO OPC-FUNCTION-CODE.
           MOVE SPACES TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

      * ONE BRANCH FILE PER PASS - THE OPERATOR KEYS EACH BRANCH'S
      * YMCAMEM PATH IN TURN AND A BLANK LINE ENDS THE RUN.
       100-LOAD-ONE-BRANCH.
