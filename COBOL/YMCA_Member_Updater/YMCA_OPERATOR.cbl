      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/13/2018
      * Purpose: Operator master maintenance.  Keeps the indexed
      *          OPERMAS (see OPERREC copybook) that YMCA_OPRCHECK
      *          reads for every desk and batch program: (A)dd an
      *          operator ID with a name, home branch and the list of
      *          functions they may run, (C)hange the name, branch or
      *          function list, switch an operator (S)tatus between
      *          active and inactive (an operator who leaves is made
      *          inactive, never deleted, so the change log still
      *          names them), or (L)ist the master.  Running this
      *          program needs OPRMNT.  When there is no operator
      *          master yet, the operator running it is set up first
      *          with ALL - the office manager's first run.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/20/2018 GW - Function code BADDBT added for YMCA_BADDEBT.
      *   06/27/2018 GW - Function code PURGE added for YMCA_PURGE.
      *   07/05/2018 GW - Function codes CORPMT, CORPAY and CORPIN added
      *                   for YMCA_CORPACCT and YMCA_CORPINV.
      *   07/12/2018 GW - Function codes DONMNT, PLEDGE and GIFTPS added
      *                   for YMCA_DONOR.
      *   08/09/2018 GW - An operator refused at startup now ends the
      *                   run with return code 8, so YMCA_NIGHTRUN
      *                   journals the step as failed instead of
      *                   complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-OPERATOR-MAINTENANCE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPERMAS ASSIGN TO WS-OPERMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERMAS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OPERMAS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-OPERMAS-PATH         PIC X(100).

       01  WS-OPERMAS-STATUS           PIC X(2).
           88  WS-OPERMAS-OK                      VALUE "00".
           88  WS-OPERMAS-FILE-MISSING             VALUE "35".

       01  SWITCHES.
           05  MORE-REQUESTS-SWITCH        PIC X          VALUE "Y".
               88  MORE-REQUESTS                          VALUE "Y".
           05  OPERATOR-FOUND-SWITCH       PIC X.
               88  OPERATOR-FOUND                         VALUE "Y".
           05  FIRST-SETUP-SWITCH          PIC X          VALUE "N".
               88  FIRST-SETUP                            VALUE "Y".
           05  CODE-VALID-SWITCH           PIC X.
               88  CODE-VALID                             VALUE "Y".
           05  MORE-CODES-SWITCH           PIC X.
               88  MORE-CODES                             VALUE "Y".
           05  LIST-EOF-SWITCH             PIC X.
               88  LIST-EOF                               VALUE "Y".
           05  CHANGE-FIELD-SWITCH         PIC X.
               88  CHANGE-THIS-FIELD                      VALUE "Y".
           05  DESK-FUNCTION-SWITCH        PIC X.
               88  ADD-FUNCTION                           VALUE "A".
               88  CHANGE-FUNCTION                        VALUE "C".
               88  STATUS-FUNCTION                        VALUE "S".
               88  LIST-FUNCTION                          VALUE "L".

       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * EVERY FUNCTION CODE A PROGRAM ASKS YMCA_OPRCHECK ABOUT - A
      * CODE KEYED ONTO AN OPERATOR MUST BE ONE OF THESE.
       01  FUNCTION-CODE-VALUES.
           05              PIC X(36)
               VALUE "ALL   NEWMBRMAINT TERM  REINSTFREEZE".
           05              PIC X(36)
               VALUE "CARDRPINQURYBALADJMERGE RECEPTDRAWER".
           05              PIC X(36)
               VALUE "CLSMNTENROLLCLSDRPCHECKNGUEST LOCKER".
           05              PIC X(36)
               VALUE "APPTBKSESSLGATTENDRETCHKREFUNDPAYPST".
           05              PIC X(36)
               VALUE "RENBILDRAFT REPRICLOCKRNTRMROLAPTREC".
           05              PIC X(36)
               VALUE "CONSOLFILUTLOPRMNTBADDBTPURGE CORPMT".
           05              PIC X(30)
               VALUE "CORPAYCORPINDONMNTPLEDGEGIFTPS".
       01  FUNCTION-CODE-TABLE REDEFINES FUNCTION-CODE-VALUES.
           05  FC-FUNCTION-CODE        PIC X(6)   OCCURS 41 TIMES.

       01  OPERATOR-ENTRY-FIELDS.
           05  OPERATOR-ENTRY-WORK     PIC X(8).
           05  CODE-ENTRY-WORK         PIC X(6).

       01  OPERATOR-COUNT-FIELDS       BINARY.
           05  CODE-IDX                PIC S9(3)      VALUE ZERO.
           05  CODE-TABLE-MAX          PIC S9(3)      VALUE 41.
           05  LIST-IDX                PIC S9(3)      VALUE ZERO.
           05  ADDED-COUNT             PIC S9(5)      VALUE ZERO.
           05  CHANGED-COUNT           PIC S9(5)      VALUE ZERO.
           05  LISTED-COUNT            PIC S9(5)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  OPERATOR-LIST-LINE.
           05  OL-OPERATOR-ID          PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  OL-NAME                 PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  OL-HOME-BRANCH          PIC X(3).
           05                          PIC XX          VALUE SPACE.
           05  OL-STATUS               PIC X(8).
           05                          PIC XX          VALUE SPACE.
           05  OL-CHANGED-BY           PIC X(8).

       01  OPERATOR-CODES-LINE.
           05                          PIC X(12)       VALUE SPACE.
           05  OCL-CODES               PIC X(140).

       PROCEDURE DIVISION.

       000-MAINTAIN-OPERATORS.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           PERFORM 060-CHECK-FIRST-SETUP.

           IF NOT FIRST-SETUP
               MOVE OPERATOR-ID        TO OPC-OPERATOR-ID
               MOVE "YMCA_OPERATOR"    TO OPC-PROGRAM-NAME
               MOVE "OPRMNT"           TO OPC-FUNCTION-CODE
               MOVE SPACES             TO OPC-BRANCH-CODE
               CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA
               IF NOT OPC-AUTHORIZED
                   DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O OPERMAS.
           IF NOT WS-OPERMAS-OK
               DISPLAY "UNABLE TO OPEN OPERMAS - STATUS: "
                   WS-OPERMAS-STATUS
               STOP RUN
           END-IF.

           IF FIRST-SETUP
               PERFORM 100-SET-UP-FIRST-OPERATOR
           END-IF.

           PERFORM 200-PROCESS-ONE-REQUEST
               WITH TEST AFTER
               UNTIL NOT MORE-REQUESTS.

           DISPLAY "OPERATORS ADDED ---- " ADDED-COUNT.
           DISPLAY "OPERATORS CHANGED -- " CHANGED-COUNT.
           CLOSE OPERMAS.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-OPERMAS-PATH FROM ENVIRONMENT "OPERMAS_PATH".
           IF WS-OPERMAS-PATH = SPACES
               MOVE "OPERMAS.DAT" TO WS-OPERMAS-PATH
           END-IF.

       055-GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF OPERATOR-ID = SPACES
               DISPLAY "Enter: Operator ID"
               ACCEPT OPERATOR-ID
           END-IF.

      * NO OPERATOR MASTER, OR AN EMPTY ONE, MEANS NOBODY COULD EVER
      * PASS THE AUTHORITY CHECK - THE FILE IS CREATED AND THE
      * OPERATOR RUNNING THIS IS SET UP FIRST.
       060-CHECK-FIRST-SETUP.
           OPEN INPUT OPERMAS.
           IF WS-OPERMAS-FILE-MISSING
               DISPLAY "OPERMAS NOT FOUND AT " WS-OPERMAS-PATH
               DISPLAY "CREATING NEW EMPTY OPERMAS"
               OPEN OUTPUT OPERMAS
               CLOSE OPERMAS
               MOVE "Y" TO FIRST-SETUP-SWITCH
           ELSE
               IF NOT WS-OPERMAS-OK
                   DISPLAY "UNABLE TO OPEN OPERMAS - STATUS: "
                       WS-OPERMAS-STATUS
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO OPR-OPERATOR-ID
               START OPERMAS KEY IS NOT < OPR-OPERATOR-ID
                   INVALID KEY
                       MOVE "Y" TO FIRST-SETUP-SWITCH
               END-START
               CLOSE OPERMAS
           END-IF.

       100-SET-UP-FIRST-OPERATOR.
           DISPLAY "OPERATOR MASTER IS EMPTY - " OPERATOR-ID
               " IS SET UP FIRST WITH ALL FUNCTIONS".
           MOVE SPACES TO OPERATOR-MASTER-RECORD.
           MOVE OPERATOR-ID TO OPR-OPERATOR-ID.
           DISPLAY "Enter: Operator Name".
           ACCEPT OPR-NAME.
           DISPLAY "Enter: Home Branch Code".
           ACCEPT OPR-HOME-BRANCH.
           MOVE "A"   TO OPR-STATUS.
           MOVE 1     TO OPR-FUNCTION-COUNT.
           MOVE "ALL" TO OPR-FUNCTION-CODE(1).
           PERFORM 330-WRITE-NEW-OPERATOR.

       200-PROCESS-ONE-REQUEST.
           DISPLAY "Enter: (A)dd, (C)hange, (S)tatus, (L)ist, "
               "or BLANK TO END RUN"
           ACCEPT DESK-FUNCTION-SWITCH.
           EVALUATE TRUE
               WHEN DESK-FUNCTION-SWITCH = SPACE
                   MOVE "N" TO MORE-REQUESTS-SWITCH
               WHEN ADD-FUNCTION
                   PERFORM 300-ADD-OPERATOR
               WHEN CHANGE-FUNCTION
                   PERFORM 400-CHANGE-OPERATOR
               WHEN STATUS-FUNCTION
                   PERFORM 500-CHANGE-STATUS
               WHEN LIST-FUNCTION
                   PERFORM 600-LIST-OPERATORS
               WHEN OTHER
                   DISPLAY "ANSWER A, C, S, L, OR BLANK"
           END-EVALUATE.

       210-FIND-OPERATOR.
           MOVE "N" TO OPERATOR-FOUND-SWITCH.
           DISPLAY "Enter: Operator ID".
           ACCEPT OPERATOR-ENTRY-WORK.
           MOVE OPERATOR-ENTRY-WORK TO OPR-OPERATOR-ID.
           READ OPERMAS
               INVALID KEY
                   MOVE "N" TO OPERATOR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO OPERATOR-FOUND-SWITCH
           END-READ.

      ******************************************************************
      * ADD - AN ID NOT ALREADY ON FILE, A NAME, A HOME BRANCH, AND
      * THE FUNCTION LIST.  A NEW OPERATOR GOES ON ACTIVE.
      ******************************************************************
       300-ADD-OPERATOR.
           PERFORM 210-FIND-OPERATOR.
           EVALUATE TRUE
               WHEN OPERATOR-ENTRY-WORK = SPACES
                   DISPLAY "REJECTED - AN OPERATOR ID IS REQUIRED"
               WHEN OPERATOR-FOUND
                   DISPLAY "REJECTED - OPERATOR " OPERATOR-ENTRY-WORK
                       " IS ALREADY ON FILE"
               WHEN OTHER
                   MOVE SPACES TO OPERATOR-MASTER-RECORD
                   MOVE OPERATOR-ENTRY-WORK TO OPR-OPERATOR-ID
                   DISPLAY "Enter: Operator Name"
                   ACCEPT OPR-NAME
                   DISPLAY "Enter: Home Branch Code"
                   ACCEPT OPR-HOME-BRANCH
                   MOVE "A" TO OPR-STATUS
                   PERFORM 310-ACCEPT-FUNCTION-LIST
                   PERFORM 330-WRITE-NEW-OPERATOR
           END-EVALUATE.

      * THE FUNCTION LIST IS KEYED FRESH, ONE CODE AT A TIME, UNTIL A
      * BLANK OR THE TWENTIETH CODE.  A CODE NOT IN THE TABLE ABOVE IS
      * REFUSED AND ASKED FOR AGAIN.
       310-ACCEPT-FUNCTION-LIST.
           MOVE ZERO TO OPR-FUNCTION-COUNT.
           PERFORM 315-CLEAR-ONE-CODE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > 20.
           MOVE "Y" TO MORE-CODES-SWITCH.
           PERFORM 320-ACCEPT-ONE-CODE
               WITH TEST AFTER
               UNTIL NOT MORE-CODES
                  OR OPR-FUNCTION-COUNT NOT < 20.

       315-CLEAR-ONE-CODE.
           MOVE SPACES TO OPR-FUNCTION-CODE(LIST-IDX).

       320-ACCEPT-ONE-CODE.
           DISPLAY "Enter: Function Code (BLANK WHEN DONE)".
           ACCEPT CODE-ENTRY-WORK.
           IF CODE-ENTRY-WORK = SPACES
               MOVE "N" TO MORE-CODES-SWITCH
           ELSE
               MOVE "N" TO CODE-VALID-SWITCH
               PERFORM 325-MATCH-ONE-CODE
                   VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > CODE-TABLE-MAX
                      OR CODE-VALID
               IF CODE-VALID
                   ADD 1 TO OPR-FUNCTION-COUNT
                   MOVE CODE-ENTRY-WORK
                       TO OPR-FUNCTION-CODE(OPR-FUNCTION-COUNT)
               ELSE
                   DISPLAY "REJECTED - " CODE-ENTRY-WORK
                       " IS NOT A FUNCTION CODE"
               END-IF
           END-IF.

       325-MATCH-ONE-CODE.
           IF FC-FUNCTION-CODE(CODE-IDX) = CODE-ENTRY-WORK
               MOVE "Y" TO CODE-VALID-SWITCH
           END-IF.

       330-WRITE-NEW-OPERATOR.
           MOVE CD-CURRENT-DATE TO OPR-ADDED-DATE.
           MOVE CD-CURRENT-DATE TO OPR-CHANGED-DATE.
           MOVE OPERATOR-ID     TO OPR-CHANGED-BY.
           WRITE OPERATOR-MASTER-RECORD.
           IF WS-OPERMAS-OK
               ADD 1 TO ADDED-COUNT
               DISPLAY "OPERATOR ADDED - " OPR-OPERATOR-ID
           ELSE
               DISPLAY "** OPERATOR WRITE FAILED - STATUS: "
                   WS-OPERMAS-STATUS
           END-IF.

      ******************************************************************
      * CHANGE - NAME, HOME BRANCH, AND THE FUNCTION LIST, EACH ONLY
      * IF ASKED.  A NEW LIST REPLACES THE OLD ONE WHOLE.
      ******************************************************************
       400-CHANGE-OPERATOR.
           PERFORM 210-FIND-OPERATOR.
           IF NOT OPERATOR-FOUND
               DISPLAY "REJECTED - OPERATOR " OPERATOR-ENTRY-WORK
                   " NOT ON FILE"
           ELSE
               DISPLAY "CURRENT NAME: " OPR-NAME
               DISPLAY "Change Name? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Operator Name"
                   ACCEPT OPR-NAME
               END-IF
               DISPLAY "CURRENT HOME BRANCH: " OPR-HOME-BRANCH
               DISPLAY "Change Home Branch? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   DISPLAY "Enter: New Home Branch Code"
                   ACCEPT OPR-HOME-BRANCH
               END-IF
               PERFORM 610-BUILD-CODES-LINE
               DISPLAY "CURRENT FUNCTIONS: " OCL-CODES
               DISPLAY "Change Function List? (Y/N)"
               ACCEPT CHANGE-FIELD-SWITCH
               IF CHANGE-THIS-FIELD
                   PERFORM 310-ACCEPT-FUNCTION-LIST
               END-IF
               PERFORM 510-REWRITE-OPERATOR
           END-IF.

      ******************************************************************
      * STATUS - ACTIVE GOES INACTIVE AND INACTIVE GOES ACTIVE.  THE
      * SIGNED-ON OPERATOR CANNOT SWITCH THEMSELVES OFF.
      ******************************************************************
       500-CHANGE-STATUS.
           PERFORM 210-FIND-OPERATOR.
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   DISPLAY "REJECTED - OPERATOR " OPERATOR-ENTRY-WORK
                       " NOT ON FILE"
               WHEN OPR-OPERATOR-ID = OPERATOR-ID
                   DISPLAY "REJECTED - YOU CANNOT CHANGE YOUR OWN "
                       "STATUS"
               WHEN OPR-ACTIVE
                   MOVE "I" TO OPR-STATUS
                   PERFORM 510-REWRITE-OPERATOR
               WHEN OTHER
                   MOVE "A" TO OPR-STATUS
                   PERFORM 510-REWRITE-OPERATOR
           END-EVALUATE.

       510-REWRITE-OPERATOR.
           MOVE CD-CURRENT-DATE TO OPR-CHANGED-DATE.
           MOVE OPERATOR-ID     TO OPR-CHANGED-BY.
           REWRITE OPERATOR-MASTER-RECORD.
           IF WS-OPERMAS-OK
               ADD 1 TO CHANGED-COUNT
               IF OPR-ACTIVE
                   DISPLAY "OPERATOR UPDATED - " OPR-OPERATOR-ID
                       " ACTIVE"
               ELSE
                   DISPLAY "OPERATOR UPDATED - " OPR-OPERATOR-ID
                       " INACTIVE"
               END-IF
           ELSE
               DISPLAY "** OPERATOR REWRITE FAILED - STATUS: "
                   WS-OPERMAS-STATUS
           END-IF.

      ******************************************************************
      * LIST - EVERY OPERATOR ON FILE IN ID ORDER, WITH THE FUNCTION
      * LIST UNDER EACH.
      ******************************************************************
       600-LIST-OPERATORS.
           MOVE ZERO TO LISTED-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO OPR-OPERATOR-ID.
           START OPERMAS KEY IS NOT < OPR-OPERATOR-ID
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-SWITCH
           END-START.
           PERFORM 605-LIST-ONE-OPERATOR
               WITH TEST AFTER
               UNTIL LIST-EOF.
           DISPLAY "OPERATORS ON FILE: " LISTED-COUNT.

       605-LIST-ONE-OPERATOR.
           IF NOT LIST-EOF
               READ OPERMAS NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO LISTED-COUNT
                       MOVE OPR-OPERATOR-ID TO OL-OPERATOR-ID
                       MOVE OPR-NAME        TO OL-NAME
                       MOVE OPR-HOME-BRANCH TO OL-HOME-BRANCH
                       MOVE OPR-CHANGED-BY  TO OL-CHANGED-BY
                       IF OPR-ACTIVE
                           MOVE "ACTIVE"   TO OL-STATUS
                       ELSE
                           MOVE "INACTIVE" TO OL-STATUS
                       END-IF
                       DISPLAY OPERATOR-LIST-LINE
                       PERFORM 610-BUILD-CODES-LINE
                       DISPLAY OPERATOR-CODES-LINE
               END-READ
           END-IF.

      * THE FUNCTION LIST STRUNG OUT ON ONE LINE, A SPACE BETWEEN
      * CODES.
       610-BUILD-CODES-LINE.
           MOVE SPACES TO OCL-CODES.
           PERFORM 615-ADD-ONE-CODE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > 20.

       615-ADD-ONE-CODE.
           COMPUTE CODE-IDX = (LIST-IDX - 1) * 7 + 1.
           MOVE OPR-FUNCTION-CODE(LIST-IDX) TO OCL-CODES(CODE-IDX:6).
