      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/13/2018
      * Purpose: Operator authority subprogram.  CALLed by every desk
      *          and batch program at startup (function SIGNON) and
      *          before each controlled function, with the argument
      *          area in the OPRLINK copybook.  Looks the operator up
      *          on OPERMAS (see OPERREC copybook): an operator not on
      *          file or not active is refused everything, and an
      *          active one is allowed SIGNON plus the functions on
      *          their list (ALL allows every function).  No operator
      *          master at all refuses everyone - YMCA_OPERATOR sets
      *          the first one up.  Every refusal is appended to
      *          OPRREFUSE (see REFUSEREC copybook) before returning,
      *          so the caller only has to say no.  The master is
      *          read fresh on every call so a change made at the
      *          office takes effect at a desk already running.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA_OPRCHECK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPERMAS ASSIGN TO WS-OPERMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERMAS-STATUS.
           SELECT OPRREFUSE ASSIGN TO WS-OPRREFUSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRREFUSE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OPERMAS.
           COPY OPERREC.

       FD  OPRREFUSE.
           COPY REFUSEREC.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-OPERMAS-PATH         PIC X(100).
           05  WS-OPRREFUSE-PATH       PIC X(100).

       01  WS-OPERMAS-STATUS           PIC X(2).
           88  WS-OPERMAS-OK                      VALUE "00".

       01  WS-OPRREFUSE-STATUS         PIC X(2).
           88  WS-OPRREFUSE-OK                    VALUE "00".
           88  WS-OPRREFUSE-FILE-MISSING           VALUE "35".

       01  OPERATOR-FOUND-SWITCH       PIC X.
           88  OPERATOR-FOUND                     VALUE "Y".

       01  FUNCTION-SCAN-FIELDS        BINARY.
           05  FUNCTION-IDX            PIC S9(3)      VALUE ZERO.
           05  FUNCTION-LIMIT          PIC S9(3)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-TIME         PIC 9(6).

       LINKAGE SECTION.
           COPY OPRLINK.

       PROCEDURE DIVISION USING OPERATOR-CHECK-AREA.
       000-CHECK-OPERATOR.
           PERFORM 050-GET-RUNTIME-PATHS.
           MOVE "N"    TO OPC-RESULT-CODE.
           MOVE SPACE  TO OPC-REASON-CODE.
           MOVE SPACES TO OPC-OPERATOR-NAME
                          OPC-HOME-BRANCH
                          OPC-REFUSAL-TEXT.

           OPEN INPUT OPERMAS.
           IF NOT WS-OPERMAS-OK
               MOVE "M" TO OPC-REASON-CODE
               MOVE "NO OPERATOR MASTER - SEE THE OFFICE"
                   TO OPC-REFUSAL-TEXT
           ELSE
               PERFORM 100-LOOK-UP-OPERATOR
               CLOSE OPERMAS
           END-IF.

           IF NOT OPC-AUTHORIZED
               PERFORM 200-LOG-REFUSAL
           END-IF.

           EXIT PROGRAM.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-OPERMAS-PATH FROM ENVIRONMENT "OPERMAS_PATH".
           IF WS-OPERMAS-PATH = SPACES
               MOVE "OPERMAS.DAT" TO WS-OPERMAS-PATH
           END-IF.

           ACCEPT WS-OPRREFUSE-PATH FROM ENVIRONMENT "OPRREFUSE_PATH".
           IF WS-OPRREFUSE-PATH = SPACES
               MOVE "OPRREFUSE.DAT" TO WS-OPRREFUSE-PATH
           END-IF.

       100-LOOK-UP-OPERATOR.
           MOVE OPC-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERMAS
               INVALID KEY
                   MOVE "N" TO OPERATOR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO OPERATOR-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   MOVE "N" TO OPC-REASON-CODE
                   MOVE "OPERATOR NOT ON FILE" TO OPC-REFUSAL-TEXT
               WHEN NOT OPR-ACTIVE
                   MOVE "I" TO OPC-REASON-CODE
                   MOVE "OPERATOR NOT ACTIVE" TO OPC-REFUSAL-TEXT
               WHEN OPC-SIGN-ON
                   MOVE "Y" TO OPC-RESULT-CODE
               WHEN OTHER
                   PERFORM 110-CHECK-FUNCTION-LIST
           END-EVALUATE.
           IF OPERATOR-FOUND
               MOVE OPR-NAME        TO OPC-OPERATOR-NAME
               MOVE OPR-HOME-BRANCH TO OPC-HOME-BRANCH
           END-IF.

      * THE FUNCTION MUST BE ON THE OPERATOR'S LIST, OR THE LIST MUST
      * CARRY ALL.  A COUNT OUT OF RANGE IS TAKEN AS THE FULL TABLE.
       110-CHECK-FUNCTION-LIST.
           MOVE OPR-FUNCTION-COUNT TO FUNCTION-LIMIT.
           IF OPR-FUNCTION-COUNT NOT NUMERIC
               OR FUNCTION-LIMIT > 20
               MOVE 20 TO FUNCTION-LIMIT
           END-IF.
           PERFORM 115-MATCH-ONE-FUNCTION
               VARYING FUNCTION-IDX FROM 1 BY 1
               UNTIL FUNCTION-IDX > FUNCTION-LIMIT
                  OR OPC-AUTHORIZED.
           IF NOT OPC-AUTHORIZED
               MOVE "F" TO OPC-REASON-CODE
               STRING "NOT AUTHORIZED FOR " DELIMITED BY SIZE
                      OPC-FUNCTION-CODE     DELIMITED BY SPACE
                   INTO OPC-REFUSAL-TEXT
               END-STRING
           END-IF.

       115-MATCH-ONE-FUNCTION.
           IF OPR-FUNCTION-CODE(FUNCTION-IDX) = OPC-FUNCTION-CODE
               OR OPR-FUNCTION-CODE(FUNCTION-IDX) = "ALL"
               MOVE "Y" TO OPC-RESULT-CODE
           END-IF.

      * THE BRANCH IS THE CALLER'S DESK BRANCH, OR BRANCH_CODE WHEN
      * THE CALLER HAS NONE OF ITS OWN.
       200-LOG-REFUSAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CD-CURRENT-TIME.
           OPEN EXTEND OPRREFUSE.
           IF WS-OPRREFUSE-FILE-MISSING
               OPEN OUTPUT OPRREFUSE
               CLOSE OPRREFUSE
               OPEN EXTEND OPRREFUSE
           END-IF.
           IF WS-OPRREFUSE-OK
               MOVE CD-CURRENT-DATE   TO ORF-REFUSAL-DATE
               MOVE CD-CURRENT-TIME   TO ORF-REFUSAL-TIME
               MOVE OPC-OPERATOR-ID   TO ORF-OPERATOR-ID
               MOVE OPC-PROGRAM-NAME  TO ORF-PROGRAM-NAME
               MOVE OPC-FUNCTION-CODE TO ORF-FUNCTION-CODE
               MOVE OPC-BRANCH-CODE   TO ORF-BRANCH-CODE
               IF ORF-BRANCH-CODE = SPACES
                   ACCEPT ORF-BRANCH-CODE FROM ENVIRONMENT
                       "BRANCH_CODE"
               END-IF
               MOVE OPC-REASON-CODE   TO ORF-REASON-CODE
               WRITE OPERATOR-REFUSAL-RECORD
               CLOSE OPRREFUSE
           ELSE
               DISPLAY "** UNABLE TO LOG OPERATOR REFUSAL - STATUS: "
                   WS-OPRREFUSE-STATUS
           END-IF.
