      *          offers a supervised merge: the duplicate's balances
      *          and fees fold into the survivor, household links and
      *          enrollments are repointed - along with the open
      *          ARITEMS receivables, waitlist entries, trainer
      *          sessions and appointments, priority seats, lockers,
      *          and employer items, so nothing stays keyed to a dead
      *          card - and the dup is terminated through the normal
      *          YMCAHIST archive / MBRCHLOG / CONTROLFILE path
      *          (reason DP) - so the member billed and counted twice
      *          becomes one member with one history.  Draft,
      *          assistance, employer, and collection history follow
      *          the survivor, or the merge is refused.  Point
      *          YMCAMEM_PATH at the consolidated association file to
      *          scan all branches.
      * Tectonics: cobc
      *
      * Modification History:
      *   03/28/2018 GW - The duplicate's MBR-CREDIT-BALANCE now folds
      *                   into the survivor with the other money
      *                   fields, so a credit on the retired card is
      *                   not archived away with it.
      *   06/13/2018 GW - The operator is checked against OPERMAS
      *                   through YMCA_OPRCHECK at startup, and the
      *                   supervised merge needs MERGE authority - an
      *                   operator without it still gets the report.
      *   08/09/2018 GW - The merge now repoints trainer sessions,
      *                   priority seats, employer items, appointments,
      *                   and lockers to the survivor.  The duplicate's
      *                   draft, assistance, employer link,
      *                   returned-check and write-off history, waiver,
      *                   medical release, emergency contact, and
      *                   dunning dates follow the survivor; a pair
      *                   where either card is with the agency, the
      *                   duplicate has an unrecovered write-off, or
      *                   both cards hold a draft, an assistance award,
      *                   or different employers is refused before the
      *                   operator is asked.  An operator refusal now
      *                   ends the run with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-DUPLICATE-SCAN.
           SELECT WAITWORK ASSIGN TO WS-WAITWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITWORK-STATUS.
           SELECT SESSFILE ASSIGN TO WS-SESSFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSFILE-STATUS.
           SELECT PRIORITYFILE ASSIGN TO WS-PRIORITYFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITYFILE-STATUS.
           SELECT CORPITEMS ASSIGN TO WS-CORPITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPITEMS-STATUS.
           SELECT CARDWORK ASSIGN TO WS-CARDWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDWORK-STATUS.
           SELECT APPTFILE ASSIGN TO WS-APPTFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-APPT-KEY
               ALTERNATE RECORD KEY IS APT-MEMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPTFILE-STATUS.
           SELECT LOCKMAS ASSIGN TO WS-LOCKMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LKR-LOCKER-KEY
               FILE STATUS IS WS-LOCKMAS-STATUS.
           SELECT YMCAHIST ASSIGN TO WS-YMCAHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YMCAHIST-STATUS.
      * SCRATCH COPY FOR THE ENROLLMENT REPOINT - SAME COPY-PASS THE
      * DROP FUNCTION IN YMCA_CLASS_ENROLL USES.
       FD  ENROLLWORK.
       01  ENROLL-WORK-RECORD          PIC X(37).

       FD  ARITEMS.
           COPY ARITEMREC.
       FD  WAITWORK.
       01  WAIT-WORK-RECORD            PIC X(26).

       FD  SESSFILE.
           COPY SESSREC.

       FD  PRIORITYFILE.
           COPY PRIREC.

       FD  CORPITEMS.
           COPY CORPITEMREC.

      * SCRATCH COPY FOR THE SESSION, PRIORITY SEAT, AND EMPLOYER ITEM
      * REPOINTS - EACH IN TURN, THE SAME SCRATCH FILE YMCA_MEM_UPDATE
      * USES TO REPLACE A CARD.  WIDEN IF ANY OF THOSE RECORDS
      * OUTGROWS IT.
       FD  CARDWORK.
       01  CARD-WORK-RECORD            PIC X(40).

       FD  APPTFILE.
           COPY APPTREC.

       FD  LOCKMAS.
           COPY LOCKREC.

       FD  YMCAHIST.
           COPY HISTREC.

           05  WS-ARWORK-PATH          PIC X(100).
           05  WS-WAITFILE-PATH        PIC X(100).
           05  WS-WAITWORK-PATH        PIC X(100).
           05  WS-SESSFILE-PATH        PIC X(100).
           05  WS-PRIORITYFILE-PATH    PIC X(100).
           05  WS-CORPITEMS-PATH       PIC X(100).
           05  WS-CARDWORK-PATH        PIC X(100).
           05  WS-APPTFILE-PATH        PIC X(100).
           05  WS-LOCKMAS-PATH         PIC X(100).
           05  WS-YMCAHIST-PATH        PIC X(100).
           05  WS-MBRCHLOG-PATH        PIC X(100).
           05  WS-CONTROLFILE-PATH     PIC X(100).
       01  WS-WAITWORK-STATUS          PIC X(2).
           88  WS-WAITWORK-OK                     VALUE "00".

       01  WS-SESSFILE-STATUS          PIC X(2).
           88  WS-SESSFILE-OK                     VALUE "00".

       01  WS-PRIORITYFILE-STATUS      PIC X(2).
           88  WS-PRIORITYFILE-OK                 VALUE "00".

       01  WS-CORPITEMS-STATUS         PIC X(2).
           88  WS-CORPITEMS-OK                    VALUE "00".

       01  WS-CARDWORK-STATUS          PIC X(2).
           88  WS-CARDWORK-OK                     VALUE "00".

       01  WS-APPTFILE-STATUS          PIC X(2).
           88  WS-APPTFILE-OK                     VALUE "00".

       01  WS-LOCKMAS-STATUS           PIC X(2).
           88  WS-LOCKMAS-OK                      VALUE "00".

       01  WS-YMCAHIST-STATUS          PIC X(2).
           88  WS-YMCAHIST-OK                     VALUE "00".
           88  WS-YMCAHIST-FILE-MISSING            VALUE "35".
               88  REPOINT-TOUCHED                        VALUE "Y".
           05  FOLD-ERROR-SWITCH           PIC X.
               88  FOLD-ERROR                             VALUE "Y".
           05  MERGE-BLOCKED-SWITCH        PIC X.
               88  MERGE-BLOCKED                          VALUE "Y".
           05  REPOINT-EOF-SWITCH          PIC X.
               88  REPOINT-EOF                            VALUE "Y".
           05  COPY-BACK-SWITCH            PIC X.
               88  COPY-BACK-FAILED                       VALUE "Y".

       01  DUP-COUNT-FIELDS            BINARY.
           05  RECORDS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  SQ-TABLE-MAX            PIC S9(3)      VALUE 50.
           05  SQ-IDX                  PIC S9(3)      VALUE ZERO.
           05  PAIR-RANK-WORK          PIC S9(3)      VALUE ZERO.
           05  REPOINT-COUNT           PIC S9(5)      VALUE ZERO.
           05  CARD-FILE-IDX           PIC S9(3)      VALUE ZERO.
           05  CARD-FILE-MAX           PIC S9(3)      VALUE 3.

       01  RUN-RECORD-COUNT            PIC 9(5)       VALUE ZERO.
       01  LAST-CHECKPOINT-CARD        PIC 9(6)       VALUE ZERO.

       01  OPERATOR-ID                 PIC X(8).

      * OPERATOR AUTHORITY CHECK ARGUMENTS - SEE YMCA_OPRCHECK.
           COPY OPRLINK.

      * THE NAMESAKE GROUP GATHERED AT THE NAME BREAK - EVERY PAIR
      * INSIDE IT IS COMPARED.
       01  NAMESAKE-GROUP-TABLE.
           05  LSR-BRANCH-CODE         PIC X(3).
           05  LSR-MEMBERSHIP-TYPE     PIC X(2).
           05  LSR-REST-OF-RECORD      PIC X(53).
           05  LSR-CREDIT-BALANCE      PIC 9(4)V9(2).
           05  LSR-NSF-RETURN-COUNT    PIC 9(2).
           05  LSR-NSF-LAST-DATE       PIC 9(8).
           05  LSR-PAY-RESTRICT-CODE   PIC X.
               88  LSR-CASH-ONLY                      VALUE "C".
           05  LSR-DRAFT-STATUS        PIC X.
               88  LSR-ON-DRAFT                       VALUE "A".
           05  LSR-DRAFT-ROUTING       PIC 9(9).
           05  LSR-DRAFT-ACCOUNT       PIC X(17).
           05  LSR-DRAFT-DAY           PIC 9(2).
           05  LSR-DRAFT-AMOUNT        PIC 9(3)V9(2).
           05  LSR-DRAFT-LAST-DATE     PIC 9(8).
           05  LSR-DRAFT-FAIL-COUNT    PIC 9(2).
           05  LSR-DRAFT-FAIL-DATE     PIC 9(8).
           05  LSR-ASSIST-PERCENT      PIC 9(3).
           05  LSR-ASSIST-APPROVED-DATE PIC 9(8).
           05  LSR-ASSIST-REVIEW-DATE  PIC 9(8).
           05  LSR-ASSIST-APPROVER     PIC X(8).
           05  LSR-WAIVER-SIGNED-DATE  PIC 9(8).
           05  LSR-WAIVER-VERSION      PIC X(4).
           05  LSR-EMERG-CONTACT-NAME  PIC X(20).
           05  LSR-EMERG-CONTACT-PHONE PIC 9(10).
           05  LSR-MED-RELEASE-DATE    PIC 9(8).
           05  LSR-FINAL-NOTICE-DATE   PIC 9(8).
           05  LSR-COLLECT-PLACED-DATE PIC 9(8).
           05  LSR-WRITEOFF-AMOUNT     PIC 9(5)V9(2).
           05  LSR-RECOVERED-AMOUNT    PIC 9(5)V9(2).
           05  LSR-CORP-ACCOUNT-NUMBER PIC 9(6).
           05  LSR-CORP-LINK-DATE      PIC 9(8).

      * THE SURVIVOR'S CLASSES, GATHERED BEFORE THE ENROLLMENT
      * REPOINT SO A SEAT THE SURVIVOR ALREADY HOLDS IS NOT
               10  SQ-CLASS-CODE           PIC X(6).

       01  CHANGE-IMAGE-FIELDS.
           05  LOG-BEFORE-IMAGE        PIC X(361).
           05  LOG-AFTER-IMAGE         PIC X(361).

       01  MERGE-LOG-CODE              PIC X.

       000-SCAN-FOR-DUPLICATES.
           PERFORM 050-GET-RUNTIME-PATHS.
           PERFORM 055-GET-OPERATOR-ID.
           MOVE "SIGNON" TO OPC-FUNCTION-CODE.
           PERFORM 056-CALL-OPERATOR-CHECK.
           IF NOT OPC-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 060-READ-CONTROL-COUNT.

           OPEN I-O YMCAMEM.
           DISPLAY "CANDIDATE PAIRS FOUND: " CANDIDATE-PAIR-COUNT.

           IF CANDIDATE-PAIR-COUNT > ZERO
               MOVE "MERGE" TO OPC-FUNCTION-CODE
               PERFORM 056-CALL-OPERATOR-CHECK
               IF OPC-AUTHORIZED
                   PERFORM 500-MERGE-ONE-PAIR
                       WITH TEST AFTER
                       UNTIL NOT MORE-MERGES
               END-IF
           END-IF.

           CLOSE YMCAMEM.
               MOVE "WAITWORK.DAT" TO WS-WAITWORK-PATH
           END-IF.

           ACCEPT WS-SESSFILE-PATH FROM ENVIRONMENT "SESSFILE_PATH".
           IF WS-SESSFILE-PATH = SPACES
               MOVE "SESSIONS.DAT" TO WS-SESSFILE-PATH
           END-IF.

           ACCEPT WS-PRIORITYFILE-PATH
               FROM ENVIRONMENT "PRIORITYFILE_PATH".
           IF WS-PRIORITYFILE-PATH = SPACES
               MOVE "PRIORITY.DAT" TO WS-PRIORITYFILE-PATH
           END-IF.

           ACCEPT WS-CORPITEMS-PATH FROM ENVIRONMENT "CORPITEMS_PATH".
           IF WS-CORPITEMS-PATH = SPACES
               MOVE "CORPITEMS.DAT" TO WS-CORPITEMS-PATH
           END-IF.

           ACCEPT WS-CARDWORK-PATH FROM ENVIRONMENT "CARDWORK_PATH".
           IF WS-CARDWORK-PATH = SPACES
               MOVE "CARDWORK.DAT" TO WS-CARDWORK-PATH
           END-IF.

           ACCEPT WS-APPTFILE-PATH FROM ENVIRONMENT "APPTFILE_PATH".
           IF WS-APPTFILE-PATH = SPACES
               MOVE "APPTS.DAT" TO WS-APPTFILE-PATH
           END-IF.

           ACCEPT WS-LOCKMAS-PATH FROM ENVIRONMENT "LOCKMAS_PATH".
           IF WS-LOCKMAS-PATH = SPACES
               MOVE "LOCKMAS.DAT" TO WS-LOCKMAS-PATH
           END-IF.

           ACCEPT WS-YMCAHIST-PATH FROM ENVIRONMENT "YMCAHIST_PATH".
           IF WS-YMCAHIST-PATH = SPACES
               MOVE "YMCAHIST.DAT" TO WS-YMCAHIST-PATH
               ACCEPT OPERATOR-ID
           END-IF.

      * YMCA_OPRCHECK LOGS EVERY REFUSAL ITSELF.
       056-CALL-OPERATOR-CHECK.
           MOVE OPERATOR-ID    TO OPC-OPERATOR-ID.
           MOVE "YMCA_DUPSCAN" TO OPC-PROGRAM-NAME.
           MOVE SPACES         TO OPC-BRANCH-CODE.
           CALL "YMCA_OPRCHECK" USING OPERATOR-CHECK-AREA.
           IF NOT OPC-AUTHORIZED
               DISPLAY "** REFUSED - " OPC-REFUSAL-TEXT
           END-IF.

       060-READ-CONTROL-COUNT.
           OPEN INPUT CONTROLFILE.
           IF WS-CONTROLFILE-OK
                   DISPLAY "DUPLICATE: " LSR-CARD-NUMBER " "
                       LSR-NAME " " LSR-BRANCH-CODE
                       " DUE " LSR-BALANCE-DUE
                   PERFORM 512-CHECK-MERGE-BLOCKERS
                   IF NOT MERGE-BLOCKED
                       PERFORM 511-CONFIRM-AND-MERGE
                   END-IF
               END-IF
           END-IF.

       511-CONFIRM-AND-MERGE.
           DISPLAY "Merge The Duplicate Into The Survivor? (Y/N)"
           ACCEPT CONFIRM-SWITCH.
           IF MERGE-CONFIRMED
               PERFORM 520-FOLD-INTO-SURVIVOR
               IF NOT FOLD-ERROR
                   PERFORM 540-REPOINT-HOUSEHOLDS
                   PERFORM 550-REPOINT-ENROLLMENTS
                   PERFORM 570-REPOINT-OPEN-ITEMS
                   PERFORM 580-REPOINT-WAITLIST
                   MOVE "N" TO COPY-BACK-SWITCH
                   PERFORM 589-REPOINT-ONE-CARD-FILE
                       VARYING CARD-FILE-IDX FROM 1 BY 1
                       UNTIL CARD-FILE-IDX > CARD-FILE-MAX
                          OR COPY-BACK-FAILED
                   PERFORM 630-REPOINT-APPOINTMENTS
                   PERFORM 640-REPOINT-LOCKERS
                   PERFORM 560-RETIRE-THE-DUPLICATE
               END-IF
           ELSE
               DISPLAY "MERGE CANCELLED"
           END-IF.

      * A PAIR THAT CANNOT BE MADE ONE MEMBER WITHOUT LOSING SOMETHING
      * IS REFUSED BEFORE THE OPERATOR IS ASKED - THE OFFICE SETTLES
      * IT BY HAND AND RUNS THE MERGE AGAIN.  A CARD WITH THE AGENCY,
      * OR A WRITE-OFF NOT YET RECOVERED, IS STILL KNOWN TO THE AGENCY
      * BY ITS NUMBER; TWO DRAFTS, TWO ASSISTANCE AWARDS, OR TWO
      * EMPLOYERS CANNOT BOTH BE KEPT ON ONE RECORD.
       512-CHECK-MERGE-BLOCKERS.
           MOVE "Y" TO MERGE-BLOCKED-SWITCH.
           EVALUATE TRUE
               WHEN MBR-STATUS = "COLLECT " OR LSR-STATUS = "COLLECT "
                   DISPLAY "REJECTED - A CARD IS WITH THE COLLECTION "
                       "AGENCY"
               WHEN LSR-WRITEOFF-AMOUNT NUMERIC
                   AND LSR-WRITEOFF-AMOUNT > ZERO
                   AND (LSR-RECOVERED-AMOUNT NOT NUMERIC
                    OR LSR-RECOVERED-AMOUNT < LSR-WRITEOFF-AMOUNT)
                   DISPLAY "REJECTED - DUPLICATE HAS A WRITE-OFF NOT "
                       "YET RECOVERED"
               WHEN LSR-ON-DRAFT AND MBR-ON-DRAFT
                   DISPLAY "REJECTED - BOTH CARDS ARE ON BANK DRAFT - "
                       "STOP ONE DRAFT FIRST"
               WHEN LSR-ASSIST-PERCENT NUMERIC
                   AND LSR-ASSIST-PERCENT > ZERO
                   AND MBR-ASSIST-PERCENT NUMERIC
                   AND MBR-ASSIST-PERCENT > ZERO
                   DISPLAY "REJECTED - BOTH CARDS HAVE FINANCIAL "
                       "ASSISTANCE"
               WHEN LSR-CORP-ACCOUNT-NUMBER NUMERIC
                   AND LSR-CORP-ACCOUNT-NUMBER > ZERO
                   AND MBR-CORP-ACCOUNT-NUMBER NUMERIC
                   AND MBR-CORP-ACCOUNT-NUMBER > ZERO
                   AND MBR-CORP-ACCOUNT-NUMBER
                       NOT = LSR-CORP-ACCOUNT-NUMBER
                   DISPLAY "REJECTED - CARDS ARE LINKED TO DIFFERENT "
                       "EMPLOYERS"
               WHEN OTHER
                   MOVE "N" TO MERGE-BLOCKED-SWITCH
           END-EVALUATE.

       515-READ-ONE-CARD.
           MOVE "N" TO CARD-FOUND-SWITCH.
           READ YMCAMEM
               ON SIZE ERROR
                   MOVE "Y" TO FOLD-ERROR-SWITCH
           END-ADD.
           ADD LSR-CREDIT-BALANCE TO MBR-CREDIT-BALANCE
               ON SIZE ERROR
                   MOVE "Y" TO FOLD-ERROR-SWITCH
           END-ADD.
           IF MBR-HOUSEHOLD-CARD-NUMBER = ZERO
               AND LSR-HOUSEHOLD-CARD-NUMBER NOT = ZERO
               AND LSR-HOUSEHOLD-CARD-NUMBER
               MOVE LSR-HOUSEHOLD-CARD-NUMBER
                   TO MBR-HOUSEHOLD-CARD-NUMBER
           END-IF.
           PERFORM 525-CARRY-MEMBER-FIELDS.
           IF FOLD-ERROR
               DISPLAY "** MERGE ABORTED - FOLDED FEES WOULD "
                   "OVERFLOW - ADJUST BY HAND FIRST **"
               END-IF
           END-IF.

      * EVERYTHING ELSE THE DUPLICATE HELD FOLLOWS THE PERSON.  512
      * HAS ALREADY REFUSED A PAIR WHERE BOTH CARDS HOLD A DRAFT, AN
      * ASSISTANCE AWARD, OR AN EMPLOYER, SO EACH IS TAKEN ONLY WHERE
      * THE SURVIVOR HAS NONE.  RETURNED-CHECK HISTORY ADDS UP (THE
      * COUNT STOPS AT 99) AND A CASH-ONLY RESTRICTION ON EITHER CARD
      * STANDS.  A RECOVERED WRITE-OFF ADDS TO THE SURVIVOR'S SO THE
      * HISTORY IS NOT LOST.  THE LATER WAIVER AND MEDICAL RELEASE ARE
      * KEPT, AND THE DUPLICATE'S EMERGENCY CONTACT AND DUNNING DATES
      * FILL ONLY WHAT THE SURVIVOR LACKS.
       525-CARRY-MEMBER-FIELDS.
           IF LSR-ON-DRAFT
               MOVE LSR-DRAFT-STATUS     TO MBR-DRAFT-STATUS
               MOVE LSR-DRAFT-ROUTING    TO MBR-DRAFT-ROUTING
               MOVE LSR-DRAFT-ACCOUNT    TO MBR-DRAFT-ACCOUNT
               MOVE LSR-DRAFT-DAY        TO MBR-DRAFT-DAY
               MOVE LSR-DRAFT-AMOUNT     TO MBR-DRAFT-AMOUNT
               MOVE LSR-DRAFT-LAST-DATE  TO MBR-DRAFT-LAST-DATE
               MOVE LSR-DRAFT-FAIL-COUNT TO MBR-DRAFT-FAIL-COUNT
               MOVE LSR-DRAFT-FAIL-DATE  TO MBR-DRAFT-FAIL-DATE
           END-IF.
           IF LSR-ASSIST-PERCENT NUMERIC
               AND LSR-ASSIST-PERCENT > ZERO
               AND (MBR-ASSIST-PERCENT NOT NUMERIC
                OR MBR-ASSIST-PERCENT = ZERO)
               MOVE LSR-ASSIST-PERCENT   TO MBR-ASSIST-PERCENT
               MOVE LSR-ASSIST-APPROVED-DATE
                   TO MBR-ASSIST-APPROVED-DATE
               MOVE LSR-ASSIST-REVIEW-DATE TO MBR-ASSIST-REVIEW-DATE
               MOVE LSR-ASSIST-APPROVER  TO MBR-ASSIST-APPROVER
           END-IF.
           IF LSR-CORP-ACCOUNT-NUMBER NUMERIC
               AND LSR-CORP-ACCOUNT-NUMBER > ZERO
               AND (MBR-CORP-ACCOUNT-NUMBER NOT NUMERIC
                OR MBR-CORP-ACCOUNT-NUMBER = ZERO)
               MOVE LSR-CORP-ACCOUNT-NUMBER TO MBR-CORP-ACCOUNT-NUMBER
               MOVE LSR-CORP-LINK-DATE   TO MBR-CORP-LINK-DATE
           END-IF.
           IF LSR-NSF-RETURN-COUNT NUMERIC
               AND LSR-NSF-RETURN-COUNT > ZERO
               IF MBR-NSF-RETURN-COUNT NOT NUMERIC
                   MOVE ZERO TO MBR-NSF-RETURN-COUNT
               END-IF
               ADD LSR-NSF-RETURN-COUNT TO MBR-NSF-RETURN-COUNT
                   ON SIZE ERROR
                       MOVE 99 TO MBR-NSF-RETURN-COUNT
               END-ADD
           END-IF.
           IF LSR-NSF-LAST-DATE NUMERIC
               AND (MBR-NSF-LAST-DATE NOT NUMERIC
                OR LSR-NSF-LAST-DATE > MBR-NSF-LAST-DATE)
               MOVE LSR-NSF-LAST-DATE    TO MBR-NSF-LAST-DATE
           END-IF.
           IF LSR-CASH-ONLY
               MOVE "C" TO MBR-PAY-RESTRICT-CODE
           END-IF.
           IF LSR-WRITEOFF-AMOUNT NUMERIC
               AND LSR-WRITEOFF-AMOUNT > ZERO
               IF MBR-WRITEOFF-AMOUNT NOT NUMERIC
                   MOVE ZERO TO MBR-WRITEOFF-AMOUNT
               END-IF
               IF MBR-RECOVERED-AMOUNT NOT NUMERIC
                   MOVE ZERO TO MBR-RECOVERED-AMOUNT
               END-IF
               ADD LSR-WRITEOFF-AMOUNT TO MBR-WRITEOFF-AMOUNT
                   ON SIZE ERROR
                       MOVE "Y" TO FOLD-ERROR-SWITCH
               END-ADD
               ADD LSR-RECOVERED-AMOUNT TO MBR-RECOVERED-AMOUNT
                   ON SIZE ERROR
                       MOVE "Y" TO FOLD-ERROR-SWITCH
               END-ADD
           END-IF.
           IF LSR-WAIVER-SIGNED-DATE NUMERIC
               AND (MBR-WAIVER-SIGNED-DATE NOT NUMERIC
                OR LSR-WAIVER-SIGNED-DATE > MBR-WAIVER-SIGNED-DATE)
               MOVE LSR-WAIVER-SIGNED-DATE TO MBR-WAIVER-SIGNED-DATE
               MOVE LSR-WAIVER-VERSION   TO MBR-WAIVER-VERSION
           END-IF.
           IF LSR-MED-RELEASE-DATE NUMERIC
               AND (MBR-MED-RELEASE-DATE NOT NUMERIC
                OR LSR-MED-RELEASE-DATE > MBR-MED-RELEASE-DATE)
               MOVE LSR-MED-RELEASE-DATE TO MBR-MED-RELEASE-DATE
           END-IF.
           IF MBR-EMERG-CONTACT-NAME = SPACES
               MOVE LSR-EMERG-CONTACT-NAME  TO MBR-EMERG-CONTACT-NAME
               MOVE LSR-EMERG-CONTACT-PHONE TO MBR-EMERG-CONTACT-PHONE
           END-IF.
           IF LSR-FINAL-NOTICE-DATE NUMERIC
               AND LSR-FINAL-NOTICE-DATE > ZERO
               AND (MBR-FINAL-NOTICE-DATE NOT NUMERIC
                OR MBR-FINAL-NOTICE-DATE = ZERO)
               MOVE LSR-FINAL-NOTICE-DATE TO MBR-FINAL-NOTICE-DATE
           END-IF.
           IF LSR-COLLECT-PLACED-DATE NUMERIC
               AND LSR-COLLECT-PLACED-DATE > ZERO
               AND (MBR-COLLECT-PLACED-DATE NOT NUMERIC
                OR MBR-COLLECT-PLACED-DATE = ZERO)
               MOVE LSR-COLLECT-PLACED-DATE TO MBR-COLLECT-PLACED-DATE
           END-IF.

      * ANY FAMILY MEMBER LINKED TO THE DUPLICATE'S CARD IS
      * REPOINTED AT THE SURVIVOR, EACH REWRITE LOGGED LIKE ANY
      * OTHER.
                   WRITE WAITLIST-RECORD
           END-READ.

      * TRAINER SESSIONS, PRIORITY SEATS, AND EMPLOYER ITEMS ARE
      * COPIED THROUGH CARDWORK IN TURN.  IF A COPY BACK FAILS THE
      * SCRATCH FILE STILL HOLDS THAT FILE'S RECORDS, SO THE REST ARE
      * NOT TOUCHED.
       589-REPOINT-ONE-CARD-FILE.
           EVALUATE CARD-FILE-IDX
               WHEN 1 PERFORM 590-REPOINT-SESSIONS
               WHEN 2 PERFORM 595-REPOINT-PRIORITY-SEATS
               WHEN 3 PERFORM 620-REPOINT-CORP-ITEMS
           END-EVALUATE.
           IF COPY-BACK-FAILED
               DISPLAY "** REMAINING FILES NOT REPOINTED - RESTORE "
                   "FROM " WS-CARDWORK-PATH " AND MOVE THEM BY HAND"
           END-IF.

      * TRAINER SESSIONS - THE COMMISSION HISTORY AND APPOINTMENT
      * RECONCILIATION FOLLOW THE SURVIVOR.
       590-REPOINT-SESSIONS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT SESSFILE.
           IF WS-SESSFILE-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "SESSIONS NOT MOVED"
                   CLOSE SESSFILE
               ELSE
                   PERFORM 591-REPOINT-ONE-SESSION
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE SESSFILE
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 592-COPY-SESSIONS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "TRAINER SESSIONS MOVED: " REPOINT-COUNT.

       591-REPOINT-ONE-SESSION.
           READ SESSFILE
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF SES-CARD-NUMBER = LOSER-CARD-NUMBER
                       MOVE SURVIVOR-CARD-NUMBER TO SES-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE SESSION-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       592-COPY-SESSIONS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT SESSFILE.
           IF NOT WS-CARDWORK-OK OR NOT WS-SESSFILE-OK
               DISPLAY "** UNABLE TO COPY SESSIONS BACK - SESSIONS "
                   "LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 593-COPY-ONE-SESSION-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 SESSFILE.

       593-COPY-ONE-SESSION-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO SESSION-RECORD
                   WRITE SESSION-RECORD
           END-READ.

      * RE-ENROLLMENT PRIORITY FROM THE LAST TERM ROLLOVER, SO THE
      * SURVIVOR KEEPS THE DUPLICATE'S CLAIM ON NEXT TERM'S SEAT.
       595-REPOINT-PRIORITY-SEATS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT PRIORITYFILE.
           IF WS-PRIORITYFILE-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "PRIORITY SEATS NOT MOVED"
                   CLOSE PRIORITYFILE
               ELSE
                   PERFORM 596-REPOINT-ONE-PRIORITY
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE PRIORITYFILE
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 597-COPY-PRIORITY-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "PRIORITY SEATS MOVED:   " REPOINT-COUNT.

       596-REPOINT-ONE-PRIORITY.
           READ PRIORITYFILE
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF PRI-CARD-NUMBER = LOSER-CARD-NUMBER
                       MOVE SURVIVOR-CARD-NUMBER TO PRI-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE PRIORITY-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       597-COPY-PRIORITY-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT PRIORITYFILE.
           IF NOT WS-CARDWORK-OK OR NOT WS-PRIORITYFILE-OK
               DISPLAY "** UNABLE TO COPY PRIORITY SEATS BACK - "
                   "ENTRIES LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 598-COPY-ONE-PRIORITY-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 PRIORITYFILE.

       598-COPY-ONE-PRIORITY-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO PRIORITY-RECORD
                   WRITE PRIORITY-RECORD
           END-READ.

      * THE DUPLICATE GOES OUT THE NORMAL TERMINATION DOOR - ARCHIVE
      * FIRST, DELETE ONLY AFTER THE ARCHIVE STANDS, COUNT
      * DECREMENTED, EVERYTHING LOGGED.  REASON CODE DP = DUPLICATE.
               CLOSE YMCAHIST
           END-IF.

      * THE EMPLOYER'S OPEN ITEMS BILLED FOR THE DUPLICATE FOLLOW THE
      * SURVIVOR SO THE CORPORATE STATEMENT STILL NAMES THE EMPLOYEE.
       620-REPOINT-CORP-ITEMS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE "N" TO REPOINT-TOUCHED-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN INPUT CORPITEMS.
           IF WS-CORPITEMS-OK
               OPEN OUTPUT CARDWORK
               IF NOT WS-CARDWORK-OK
                   DISPLAY "WARNING - UNABLE TO OPEN CARDWORK - "
                       "EMPLOYER ITEMS NOT MOVED"
                   CLOSE CORPITEMS
               ELSE
                   PERFORM 621-REPOINT-ONE-CORP-ITEM
                       WITH TEST AFTER
                       UNTIL REPOINT-EOF
                   CLOSE CORPITEMS
                         CARDWORK
                   IF REPOINT-TOUCHED
                       PERFORM 622-COPY-CORP-ITEMS-BACK
                   END-IF
               END-IF
           END-IF.
           DISPLAY "EMPLOYER ITEMS MOVED:   " REPOINT-COUNT.

       621-REPOINT-ONE-CORP-ITEM.
           READ CORPITEMS
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   IF CPI-CARD-NUMBER = LOSER-CARD-NUMBER
                       MOVE SURVIVOR-CARD-NUMBER TO CPI-CARD-NUMBER
                       MOVE "Y" TO REPOINT-TOUCHED-SWITCH
                       ADD 1 TO REPOINT-COUNT
                   END-IF
                   MOVE CORP-ITEM-RECORD TO CARD-WORK-RECORD
                   WRITE CARD-WORK-RECORD
           END-READ.

       622-COPY-CORP-ITEMS-BACK.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           OPEN INPUT CARDWORK.
           OPEN OUTPUT CORPITEMS.
           IF NOT WS-CARDWORK-OK OR NOT WS-CORPITEMS-OK
               DISPLAY "** UNABLE TO COPY EMPLOYER ITEMS BACK - ITEMS "
                   "LEFT ON " WS-CARDWORK-PATH
               MOVE "Y" TO COPY-BACK-SWITCH
           ELSE
               PERFORM 623-COPY-ONE-CORP-ITEM-BACK
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
           END-IF.
           CLOSE CARDWORK
                 CORPITEMS.

       623-COPY-ONE-CORP-ITEM-BACK.
           READ CARDWORK
               AT END
                   MOVE "Y" TO REPOINT-EOF-SWITCH
               NOT AT END
                   MOVE CARD-WORK-RECORD TO CORP-ITEM-RECORD
                   WRITE CORP-ITEM-RECORD
           END-READ.

      * APPOINTMENTS - BOOKED AND PAST.  READ IN TRAINER-SLOT ORDER
      * SO THE CARD, WHICH IS PART OF THE ALTERNATE KEY, CAN BE
      * REWRITTEN WITHOUT DISTURBING THE READ.
       630-REPOINT-APPOINTMENTS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN I-O APPTFILE.
           IF WS-APPTFILE-OK
               MOVE LOW-VALUES TO APT-APPT-KEY
               START APPTFILE KEY IS NOT < APT-APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO REPOINT-EOF-SWITCH
               END-START
               PERFORM 631-REPOINT-ONE-APPOINTMENT
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
               CLOSE APPTFILE
           END-IF.
           DISPLAY "APPOINTMENTS MOVED:     " REPOINT-COUNT.

       631-REPOINT-ONE-APPOINTMENT.
           IF NOT REPOINT-EOF
               READ APPTFILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REPOINT-EOF-SWITCH
                   NOT AT END
                       IF APT-CARD-NUMBER = LOSER-CARD-NUMBER
                           MOVE SURVIVOR-CARD-NUMBER TO APT-CARD-NUMBER
                           REWRITE APPOINTMENT-RECORD
                           IF WS-APPTFILE-OK
                               ADD 1 TO REPOINT-COUNT
                           ELSE
                               DISPLAY "APPOINTMENT REWRITE FAILED - "
                                   "STATUS: " WS-APPTFILE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * A LOCKER THE DUPLICATE RENTS STAYS RENTED, TO THE SURVIVOR.
       640-REPOINT-LOCKERS.
           MOVE "N" TO REPOINT-EOF-SWITCH.
           MOVE ZERO TO REPOINT-COUNT.
           OPEN I-O LOCKMAS.
           IF WS-LOCKMAS-OK
               MOVE LOW-VALUES TO LKR-LOCKER-KEY
               START LOCKMAS KEY IS NOT < LKR-LOCKER-KEY
                   INVALID KEY
                       MOVE "Y" TO REPOINT-EOF-SWITCH
               END-START
               PERFORM 641-REPOINT-ONE-LOCKER
                   WITH TEST AFTER
                   UNTIL REPOINT-EOF
               CLOSE LOCKMAS
           END-IF.
           DISPLAY "LOCKERS MOVED:          " REPOINT-COUNT.

       641-REPOINT-ONE-LOCKER.
           IF NOT REPOINT-EOF
               READ LOCKMAS NEXT RECORD
                   AT END
                       MOVE "Y" TO REPOINT-EOF-SWITCH
                   NOT AT END
                       IF LKR-OCCUPIED
                           AND LKR-CARD-NUMBER = LOSER-CARD-NUMBER
                           MOVE SURVIVOR-CARD-NUMBER TO LKR-CARD-NUMBER
                           REWRITE LOCKER-MASTER-RECORD
                           IF WS-LOCKMAS-OK
                               ADD 1 TO REPOINT-COUNT
                           ELSE
                               DISPLAY "LOCKER REWRITE FAILED - "
                                   "STATUS: " WS-LOCKMAS-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * SAME APPEND-AND-CLOSE LOGGING AS YMCA_MEM_UPDATE - A LOG
      * FAILURE WARNS BUT NEVER UNDOES A CHANGE THAT ALREADY STOOD.
       700-LOG-MERGE-CHANGE.
