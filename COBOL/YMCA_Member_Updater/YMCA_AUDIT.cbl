      ******************************************************************
      * Author: Graham Wenz
      * Date: 03/21/2018
      * Purpose: Nightly cross-file integrity audit.  Read-only - it
      *          changes nothing, it only proves (or disproves) that
      *          the facts this system keeps in two places still
      *          agree, and lists every disagreement with both values
      *          side by side, grouped by type, on AUDITRPT:
      *            BALANCE     - MBR-BALANCE-DUE against the sum of
      *                          the member's ARI-OPEN-AMOUNT items
      *                          (YMCA_MEM_UPDATE, YMCA_PAYPOST,
      *                          YMCA_CLASS_ENROLL, and YMCA_DUPSCAN
      *                          all move the two separately)
      *            CLASS COUNT - CLS-ENROLLED-COUNT against the
      *                          ENROLLFILE rows it is supposed to be
      *                          counting
      *            ORPHAN      - an enrollment, waitlist entry, open
      *                          item, or trainer session keyed to a
      *                          card that is no longer on YMCAMEM
      *            HOUSEHOLD   - a MBR-HOUSEHOLD-CARD-NUMBER pointing
      *                          at a primary card that is no longer
      *                          on YMCAMEM (terminated to YMCAHIST)
      *          Every card-keyed file is released into one sort with
      *          the member records themselves, so a single pass in
      *          card order sees each card's member record (or its
      *          absence) ahead of everything keyed to it - no random
      *          reads, no file read twice.  Runs as a YMCA_NIGHTRUN
      *          step so the office hears about a drift the morning
      *          after it happens instead of the day a member disputes
      *          a statement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-INTEGRITY-AUDIT.

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
           SELECT ARITEMS ASSIGN TO WS-ARITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEMS-STATUS.
           SELECT ENROLLFILE ASSIGN TO WS-ENROLLFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLFILE-STATUS.
           SELECT WAITFILE ASSIGN TO WS-WAITFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITFILE-STATUS.
           SELECT SESSFILE ASSIGN TO WS-SESSFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSFILE-STATUS.
           SELECT AUDITRPT ASSIGN TO WS-AUDITRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITWORK ASSIGN TO WS-AUDITWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITWORK-STATUS.
           SELECT SORT-WORK ASSIGN TO "SRTWORK7".

       DATA DIVISION.

       FILE SECTION.

       FD  YMCAMEM.
           COPY MEMBERREC.

       FD  CLASSMAS.
           COPY CLASSREC.

       FD  ARITEMS.
           COPY ARITEMREC.

       FD  ENROLLFILE.
           COPY ENROLLREC.

       FD  WAITFILE.
           COPY WAITREC.

       FD  SESSFILE.
           COPY SESSREC.

       FD  AUDITRPT.
       01  AUDIT-REPORT                PIC X(100).

      * SCRATCH FILE OF PRINT LINES - THE CONTROL BREAK FINDS THE
      * DISAGREEMENTS IN CARD ORDER, BUT THE REPORT LISTS THEM BY
      * TYPE, SO EACH LINE IS PARKED HERE UNDER ITS TYPE AND PRINTED
      * ONE TYPE AT A TIME AFTER THE SORT.
       FD  AUDITWORK.
       01  AUDIT-WORK-RECORD.
           05  AW-LINE-TYPE            PIC X.
           05  AW-LINE-TEXT            PIC X(100).

      * SCRATCH SORT FILE - ONE RECORD PER MEMBER AND ONE PER ROW OF
      * EVERY FILE KEYED TO A CARD.  THE RECORD TYPE SORTS THE MEMBER
      * RECORD (TYPE 1) AHEAD OF THE ROWS KEYED TO IT, SO BY THE TIME
      * A ROW COMES BACK THE PASS ALREADY KNOWS WHETHER ITS CARD IS
      * ON YMCAMEM.  A HOUSEHOLD LINK IS RELEASED UNDER THE PRIMARY
      * CARD IT POINTS AT, CARRYING THE LINKED MEMBER'S CARD.
       SD  SORT-WORK.
       01  SORT-AUDIT-RECORD.
           05  SRT-CARD-NUMBER         PIC 9(6).
      *    1 = MEMBER, 2 = OPEN ITEM, 3 = ENROLLMENT, 4 = WAITLIST,
      *    5 = SESSION, 6 = HOUSEHOLD LINK
           05  SRT-RECORD-TYPE         PIC X.
               88  SRT-IS-MEMBER                      VALUE "1".
               88  SRT-IS-OPEN-ITEM                   VALUE "2".
               88  SRT-IS-ENROLLMENT                  VALUE "3".
               88  SRT-IS-WAITLIST                    VALUE "4".
               88  SRT-IS-SESSION                     VALUE "5".
               88  SRT-IS-HOUSEHOLD                   VALUE "6".
           05  SRT-REFERENCE           PIC X(20).
           05  SRT-DATE                PIC 9(8).
           05  SRT-AMOUNT              PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-YMCAMEM-PATH         PIC X(100).
           05  WS-CLASSMAS-PATH        PIC X(100).
           05  WS-ARITEMS-PATH         PIC X(100).
           05  WS-ENROLLFILE-PATH      PIC X(100).
           05  WS-WAITFILE-PATH        PIC X(100).
           05  WS-SESSFILE-PATH        PIC X(100).
           05  WS-AUDITRPT-PATH        PIC X(100).
           05  WS-AUDITWORK-PATH       PIC X(100).

       01  WS-YMCAMEM-STATUS           PIC X(2).
           88  WS-YMCAMEM-OK                      VALUE "00".

       01  WS-CLASSMAS-STATUS          PIC X(2).
           88  WS-CLASSMAS-OK                     VALUE "00".

       01  WS-ARITEMS-STATUS           PIC X(2).
           88  WS-ARITEMS-OK                      VALUE "00".

       01  WS-ENROLLFILE-STATUS        PIC X(2).
           88  WS-ENROLLFILE-OK                   VALUE "00".

       01  WS-WAITFILE-STATUS          PIC X(2).
           88  WS-WAITFILE-OK                     VALUE "00".

       01  WS-SESSFILE-STATUS          PIC X(2).
           88  WS-SESSFILE-OK                     VALUE "00".

       01  WS-AUDITWORK-STATUS         PIC X(2).
           88  WS-AUDITWORK-OK                    VALUE "00".

       01  SWITCHES.
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  RAW-EOF-SWITCH              PIC X          VALUE "N".
               88  RAW-EOF                                VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X          VALUE "Y".
               88  FIRST-RECORD                           VALUE "Y".
           05  MEMBER-ON-FILE-SWITCH       PIC X          VALUE "N".
               88  MEMBER-ON-FILE                         VALUE "Y".
           05  CLASS-EOF-SWITCH            PIC X          VALUE "N".
               88  CLASS-EOF                              VALUE "Y".
           05  CLASS-ROW-SWITCH            PIC X.
               88  CLASS-ROW-FOUND                        VALUE "Y".
           05  ENROLLFILE-READ-SWITCH      PIC X          VALUE "N".
               88  ENROLLFILE-WAS-READ                    VALUE "Y".
           05  WORK-EOF-SWITCH             PIC X          VALUE "N".
               88  WORK-EOF                               VALUE "Y".

       01  OLD-CARD-NUMBER             PIC 9(6).

      * THE CURRENT CARD'S MEMBER-SIDE VALUES, CAPTURED FROM ITS TYPE 1
      * RECORD, AND THE OPEN DOLLARS SUMMED FROM ITS TYPE 2 RECORDS -
      * COMPARED AT THE CONTROL BREAK.
       01  MEMBER-BALANCE-WORK         PIC 9(4)V99    VALUE ZERO.
       01  MEMBER-NAME-WORK            PIC X(20).

       01  CARD-TOTAL-FIELDS           PACKED-DECIMAL.
           05  CARD-OPEN-TOTAL         PIC S9(7)V99   VALUE ZERO.
           05  CARD-DIFFERENCE         PIC S9(7)V99   VALUE ZERO.

      * ENROLLFILE ROWS COUNTED PER CLASS AS THEY ARE RELEASED, THEN
      * MATCHED AGAINST CLASSMAS AT THE END - THE SAME STARTUP-TALLY
      * TABLE YMCA_ROSTER_RPT KEEPS FOR WAITLIST DEPTH.  A ROW LEFT
      * UNMATCHED IS AN ENROLLMENT IN A CLASS CLASSMAS NO LONGER HAS.
       01  CLASS-TALLY-FIELDS          BINARY.
           05  CT-TABLE-COUNT          PIC S9(3)      VALUE ZERO.
           05  CT-TABLE-MAX            PIC S9(3)      VALUE 200.
           05  CT-IDX                  PIC S9(3)      VALUE ZERO.
           05  CT-FOUND-IDX            PIC S9(3)      VALUE ZERO.

       01  CLASS-TALLY-TABLE.
           05  CT-TABLE-ENTRY OCCURS 200 TIMES.
               10  CT-CLASS-CODE           PIC X(6).
               10  CT-ROW-COUNT            PIC S9(5)  BINARY.
               10  CT-MATCHED-FLAG         PIC X.

       01  CLASS-KEY-WORK              PIC X(6).
       01  CLASS-ROWS-WORK             PIC S9(5)      BINARY.

       01  AUDIT-COUNT-FIELDS          BINARY.
           05  MEMBERS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  ITEMS-READ-COUNT        PIC S9(5)      VALUE ZERO.
           05  ENROLLS-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  WAITS-READ-COUNT        PIC S9(5)      VALUE ZERO.
           05  SESSIONS-READ-COUNT     PIC S9(5)      VALUE ZERO.
           05  CLASSES-READ-COUNT      PIC S9(5)      VALUE ZERO.
           05  BALANCE-DIFF-COUNT      PIC S9(5)      VALUE ZERO.
           05  CLASS-DIFF-COUNT        PIC S9(5)      VALUE ZERO.
           05  ORPHAN-ITEM-COUNT       PIC S9(5)      VALUE ZERO.
           05  ORPHAN-ENROLL-COUNT     PIC S9(5)      VALUE ZERO.
           05  ORPHAN-WAIT-COUNT       PIC S9(5)      VALUE ZERO.
           05  ORPHAN-SESSION-COUNT    PIC S9(5)      VALUE ZERO.
           05  HOUSEHOLD-DIFF-COUNT    PIC S9(5)      VALUE ZERO.
           05  TOTAL-DIFF-COUNT        PIC S9(5)      VALUE ZERO.
           05  SECTION-IDX             PIC S9(3)      VALUE ZERO.
           05  SECTION-LINE-COUNT      PIC S9(5)      VALUE ZERO.

      * THE CARD-KEYED DISAGREEMENT TYPES, IN THE ORDER THEY PRINT -
      * THE SUBSCRIPT IS THE AW-LINE-TYPE THE LINE WAS PARKED UNDER.
       01  SECTION-NAMES.
           05  FILLER                  PIC X(40)
               VALUE "BALANCE DUE VS OPEN ITEMS".
           05  FILLER                  PIC X(40)
               VALUE "OPEN ITEMS ON A CARD NOT ON YMCAMEM".
           05  FILLER                  PIC X(40)
               VALUE "ENROLLMENTS ON A CARD NOT ON YMCAMEM".
           05  FILLER                  PIC X(40)
               VALUE "WAITLIST ON A CARD NOT ON YMCAMEM".
           05  FILLER                  PIC X(40)
               VALUE "SESSIONS ON A CARD NOT ON YMCAMEM".
           05  FILLER                  PIC X(40)
               VALUE "HOUSEHOLD LINKS TO A CARD NOT ON FILE".
       01  SECTION-NAME-TABLE REDEFINES SECTION-NAMES.
           05  SN-NAME                 PIC X(40)  OCCURS 6 TIMES.

       01  SECTION-TYPE-WORK           PIC 9.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).

       01  AUDIT-HEADING-LINE.
           05              PIC X(34)
               VALUE "CROSS-FILE INTEGRITY AUDIT - RUN  ".
           05  AH-RUN-DATE             PIC 9(8).

       01  AUDIT-SECTION-LINE.
           05              PIC X(4)        VALUE "--- ".
           05  AS-SECTION-NAME         PIC X(40).

       01  AUDIT-NONE-LINE.
           05              PIC X(8)        VALUE "    NONE".

       01  AUDIT-SKIPPED-LINE.
           05              PIC X(4)        VALUE SPACE.
           05  AK-FILE-NAME            PIC X(10).
           05              PIC X(36)
               VALUE " NOT AVAILABLE - CHECK NOT PERFORMED".

      * BALANCE DISAGREEMENT - BOTH VALUES AND THE GAP BETWEEN THEM.
       01  BALANCE-DETAIL-LINE.
           05              PIC X(4)        VALUE SPACE.
           05  BD-CARD-NUMBER          PIC 9(6).
           05              PIC XX          VALUE SPACE.
           05  BD-MEMBER-NAME          PIC X(20).
           05              PIC X(9)        VALUE " BALANCE ".
           05  BD-BALANCE-DUE          PIC $Z,ZZ9.99.
           05              PIC X(12)       VALUE "  OPEN ITEMS".
           05  BD-OPEN-TOTAL           PIC $ZZZ,ZZ9.99.
           05              PIC X(7)        VALUE "  DIFF ".
           05  BD-DIFFERENCE           PIC $ZZZ,ZZ9.99-.

      * CLASS COUNT DISAGREEMENT - THE MASTER'S COUNT AND THE ROWS.
       01  CLASS-DETAIL-LINE.
           05              PIC X(4)        VALUE SPACE.
           05  CD-CLASS-CODE           PIC X(6).
           05              PIC XX          VALUE SPACE.
           05  CD-DESCRIPTION          PIC X(20).
           05              PIC X(18)       VALUE " CLASSMAS COUNT   ".
           05  CD-ENROLLED-COUNT       PIC ZZ9.
           05              PIC X(18)       VALUE "   ENROLLFILE ROWS".
           05  CD-ROW-COUNT            PIC ZZ,ZZ9.

       01  CLASS-UNKNOWN-LINE.
           05              PIC X(4)        VALUE SPACE.
           05  CU-CLASS-CODE           PIC X(6).
           05              PIC X(22)
               VALUE "  ** NOT ON CLASSMAS  ".
           05              PIC X(18)       VALUE " CLASSMAS COUNT   ".
           05              PIC X(3)        VALUE "  0".
           05              PIC X(18)       VALUE "   ENROLLFILE ROWS".
           05  CU-ROW-COUNT            PIC ZZ,ZZ9.

      * ROW KEYED TO A CARD NOT ON YMCAMEM - THE CARD IT CARRIES, WHAT
      * KIND OF ROW IT IS, WHAT IT SAYS, AND WHAT YMCAMEM SAYS (NONE).
       01  ORPHAN-DETAIL-LINE.
           05              PIC X(4)        VALUE SPACE.
           05  OD-CARD-NUMBER          PIC 9(6).
           05              PIC XX          VALUE SPACE.
           05  OD-ROW-TYPE             PIC X(12).
           05  OD-REFERENCE-LABEL      PIC X(10).
           05  OD-REFERENCE            PIC X(8).
           05              PIC X(6)        VALUE "  ON  ".
           05  OD-ROW-DATE             PIC 9(8).
           05              PIC XX          VALUE SPACE.
           05  OD-AMOUNT               PIC $Z,ZZ9.99.
           05              PIC X(20)       VALUE "  YMCAMEM: NOT FOUND".

       01  OD-AMOUNT-BLANK REDEFINES ORPHAN-DETAIL-LINE.
           05              PIC X(58).
           05  OD-AMOUNT-X             PIC X(9).
           05              PIC X(20).

      * HOUSEHOLD LINK TO A PRIMARY NOT ON YMCAMEM - THE LINKED MEMBER
      * AND THE PRIMARY CARD THEIR RECORD STILL NAMES.
       01  HOUSEHOLD-DETAIL-LINE.
           05              PIC X(4)        VALUE SPACE.
           05  HD-MEMBER-CARD          PIC 9(6).
           05              PIC X(23)
               VALUE "  LINKED TO PRIMARY    ".
           05  HD-PRIMARY-CARD         PIC 9(6).
           05              PIC X(20)       VALUE "  YMCAMEM: NOT FOUND".

       01  AUDIT-COUNT-LINE.
           05              PIC X(4)        VALUE SPACE.
           05  AC-LABEL                PIC X(30).
           05  AC-COUNT                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-AUDIT-MASTER-FILES.
           PERFORM 050-GET-RUNTIME-PATHS.
           OPEN INPUT  YMCAMEM
                OUTPUT AUDITRPT.
           IF NOT WS-YMCAMEM-OK
               DISPLAY "UNABLE TO OPEN YMCAMEM AT " WS-YMCAMEM-PATH
               DISPLAY "STATUS: " WS-YMCAMEM-STATUS
                   " - RUN YMCA_MEM_UPDATE FIRST TO CREATE IT"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           MOVE CD-CURRENT-DATE TO AH-RUN-DATE.
           MOVE AUDIT-HEADING-LINE TO AUDIT-REPORT.
           WRITE AUDIT-REPORT.

           OPEN OUTPUT AUDITWORK.
           IF NOT WS-AUDITWORK-OK
               DISPLAY "UNABLE TO OPEN AUDIT WORK FILE AT "
                   WS-AUDITWORK-PATH
               DISPLAY "STATUS: " WS-AUDITWORK-STATUS
               CLOSE YMCAMEM
                     AUDITRPT
               STOP RUN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CARD-NUMBER
                                SRT-RECORD-TYPE
               INPUT PROCEDURE 200-RELEASE-AUDIT-RECORDS
               OUTPUT PROCEDURE 300-RETURN-AUDIT-RECORDS.
           CLOSE AUDITWORK.

           PERFORM 380-PRINT-ONE-SECTION
               VARYING SECTION-IDX FROM 1 BY 1
               UNTIL SECTION-IDX > 6.
           PERFORM 400-AUDIT-CLASS-COUNTS.
           PERFORM 500-PRINT-AUDIT-TRAILER.

           DISPLAY "INTEGRITY AUDIT - " TOTAL-DIFF-COUNT
               " DISAGREEMENT(S) - SEE " WS-AUDITRPT-PATH.
           CLOSE YMCAMEM
                 AUDITRPT.
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

           ACCEPT WS-ARITEMS-PATH FROM ENVIRONMENT "ARITEMS_PATH".
           IF WS-ARITEMS-PATH = SPACES
               MOVE "ARITEMS.DAT" TO WS-ARITEMS-PATH
           END-IF.

           ACCEPT WS-ENROLLFILE-PATH FROM ENVIRONMENT "ENROLLFILE_PATH".
           IF WS-ENROLLFILE-PATH = SPACES
               MOVE "ENROLLS.DAT" TO WS-ENROLLFILE-PATH
           END-IF.

           ACCEPT WS-WAITFILE-PATH FROM ENVIRONMENT "WAITFILE_PATH".
           IF WS-WAITFILE-PATH = SPACES
               MOVE "WAITLIST.DAT" TO WS-WAITFILE-PATH
           END-IF.

           ACCEPT WS-SESSFILE-PATH FROM ENVIRONMENT "SESSFILE_PATH".
           IF WS-SESSFILE-PATH = SPACES
               MOVE "SESSIONS.DAT" TO WS-SESSFILE-PATH
           END-IF.

           ACCEPT WS-AUDITRPT-PATH FROM ENVIRONMENT "AUDITRPT_PATH".
           IF WS-AUDITRPT-PATH = SPACES
               MOVE "AUDITRPT.TXT" TO WS-AUDITRPT-PATH
           END-IF.

           ACCEPT WS-AUDITWORK-PATH FROM ENVIRONMENT "AUDITWORK_PATH".
           IF WS-AUDITWORK-PATH = SPACES
               MOVE "AUDWORK.DAT" TO WS-AUDITWORK-PATH
           END-IF.

      * SORT INPUT PROCEDURE - EVERY MEMBER, THEN EVERY ROW OF EVERY
      * CARD-KEYED FILE.  A MISSING SIDE FILE IS NOTED ON THE REPORT
      * AND SIMPLY RELEASES NOTHING - NO ENROLLMENTS YET IS NOT A
      * DISAGREEMENT.
       200-RELEASE-AUDIT-RECORDS.
           MOVE "N" TO RAW-EOF-SWITCH.
           PERFORM 210-RELEASE-ONE-MEMBER
               WITH TEST AFTER
               UNTIL RAW-EOF.

           OPEN INPUT ARITEMS.
           IF NOT WS-ARITEMS-OK
               MOVE "ARITEMS" TO AK-FILE-NAME
               PERFORM 290-PRINT-SKIPPED-FILE
           ELSE
               MOVE "N" TO RAW-EOF-SWITCH
               PERFORM 220-RELEASE-ONE-ITEM
                   WITH TEST AFTER
                   UNTIL RAW-EOF
               CLOSE ARITEMS
           END-IF.

           OPEN INPUT ENROLLFILE.
           IF NOT WS-ENROLLFILE-OK
               MOVE "ENROLLFILE" TO AK-FILE-NAME
               PERFORM 290-PRINT-SKIPPED-FILE
           ELSE
               MOVE "Y" TO ENROLLFILE-READ-SWITCH
               MOVE "N" TO RAW-EOF-SWITCH
               PERFORM 230-RELEASE-ONE-ENROLLMENT
                   WITH TEST AFTER
                   UNTIL RAW-EOF
               CLOSE ENROLLFILE
           END-IF.

           OPEN INPUT WAITFILE.
           IF NOT WS-WAITFILE-OK
               MOVE "WAITFILE" TO AK-FILE-NAME
               PERFORM 290-PRINT-SKIPPED-FILE
           ELSE
               MOVE "N" TO RAW-EOF-SWITCH
               PERFORM 240-RELEASE-ONE-WAIT
                   WITH TEST AFTER
                   UNTIL RAW-EOF
               CLOSE WAITFILE
           END-IF.

           OPEN INPUT SESSFILE.
           IF NOT WS-SESSFILE-OK
               MOVE "SESSFILE" TO AK-FILE-NAME
               PERFORM 290-PRINT-SKIPPED-FILE
           ELSE
               MOVE "N" TO RAW-EOF-SWITCH
               PERFORM 250-RELEASE-ONE-SESSION
                   WITH TEST AFTER
                   UNTIL RAW-EOF
               CLOSE SESSFILE
           END-IF.

      * THE MEMBER ITSELF, PLUS ITS HOUSEHOLD LINK (IF ANY) RELEASED
      * UNDER THE PRIMARY CARD IT NAMES.
       210-RELEASE-ONE-MEMBER.
           READ YMCAMEM NEXT RECORD
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MEMBERS-READ-COUNT
                   MOVE MBR-CARD-NUMBER    TO SRT-CARD-NUMBER
                   MOVE "1"                TO SRT-RECORD-TYPE
                   MOVE MBR-NAME           TO SRT-REFERENCE
                   MOVE ZERO               TO SRT-DATE
                   MOVE MBR-BALANCE-DUE    TO SRT-AMOUNT
                   RELEASE SORT-AUDIT-RECORD
                   IF MBR-HOUSEHOLD-CARD-NUMBER NOT = ZERO
                       MOVE MBR-HOUSEHOLD-CARD-NUMBER
                           TO SRT-CARD-NUMBER
                       MOVE "6"             TO SRT-RECORD-TYPE
                       MOVE SPACES          TO SRT-REFERENCE
                       MOVE MBR-CARD-NUMBER TO SRT-REFERENCE(1:6)
                       MOVE ZERO            TO SRT-DATE
                                               SRT-AMOUNT
                       RELEASE SORT-AUDIT-RECORD
                   END-IF
           END-READ.

      * EVERY ITEM, PAID OR NOT - A FULLY PAID ITEM ADDS NOTHING TO
      * THE OPEN TOTAL BUT A PAID ITEM ON A DEPARTED CARD IS STILL
      * AN ORPHAN.
       220-RELEASE-ONE-ITEM.
           READ ARITEMS
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ITEMS-READ-COUNT
                   MOVE ARI-CARD-NUMBER    TO SRT-CARD-NUMBER
                   MOVE "2"                TO SRT-RECORD-TYPE
                   MOVE ARI-SOURCE-CODE    TO SRT-REFERENCE
                   MOVE ARI-CHARGE-DATE    TO SRT-DATE
                   MOVE ARI-OPEN-AMOUNT    TO SRT-AMOUNT
                   RELEASE SORT-AUDIT-RECORD
           END-READ.

       230-RELEASE-ONE-ENROLLMENT.
           READ ENROLLFILE
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ENROLLS-READ-COUNT
                   MOVE ENR-CLASS-CODE     TO CLASS-KEY-WORK
                   PERFORM 260-TALLY-CLASS-ROW
                   MOVE ENR-CARD-NUMBER    TO SRT-CARD-NUMBER
                   MOVE "3"                TO SRT-RECORD-TYPE
                   MOVE ENR-CLASS-CODE     TO SRT-REFERENCE
                   MOVE ENR-ENROLL-DATE    TO SRT-DATE
                   MOVE ZERO               TO SRT-AMOUNT
                   RELEASE SORT-AUDIT-RECORD
           END-READ.

       240-RELEASE-ONE-WAIT.
           READ WAITFILE
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WAITS-READ-COUNT
                   MOVE WTL-CARD-NUMBER    TO SRT-CARD-NUMBER
                   MOVE "4"                TO SRT-RECORD-TYPE
                   MOVE WTL-CLASS-CODE     TO SRT-REFERENCE
                   MOVE WTL-QUEUE-DATE     TO SRT-DATE
                   MOVE ZERO               TO SRT-AMOUNT
                   RELEASE SORT-AUDIT-RECORD
           END-READ.

       250-RELEASE-ONE-SESSION.
           READ SESSFILE
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SESSIONS-READ-COUNT
                   MOVE SES-CARD-NUMBER    TO SRT-CARD-NUMBER
                   MOVE "5"                TO SRT-RECORD-TYPE
                   MOVE SES-TRAINER-ID     TO SRT-REFERENCE
                   MOVE SES-SESSION-DATE   TO SRT-DATE
                   MOVE SES-SESSION-FEE    TO SRT-AMOUNT
                   RELEASE SORT-AUDIT-RECORD
           END-READ.

       260-TALLY-CLASS-ROW.
           PERFORM 270-FIND-CLASS-ROW.
           IF CLASS-ROW-FOUND
               ADD 1 TO CT-ROW-COUNT(CT-FOUND-IDX)
           ELSE
               IF CT-TABLE-COUNT < CT-TABLE-MAX
                   ADD 1 TO CT-TABLE-COUNT
                   MOVE CLASS-KEY-WORK TO CT-CLASS-CODE(CT-TABLE-COUNT)
                   MOVE 1 TO CT-ROW-COUNT(CT-TABLE-COUNT)
                   MOVE "N" TO CT-MATCHED-FLAG(CT-TABLE-COUNT)
               ELSE
                   DISPLAY "WARNING - CLASS TALLY TABLE FULL, "
                       "SKIPPING: " CLASS-KEY-WORK
               END-IF
           END-IF.

       270-FIND-CLASS-ROW.
           MOVE "N" TO CLASS-ROW-SWITCH.
           MOVE ZERO TO CT-FOUND-IDX.
           PERFORM 275-MATCH-ONE-CLASS-ROW
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-TABLE-COUNT
                  OR CLASS-ROW-FOUND.

       275-MATCH-ONE-CLASS-ROW.
           IF CT-CLASS-CODE(CT-IDX) = CLASS-KEY-WORK
               MOVE "Y" TO CLASS-ROW-SWITCH
               MOVE CT-IDX TO CT-FOUND-IDX
           END-IF.

       290-PRINT-SKIPPED-FILE.
           MOVE AUDIT-SKIPPED-LINE TO AUDIT-REPORT.
           WRITE AUDIT-REPORT AFTER ADVANCING 1 LINES.

      * SORT OUTPUT PROCEDURE - THE PER-CARD CONTROL BREAK.
       300-RETURN-AUDIT-RECORDS.
           PERFORM 310-RETURN-ONE-RECORD.
           PERFORM 320-AUDIT-CARD-RECORDS
               WITH TEST AFTER
               UNTIL EOF.

       310-RETURN-ONE-RECORD.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO EOF-SWITCH.

       320-AUDIT-CARD-RECORDS.
           IF NOT EOF
               IF FIRST-RECORD
                   MOVE "N" TO FIRST-RECORD-SWITCH
                   PERFORM 330-START-NEW-CARD
               ELSE
                   IF SRT-CARD-NUMBER NOT = OLD-CARD-NUMBER
                       PERFORM 350-CHECK-CARD-BALANCE
                       PERFORM 330-START-NEW-CARD
                   END-IF
               END-IF
               PERFORM 340-AUDIT-ONE-RECORD
               PERFORM 310-RETURN-ONE-RECORD
           ELSE
               IF NOT FIRST-RECORD
                   PERFORM 350-CHECK-CARD-BALANCE
               END-IF
           END-IF.

       330-START-NEW-CARD.
           MOVE SRT-CARD-NUMBER TO OLD-CARD-NUMBER.
           MOVE "N"  TO MEMBER-ON-FILE-SWITCH.
           MOVE ZERO TO MEMBER-BALANCE-WORK
                        CARD-OPEN-TOTAL.
           MOVE SPACES TO MEMBER-NAME-WORK.

      * TYPE 1 SORTS FIRST WITHIN A CARD, SO ANY OTHER TYPE ARRIVING
      * WITHOUT ONE AHEAD OF IT IS KEYED TO A CARD NOT ON YMCAMEM.
       340-AUDIT-ONE-RECORD.
           EVALUATE TRUE
               WHEN SRT-IS-MEMBER
                   MOVE "Y" TO MEMBER-ON-FILE-SWITCH
                   MOVE SRT-AMOUNT TO MEMBER-BALANCE-WORK
                   PERFORM 345-CAPTURE-MEMBER-NAME
               WHEN SRT-IS-OPEN-ITEM
                   ADD SRT-AMOUNT TO CARD-OPEN-TOTAL
                   IF NOT MEMBER-ON-FILE
                       ADD 1 TO ORPHAN-ITEM-COUNT
                       MOVE "OPEN ITEM"  TO OD-ROW-TYPE
                       MOVE "SOURCE    " TO OD-REFERENCE-LABEL
                       PERFORM 360-PRINT-ORPHAN-LINE
                   END-IF
               WHEN SRT-IS-ENROLLMENT
                   IF NOT MEMBER-ON-FILE
                       ADD 1 TO ORPHAN-ENROLL-COUNT
                       MOVE "ENROLLMENT" TO OD-ROW-TYPE
                       MOVE "CLASS     " TO OD-REFERENCE-LABEL
                       PERFORM 360-PRINT-ORPHAN-LINE
                   END-IF
               WHEN SRT-IS-WAITLIST
                   IF NOT MEMBER-ON-FILE
                       ADD 1 TO ORPHAN-WAIT-COUNT
                       MOVE "WAITLIST"   TO OD-ROW-TYPE
                       MOVE "CLASS     " TO OD-REFERENCE-LABEL
                       PERFORM 360-PRINT-ORPHAN-LINE
                   END-IF
               WHEN SRT-IS-SESSION
                   IF NOT MEMBER-ON-FILE
                       ADD 1 TO ORPHAN-SESSION-COUNT
                       MOVE "SESSION"    TO OD-ROW-TYPE
                       MOVE "TRAINER   " TO OD-REFERENCE-LABEL
                       PERFORM 360-PRINT-ORPHAN-LINE
                   END-IF
               WHEN SRT-IS-HOUSEHOLD
                   IF NOT MEMBER-ON-FILE
                       ADD 1 TO HOUSEHOLD-DIFF-COUNT
                       MOVE SRT-REFERENCE(1:6) TO HD-MEMBER-CARD
                       MOVE SRT-CARD-NUMBER    TO HD-PRIMARY-CARD
                       MOVE "6" TO AW-LINE-TYPE
                       MOVE HOUSEHOLD-DETAIL-LINE TO AW-LINE-TEXT
                       PERFORM 370-PARK-AUDIT-LINE
                   END-IF
           END-EVALUATE.

       345-CAPTURE-MEMBER-NAME.
           MOVE SRT-REFERENCE TO MEMBER-NAME-WORK.

      * END OF A CARD - A MEMBER ON FILE WHOSE BALANCE DOES NOT EQUAL
      * THE OPEN DOLLARS ON THEIR ITEMS.  A CARD WITH NO MEMBER RECORD
      * HAS ALREADY HAD ITS ITEMS LISTED AS ORPHANS.
       350-CHECK-CARD-BALANCE.
           IF MEMBER-ON-FILE
               IF MEMBER-BALANCE-WORK NOT = CARD-OPEN-TOTAL
                   ADD 1 TO BALANCE-DIFF-COUNT
                   COMPUTE CARD-DIFFERENCE =
                       MEMBER-BALANCE-WORK - CARD-OPEN-TOTAL
                   MOVE OLD-CARD-NUMBER     TO BD-CARD-NUMBER
                   MOVE MEMBER-NAME-WORK    TO BD-MEMBER-NAME
                   MOVE MEMBER-BALANCE-WORK TO BD-BALANCE-DUE
                   MOVE CARD-OPEN-TOTAL     TO BD-OPEN-TOTAL
                   MOVE CARD-DIFFERENCE     TO BD-DIFFERENCE
                   MOVE "1" TO AW-LINE-TYPE
                   MOVE BALANCE-DETAIL-LINE TO AW-LINE-TEXT
                   PERFORM 370-PARK-AUDIT-LINE
               END-IF
           END-IF.

       360-PRINT-ORPHAN-LINE.
           MOVE SRT-CARD-NUMBER TO OD-CARD-NUMBER.
           MOVE SRT-REFERENCE   TO OD-REFERENCE.
           MOVE SRT-DATE        TO OD-ROW-DATE.
           IF SRT-IS-ENROLLMENT OR SRT-IS-WAITLIST
               MOVE SPACES      TO OD-AMOUNT-X
           ELSE
               MOVE SRT-AMOUNT  TO OD-AMOUNT
           END-IF.
           MOVE SRT-RECORD-TYPE TO AW-LINE-TYPE.
           MOVE ORPHAN-DETAIL-LINE TO AW-LINE-TEXT.
           PERFORM 370-PARK-AUDIT-LINE.

       370-PARK-AUDIT-LINE.
           WRITE AUDIT-WORK-RECORD.
           IF NOT WS-AUDITWORK-OK
               DISPLAY "WARNING - AUDIT WORK WRITE FAILED - STATUS: "
                   WS-AUDITWORK-STATUS
           END-IF.

      * ONE DISAGREEMENT TYPE - ITS HEADING, EVERY LINE PARKED UNDER
      * IT (STILL IN CARD ORDER), OR "NONE" ON A CLEAN NIGHT.
       380-PRINT-ONE-SECTION.
           MOVE SN-NAME(SECTION-IDX) TO AS-SECTION-NAME.
           MOVE AUDIT-SECTION-LINE TO AUDIT-REPORT.
           WRITE AUDIT-REPORT AFTER ADVANCING 2 LINES.
           MOVE SECTION-IDX TO SECTION-TYPE-WORK.
           MOVE ZERO TO SECTION-LINE-COUNT.
           MOVE "N" TO WORK-EOF-SWITCH.
           OPEN INPUT AUDITWORK.
           IF WS-AUDITWORK-OK
               PERFORM 385-PRINT-ONE-PARKED-LINE
                   WITH TEST AFTER
                   UNTIL WORK-EOF
               CLOSE AUDITWORK
           END-IF.
           IF SECTION-LINE-COUNT = ZERO
               MOVE AUDIT-NONE-LINE TO AUDIT-REPORT
               WRITE AUDIT-REPORT AFTER ADVANCING 1 LINES
           END-IF.

       385-PRINT-ONE-PARKED-LINE.
           READ AUDITWORK
               AT END
                   MOVE "Y" TO WORK-EOF-SWITCH
               NOT AT END
                   IF AW-LINE-TYPE = SECTION-TYPE-WORK
                       ADD 1 TO SECTION-LINE-COUNT
                       MOVE AW-LINE-TEXT TO AUDIT-REPORT
                       WRITE AUDIT-REPORT AFTER ADVANCING 1 LINES
                   END-IF
           END-READ.

      * CLASS COUNTS - WALK CLASSMAS IN KEY ORDER, COMPARING EACH
      * CLS-ENROLLED-COUNT WITH THE ROWS TALLIED ON THE WAY INTO THE
      * SORT, THEN LIST ANY TALLIED CLASS CLASSMAS NEVER PRODUCED.
      * WITHOUT AN ENROLLFILE THERE IS NOTHING TO COUNT AGAINST.
       400-AUDIT-CLASS-COUNTS.
           MOVE "CLASS ENROLLED COUNT VS ENROLLFILE ROWS"
               TO AS-SECTION-NAME.
           MOVE AUDIT-SECTION-LINE TO AUDIT-REPORT.
           WRITE AUDIT-REPORT AFTER ADVANCING 2 LINES.
           OPEN INPUT CLASSMAS.
           IF NOT WS-CLASSMAS-OK
               MOVE "CLASSMAS" TO AK-FILE-NAME
               PERFORM 290-PRINT-SKIPPED-FILE
           ELSE
               IF NOT ENROLLFILE-WAS-READ
                   MOVE "ENROLLFILE" TO AK-FILE-NAME
                   PERFORM 290-PRINT-SKIPPED-FILE
               ELSE
                   PERFORM 410-AUDIT-ONE-CLASS
                       WITH TEST AFTER
                       UNTIL CLASS-EOF
                   PERFORM 420-PRINT-UNKNOWN-CLASS
                       VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CT-TABLE-COUNT
               END-IF
               CLOSE CLASSMAS
           END-IF.

       410-AUDIT-ONE-CLASS.
           READ CLASSMAS NEXT RECORD
               AT END
                   MOVE "Y" TO CLASS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CLASSES-READ-COUNT
                   MOVE CLS-CLASS-CODE TO CLASS-KEY-WORK
                   PERFORM 270-FIND-CLASS-ROW
                   IF CLASS-ROW-FOUND
                       MOVE CT-ROW-COUNT(CT-FOUND-IDX)
                           TO CLASS-ROWS-WORK
                       MOVE "Y" TO CT-MATCHED-FLAG(CT-FOUND-IDX)
                   ELSE
                       MOVE ZERO TO CLASS-ROWS-WORK
                   END-IF
                   IF CLS-ENROLLED-COUNT NOT = CLASS-ROWS-WORK
                       ADD 1 TO CLASS-DIFF-COUNT
                       MOVE CLS-CLASS-CODE     TO CD-CLASS-CODE
                       MOVE CLS-DESCRIPTION    TO CD-DESCRIPTION
                       MOVE CLS-ENROLLED-COUNT TO CD-ENROLLED-COUNT
                       MOVE CLASS-ROWS-WORK    TO CD-ROW-COUNT
                       MOVE CLASS-DETAIL-LINE  TO AUDIT-REPORT
                       WRITE AUDIT-REPORT AFTER ADVANCING 1 LINES
                   END-IF
           END-READ.

       420-PRINT-UNKNOWN-CLASS.
           IF CT-MATCHED-FLAG(CT-IDX) NOT = "Y"
               ADD 1 TO CLASS-DIFF-COUNT
               MOVE CT-CLASS-CODE(CT-IDX) TO CU-CLASS-CODE
               MOVE CT-ROW-COUNT(CT-IDX)  TO CU-ROW-COUNT
               MOVE CLASS-UNKNOWN-LINE TO AUDIT-REPORT
               WRITE AUDIT-REPORT AFTER ADVANCING 1 LINES
           END-IF.

      * COUNTS BY DISAGREEMENT TYPE, THEN WHAT WAS READ, SO A CLEAN
      * NIGHT STILL SHOWS THE AUDIT LOOKED AT SOMETHING.
       500-PRINT-AUDIT-TRAILER.
           COMPUTE TOTAL-DIFF-COUNT = BALANCE-DIFF-COUNT
               + CLASS-DIFF-COUNT + ORPHAN-ITEM-COUNT
               + ORPHAN-ENROLL-COUNT + ORPHAN-WAIT-COUNT
               + ORPHAN-SESSION-COUNT + HOUSEHOLD-DIFF-COUNT.

           MOVE "DISAGREEMENTS BY TYPE" TO AS-SECTION-NAME.
           MOVE AUDIT-SECTION-LINE TO AUDIT-REPORT.
           WRITE AUDIT-REPORT AFTER ADVANCING 2 LINES.
           MOVE "BALANCE VS OPEN ITEMS ------- " TO AC-LABEL.
           MOVE BALANCE-DIFF-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "CLASS COUNT VS ENROLLFILE --- " TO AC-LABEL.
           MOVE CLASS-DIFF-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "ORPHAN OPEN ITEMS ----------- " TO AC-LABEL.
           MOVE ORPHAN-ITEM-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "ORPHAN ENROLLMENTS ---------- " TO AC-LABEL.
           MOVE ORPHAN-ENROLL-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "ORPHAN WAITLIST ENTRIES ----- " TO AC-LABEL.
           MOVE ORPHAN-WAIT-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "ORPHAN SESSIONS ------------- " TO AC-LABEL.
           MOVE ORPHAN-SESSION-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "BROKEN HOUSEHOLD LINKS ------ " TO AC-LABEL.
           MOVE HOUSEHOLD-DIFF-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "TOTAL DISAGREEMENTS --------- " TO AC-LABEL.
           MOVE TOTAL-DIFF-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.

           MOVE "RECORDS READ" TO AS-SECTION-NAME.
           MOVE AUDIT-SECTION-LINE TO AUDIT-REPORT.
           WRITE AUDIT-REPORT AFTER ADVANCING 2 LINES.
           MOVE "YMCAMEM MEMBERS ------------- " TO AC-LABEL.
           MOVE MEMBERS-READ-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "ARITEMS ITEMS --------------- " TO AC-LABEL.
           MOVE ITEMS-READ-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "ENROLLFILE ROWS ------------- " TO AC-LABEL.
           MOVE ENROLLS-READ-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "WAITFILE ENTRIES ------------ " TO AC-LABEL.
           MOVE WAITS-READ-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "SESSFILE SESSIONS ----------- " TO AC-LABEL.
           MOVE SESSIONS-READ-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "CLASSMAS CLASSES ------------ " TO AC-LABEL.
           MOVE CLASSES-READ-COUNT TO AC-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.

       510-PRINT-COUNT-LINE.
           MOVE AUDIT-COUNT-LINE TO AUDIT-REPORT.
           WRITE AUDIT-REPORT AFTER ADVANCING 1 LINES.
