      *          prior-month and prior-year comparison columns (and
      *          the net member change) come from on later runs.
      * Tectonics: cobc
      *
      * Modification History:
      *   04/25/2018 GW - Program-only participants (status PROGRAM,
      *                   added by YMCA_CLASS_ENROLL) are not members
      *                   and are left out of the member counts.
      *   06/20/2018 GW - Status "COLLECT " is kept off the active count
      *                   the same as at the door, and the bad-debt
      *                   write-off items (source WO) YMCA_BADDEBT
      *                   raises are not counted as billed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-BOARD-SUMMARY.
      * SAME LIST THE CHECK-IN DOOR USES.
       01  INACTIVE-STATUS-CHECK       PIC X(8).
           88  STATUS-NOT-ACTIVE      VALUES "INACTIVE", "SUSPEND ",
                                             "FROZEN  ", "COLLECT ".

       01  PAGE-HEADING-LINE.
           05  PH-PAGE-TITLE           PIC X(20).

       120-COUNT-ONE-MEMBER.
           IF NOT EOF
               IF MBR-STATUS NOT = "PROGRAM "
                   PERFORM 125-COUNT-MEMBER-ROW
               END-IF
               PERFORM 110-READ-NEXT-MEMBER
           END-IF.

       125-COUNT-MEMBER-ROW.
           MOVE MBR-BRANCH-CODE TO WORK-BRANCH-CODE
           PERFORM 150-FIND-BRANCH-ROW
           MOVE MBR-STATUS TO INACTIVE-STATUS-CHECK
           IF BRANCH-FOUND-IDX > ZERO
               ADD 1 TO BS-MEMBER-COUNT(BRANCH-FOUND-IDX)
               IF NOT STATUS-NOT-ACTIVE
                   ADD 1 TO BS-ACTIVE-COUNT(BRANCH-FOUND-IDX)
               END-IF
           END-IF
           ADD 1 TO AS-MEMBER-COUNT
           IF NOT STATUS-NOT-ACTIVE
               ADD 1 TO AS-ACTIVE-COUNT
           END-IF.

       150-FIND-BRANCH-ROW.
                   MOVE "Y" TO ITEM-EOF-SWITCH
               NOT AT END
                   IF ARI-CHARGE-DATE(1:6) = REPORT-PERIOD
                       AND ARI-SOURCE-CODE NOT = "WO"
                       MOVE ARI-CARD-NUMBER TO MBR-CARD-NUMBER
                       PERFORM 220-LOOK-UP-CARD-BRANCH
                       PERFORM 150-FIND-BRANCH-ROW
