      *          the answer the file could never give from the undated
      *          MBR-BALANCE-DUE blob.
      * Tectonics: cobc
      *
      * Modification History:
      *   05/23/2018 GW - Locker rental (LK) items broken out after the
      *                   branch totals - the same buckets for locker
      *                   rent alone, per branch and for the
      *                   association.  They stay in the member lines
      *                   and totals above as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-RECEIVABLE-AGING.
           05  MB-OVER-90              PIC S9(5)V99   VALUE ZERO.
           05  MB-TOTAL                PIC S9(5)V99   VALUE ZERO.

      * THE SAME BUCKETS FOR THE MEMBER'S LOCKER RENT ALONE.
       01  MEMBER-LOCKER-FIELDS        PACKED-DECIMAL.
           05  ML-CURRENT              PIC S9(5)V99   VALUE ZERO.
           05  ML-OVER-30              PIC S9(5)V99   VALUE ZERO.
           05  ML-OVER-60              PIC S9(5)V99   VALUE ZERO.
           05  ML-OVER-90              PIC S9(5)V99   VALUE ZERO.
           05  ML-TOTAL                PIC S9(5)V99   VALUE ZERO.

       01  GRAND-BUCKET-FIELDS         PACKED-DECIMAL.
           05  GB-CURRENT              PIC S9(7)V99   VALUE ZERO.
           05  GB-OVER-30              PIC S9(7)V99   VALUE ZERO.
           05  GB-OVER-90              PIC S9(7)V99   VALUE ZERO.
           05  GB-TOTAL                PIC S9(7)V99   VALUE ZERO.

       01  GRAND-LOCKER-FIELDS         PACKED-DECIMAL.
           05  GL-CURRENT              PIC S9(7)V99   VALUE ZERO.
           05  GL-OVER-30              PIC S9(7)V99   VALUE ZERO.
           05  GL-OVER-60              PIC S9(7)V99   VALUE ZERO.
           05  GL-OVER-90              PIC S9(7)V99   VALUE ZERO.
           05  GL-TOTAL                PIC S9(7)V99   VALUE ZERO.

      * ONE ROW PER BRANCH, OPENED ON THE FLY AS CARDS LAND - THE
      * SAME TECHNIQUE YMCA_COMMRPT USES FOR TRAINERS.  A CARD NO
      * LONGER ON YMCAMEM AGES UNDER BRANCH "???".
               10  BB-OVER-60              PIC S9(7)V99  VALUE ZERO.
               10  BB-OVER-90              PIC S9(7)V99  VALUE ZERO.
               10  BB-TOTAL                PIC S9(7)V99  VALUE ZERO.
               10  BL-CURRENT              PIC S9(7)V99  VALUE ZERO.
               10  BL-OVER-30              PIC S9(7)V99  VALUE ZERO.
               10  BL-OVER-60              PIC S9(7)V99  VALUE ZERO.
               10  BL-OVER-90              PIC S9(7)V99  VALUE ZERO.
               10  BL-TOTAL                PIC S9(7)V99  VALUE ZERO.

       01  MEMBER-BRANCH-WORK          PIC X(3).
       01  MEMBER-NAME-WORK            PIC X(20).
           05              PIC X(35)
               VALUE "BRANCH TOTALS ---------------------".

       01  LOCKER-HEADING-LINE.
           05              PIC X(35)
               VALUE "LOCKER RENTALS (INCLUDED ABOVE) ---".

       01  BRANCH-DETAIL-LINE.
           05  BD-BRANCH-CODE          PIC X(3).
           05                          PIC X(29)       VALUE SPACE.
               OUTPUT PROCEDURE 220-RETURN-OPEN-ITEMS.

           PERFORM 500-PRINT-BRANCH-TOTALS.
           PERFORM 520-PRINT-LOCKER-TOTALS.
           PERFORM 510-PRINT-AGING-TRAILER.
           DISPLAY "ITEMS READ: " ITEMS-READ-COUNT
               " OPEN: " OPEN-ITEM-COUNT
                   ADD SRT-OPEN-AMOUNT TO MB-OVER-90
           END-EVALUATE.
           ADD SRT-OPEN-AMOUNT TO MB-TOTAL.
           IF SRT-SOURCE-CODE = "LK"
               PERFORM 315-BUCKET-LOCKER-ITEM
           END-IF.

      * LOCKER RENT IS BUCKETED A SECOND TIME ON ITS OWN FOR THE
      * BREAKOUT UNDER THE BRANCH TOTALS.
       315-BUCKET-LOCKER-ITEM.
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS NOT > 30
                   ADD SRT-OPEN-AMOUNT TO ML-CURRENT
               WHEN ITEM-AGE-DAYS NOT > 60
                   ADD SRT-OPEN-AMOUNT TO ML-OVER-30
               WHEN ITEM-AGE-DAYS NOT > 90
                   ADD SRT-OPEN-AMOUNT TO ML-OVER-60
               WHEN OTHER
                   ADD SRT-OPEN-AMOUNT TO ML-OVER-90
           END-EVALUATE.
           ADD SRT-OPEN-AMOUNT TO ML-TOTAL.

      * ONE LINE PER MEMBER OWING - THE NAME AND BRANCH LOOKED UP ON
      * YMCAMEM, A DEPARTED CARD FLAGGED AND AGED UNDER BRANCH "???"
           ADD MB-OVER-90 TO GB-OVER-90.
           ADD MB-TOTAL   TO GB-TOTAL.

           ADD ML-CURRENT TO GL-CURRENT.
           ADD ML-OVER-30 TO GL-OVER-30.
           ADD ML-OVER-60 TO GL-OVER-60.
           ADD ML-OVER-90 TO GL-OVER-90.
           ADD ML-TOTAL   TO GL-TOTAL.

           MOVE ZERO TO MB-CURRENT
                        MB-OVER-30
                        MB-OVER-60
                        MB-OVER-90
                        MB-TOTAL
                        ML-CURRENT
                        ML-OVER-30
                        ML-OVER-60
                        ML-OVER-90
                        ML-TOTAL.

       410-LOOK-UP-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
                                BB-OVER-60(BRANCH-FOUND-IDX)
                                BB-OVER-90(BRANCH-FOUND-IDX)
                                BB-TOTAL(BRANCH-FOUND-IDX)
                                BL-CURRENT(BRANCH-FOUND-IDX)
                                BL-OVER-30(BRANCH-FOUND-IDX)
                                BL-OVER-60(BRANCH-FOUND-IDX)
                                BL-OVER-90(BRANCH-FOUND-IDX)
                                BL-TOTAL(BRANCH-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - BRANCH TABLE FULL, SKIPPING: "
                       MEMBER-BRANCH-WORK
               ADD MB-OVER-60 TO BB-OVER-60(BRANCH-FOUND-IDX)
               ADD MB-OVER-90 TO BB-OVER-90(BRANCH-FOUND-IDX)
               ADD MB-TOTAL   TO BB-TOTAL(BRANCH-FOUND-IDX)
               ADD ML-CURRENT TO BL-CURRENT(BRANCH-FOUND-IDX)
               ADD ML-OVER-30 TO BL-OVER-30(BRANCH-FOUND-IDX)
               ADD ML-OVER-60 TO BL-OVER-60(BRANCH-FOUND-IDX)
               ADD ML-OVER-90 TO BL-OVER-90(BRANCH-FOUND-IDX)
               ADD ML-TOTAL   TO BL-TOTAL(BRANCH-FOUND-IDX)
           END-IF.

       425-MATCH-ONE-BRANCH-ROW.
           MOVE AGING-COUNT-LINE   TO AGING-REPORT.
           WRITE AGING-REPORT AFTER ADVANCING 1 LINES.

      * THE LOCKER BREAKOUT - ONLY BRANCHES CARRYING OPEN LOCKER
      * RENT, THEN ALL BRANCHES.  NOTHING PRINTS WHEN NONE IS OPEN.
       520-PRINT-LOCKER-TOTALS.
           IF GL-TOTAL > ZERO
               MOVE LOCKER-HEADING-LINE TO AGING-REPORT
               WRITE AGING-REPORT AFTER ADVANCING 2 LINES
               PERFORM 525-PRINT-ONE-LOCKER-TOTAL
                   VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-TABLE-COUNT
               MOVE "ALL"      TO BD-BRANCH-CODE
               MOVE GL-CURRENT TO BD-CURRENT
               MOVE GL-OVER-30 TO BD-OVER-30
               MOVE GL-OVER-60 TO BD-OVER-60
               MOVE GL-OVER-90 TO BD-OVER-90
               MOVE GL-TOTAL   TO BD-TOTAL
               MOVE BRANCH-DETAIL-LINE TO AGING-REPORT
               WRITE AGING-REPORT AFTER ADVANCING 1 LINES
           END-IF.

       525-PRINT-ONE-LOCKER-TOTAL.
           IF BL-TOTAL(BRANCH-IDX) > ZERO
               MOVE BB-BRANCH-CODE(BRANCH-IDX) TO BD-BRANCH-CODE
               MOVE BL-CURRENT(BRANCH-IDX)     TO BD-CURRENT
               MOVE BL-OVER-30(BRANCH-IDX)     TO BD-OVER-30
               MOVE BL-OVER-60(BRANCH-IDX)     TO BD-OVER-60
               MOVE BL-OVER-90(BRANCH-IDX)     TO BD-OVER-90
               MOVE BL-TOTAL(BRANCH-IDX)       TO BD-TOTAL
               MOVE BRANCH-DETAIL-LINE TO AGING-REPORT
               WRITE AGING-REPORT AFTER ADVANCING 1 LINES
           END-IF.

      * TURNS DAYNUM-DATE INTO A SERIAL DAY COUNT - WHOLE YEARS AT
      * 365 PLUS THE GREGORIAN LEAP CORRECTIONS, THE MONTHS ALREADY
      * PASSED FROM THE CUMULATIVE TABLE, THE DAY, AND ONE MORE WHEN
