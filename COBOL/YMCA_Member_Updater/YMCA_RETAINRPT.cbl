      *          termination date.  The board finally gets numbers
      *          under the retention line item instead of anecdotes.
      * Tectonics: cobc
      *
      * Modification History:
      *   06/27/2018 GW - Join dates are also taken from older MBRCHLOG
      *                   generations cycled off by YMCA_FILEUTIL - the
      *                   operator keys each generation path after the
      *                   live log is read (blank ends) - so
      *                   long-standing members no longer count as
      *                   unknown length.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-RETENTION-REPORT.
               88  ROW-FOUND                              VALUE "Y".
           05  JOIN-FOUND-SWITCH           PIC X.
               88  JOIN-FOUND                             VALUE "Y".
           05  MORE-GENERATIONS-SWITCH     PIC X          VALUE "Y".
               88  MORE-GENERATIONS                       VALUE "Y".

      * THE ARCHIVED MEMBER RECORD IS DECODED BY MOVING THE STORED
      * IMAGE INTO THIS WORKING COPY - THE SAME COPYBOOK THE
               CLOSE MBRCHLOG
           END-IF.

      * A LONG-STANDING MEMBER'S NEW-MEMBER ENTRY MAY HAVE BEEN CYCLED
      * OFF THE LIVE LOG BY YMCA_FILEUTIL - THE OPERATOR FEEDS IN THE
      * OLDER GENERATIONS HERE, AS FOR YMCA_CHGRPT.
           PERFORM 120-LOAD-ONE-GENERATION
               WITH TEST AFTER
               UNTIL NOT MORE-GENERATIONS.

       110-LOAD-ONE-JOIN-DATE.
           READ MBRCHLOG
               AT END
                   END-IF
           END-READ.

       120-LOAD-ONE-GENERATION.
           MOVE SPACES TO WS-MBRCHLOG-PATH.
           DISPLAY "Enter: Older Log Generation Path (BLANK = DONE)"
           ACCEPT WS-MBRCHLOG-PATH.
           IF WS-MBRCHLOG-PATH = SPACES
               MOVE "N" TO MORE-GENERATIONS-SWITCH
           ELSE
               OPEN INPUT MBRCHLOG
               IF NOT WS-MBRCHLOG-OK
                   DISPLAY "UNABLE TO OPEN GENERATION - STATUS: "
                       WS-MBRCHLOG-STATUS " - SKIPPED"
               ELSE
                   MOVE "N" TO LOG-EOF-SWITCH
                   PERFORM 110-LOAD-ONE-JOIN-DATE
                       WITH TEST AFTER
                       UNTIL LOG-EOF
                          OR JOIN-TABLE-COUNT = JOIN-TABLE-MAX
                   IF NOT LOG-EOF
                       DISPLAY "WARNING - JOIN TABLE FULL AT "
                           JOIN-TABLE-MAX " - REST COUNTED UNKNOWN"
                   END-IF
                   CLOSE MBRCHLOG
               END-IF
           END-IF.

       200-TALLY-ONE-ARCHIVE.
           READ YMCAHIST
               AT END
