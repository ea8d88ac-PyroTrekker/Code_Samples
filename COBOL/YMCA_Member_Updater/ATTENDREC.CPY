      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/02/2018
      * Purpose: Shared class attendance record layout.  One record
      *          per enrolled member per class meeting, keyed on class
      *          code, meeting date, and card number, written by
      *          YMCA_ATTEND as the instructor or desk calls the roll
      *          against the class's ENROLLFILE roster.  Calling the
      *          same meeting again rewrites the marks in place, so a
      *          late arrival or a keying slip is corrected rather
      *          than counted twice.  YMCA_ATTENDRPT reads the file in
      *          key order for the attendance-rate report and the
      *          no-show list.
      ******************************************************************
       01  ATTENDANCE-RECORD.
           05  ATT-ATTEND-KEY.
               10  ATT-CLASS-CODE      PIC X(6).
               10  ATT-MEETING-DATE    PIC 9(8).
               10  ATT-CARD-NUMBER     PIC 9(6).
           05  ATT-ATTEND-CODE         PIC X.
               88  ATT-PRESENT                        VALUE "P".
               88  ATT-ABSENT                         VALUE "A".
           05  ATT-TAKEN-DATE          PIC 9(8).
