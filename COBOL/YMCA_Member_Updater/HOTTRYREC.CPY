      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/30/2018
      * Purpose: Shared hot-listed card attempt record layout.  One
      *          record per swipe of a lost or stolen card refused at
      *          the door, appended by YMCA_CHECKIN with the date, time
      *          and branch of the attempt.  The replacement card and
      *          the lost/stolen reason are copied from the hot list
      *          entry.  Reported to the branch managers by YMCA_HOTRPT.
      ******************************************************************
       01  HOT-ATTEMPT-RECORD.
           05  HTA-CARD-NUMBER         PIC 9(6).
           05  HTA-ATTEMPT-DATE        PIC 9(8).
           05  HTA-ATTEMPT-TIME        PIC 9(6).
           05  HTA-BRANCH-CODE         PIC X(3).
           05  HTA-REPLACED-BY         PIC 9(6).
           05  HTA-REASON-CODE         PIC X.
