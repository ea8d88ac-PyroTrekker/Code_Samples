      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/09/2018
      * Purpose: Enrollment history record layout.  YMCA_TERMROLL
      *          appends one record per enrollment when a term closes
      *          - the enrollment as it stood, stamped with the term
      *          it belonged to and the day it was archived - so the
      *          record of who took what survives the rollover that
      *          clears ENROLLFILE for the next session.
      *          YMCA_TERMRPT reads it for the term-over-term
      *          enrollment comparison.
      ******************************************************************
       01  ENROLL-HISTORY-RECORD.
           05  EHS-TERM-CODE           PIC X(6).
           05  EHS-CLASS-CODE          PIC X(6).
           05  EHS-CARD-NUMBER         PIC 9(6).
           05  EHS-ENROLL-DATE         PIC 9(8).
           05  EHS-RATE-CODE           PIC X.
           05  EHS-LIST-PRICE          PIC 9(3)V9(2).
           05  EHS-CHARGED-AMOUNT      PIC 9(3)V9(2).
           05  EHS-ARCHIVE-DATE        PIC 9(8).
