      *          WIDEN HST-MEMBER-DATA IF MEMBERREC GROWS.
      ******************************************************************
       01  ARCHIVE-RECORD.
           05  HST-MEMBER-DATA         PIC X(361).
           05  HST-TERMINATION-DATE    PIC 9(8).
           05  HST-TERM-REASON-CODE    PIC X(2).
