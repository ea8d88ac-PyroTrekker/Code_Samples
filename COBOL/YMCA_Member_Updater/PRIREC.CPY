      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/09/2018
      * Purpose: Priority registration record layout.  YMCA_TERMROLL
      *          appends one record for every member finishing a class
      *          at term end, naming the class they may take next (the
      *          class's next level, or the same class again) in the
      *          new term.  While that class's CLS-PRIORITY-END-DATE
      *          has not passed, YMCA_CLASS_ENROLL seats only members
      *          holding a record here for the class and term.
      ******************************************************************
       01  PRIORITY-RECORD.
           05  PRI-CLASS-CODE          PIC X(6).
           05  PRI-CARD-NUMBER         PIC 9(6).
           05  PRI-TERM-CODE           PIC X(6).
           05  PRI-FROM-CLASS-CODE     PIC X(6).
           05  PRI-FROM-TERM-CODE      PIC X(6).
