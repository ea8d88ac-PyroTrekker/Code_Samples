      *          COPYd by YMCA_CLASS_ENROLL (maintains both fields)
      *          and YMCA_ROSTER_RPT (prints them) so the layouts can
      *          never drift apart.
      *
      * Modification History:
      *   04/25/2018 GW - Added CLS-MEMBER-PRICE and
      *                   CLS-NONMEMBER-PRICE.  YMCA_CLASS_ENROLL
      *                   charges the member price to a member in good
      *                   standing and the non-member price to everyone
      *                   else (a program-only participant, a lapsed
      *                   member) at enrollment.  Appended at the end
      *                   so no existing field moves.  AN EXISTING
      *                   CLASSMAS MUST BE CONVERTED (UNLOAD/RELOAD) TO
      *                   THE WIDER RECORD.
      *   05/09/2018 GW - Added CLS-TERM-CODE (the session the class is
      *                   running, e.g. 2018FA), CLS-NEXT-LEVEL-CODE
      *                   (the class a finishing member moves up to;
      *                   blank means they repeat this one), and
      *                   CLS-PRIORITY-END-DATE (the last day of the
      *                   returning-member registration window).
      *                   YMCA_TERMROLL sets the term and window when
      *                   it rolls the class into a new session.
      *                   Appended at the end; AN EXISTING CLASSMAS
      *                   MUST BE CONVERTED (UNLOAD/RELOAD) AGAIN.
      *   06/06/2018 GW - Added CLS-ACTIVITY-GROUP.  An aquatics or
      *                   youth-sports class will not seat anyone
      *                   without a current liability waiver, or a
      *                   minor without a medical release on file.
      *                   Blank for every other class.  Appended at the
      *                   end; AN EXISTING CLASSMAS MUST BE CONVERTED
      *                   (UNLOAD/RELOAD) AGAIN.
      ******************************************************************
       01  CLASS-MASTER-RECORD.
           05  CLS-CLASS-CODE          PIC X(6).
           05  CLS-INSTRUCTOR          PIC X(8).
           05  CLS-MAX-CAPACITY        PIC 9(3).
           05  CLS-ENROLLED-COUNT      PIC 9(3).
           05  CLS-MEMBER-PRICE        PIC 9(3)V9(2).
           05  CLS-NONMEMBER-PRICE     PIC 9(3)V9(2).
           05  CLS-TERM-CODE           PIC X(6).
           05  CLS-NEXT-LEVEL-CODE     PIC X(6).
           05  CLS-PRIORITY-END-DATE   PIC 9(8).
           05  CLS-ACTIVITY-GROUP      PIC X.
               88  CLS-AQUATICS                       VALUE "A".
               88  CLS-YOUTH-SPORTS                   VALUE "Y".
               88  CLS-NEEDS-RELEASE             VALUES "A", "Y".
               88  CLS-GROUP-VALID          VALUES "A", "Y", SPACE.
