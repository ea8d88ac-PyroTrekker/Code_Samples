      *          a seat is taken and read back by YMCA_ROSTER_RPT to
      *          print each class's roster.  Replaces the paper signup
      *          sheets at the front desk.
      *
      * Modification History:
      *   04/25/2018 GW - Added ENR-RATE-CODE, ENR-LIST-PRICE, and
      *                   ENR-CHARGED-AMOUNT.  The enrollment now
      *                   records which class price applied (M = member,
      *                   N = non-member), the price, and what was
      *                   actually charged after any financial
      *                   assistance, so a drop credits back exactly
      *                   that.  A record from before the change has
      *                   these fields blank and the drop falls back to
      *                   the amount the desk keys.  Work-file images
      *                   widen from 20 to 31.
      *   05/09/2018 GW - Added ENR-TERM-CODE, copied from the class's
      *                   CLS-TERM-CODE when the seat is taken.
      *                   YMCA_TERMROLL moves a closing term's
      *                   enrollments to the ENRHIST history file (see
      *                   ENRHISTREC copybook); a record from before
      *                   the change has a blank term and is taken as
      *                   the class's current term.  Work-file images
      *                   widen from 31 to 37.
      ******************************************************************
       01  ENROLLMENT-RECORD.
           05  ENR-CLASS-CODE          PIC X(6).
           05  ENR-CARD-NUMBER         PIC 9(6).
           05  ENR-ENROLL-DATE         PIC 9(8).
           05  ENR-RATE-CODE           PIC X.
               88  ENR-MEMBER-RATE                    VALUE "M".
               88  ENR-NONMEMBER-RATE                 VALUE "N".
           05  ENR-LIST-PRICE          PIC 9(3)V9(2).
           05  ENR-CHARGED-AMOUNT      PIC 9(3)V9(2).
           05  ENR-TERM-CODE           PIC X(6).
