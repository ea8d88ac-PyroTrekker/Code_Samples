      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/12/2018
      * Purpose: Shared campaign gift extract record layout.  One
      *          record per gift posted by YMCA_DONOR, appended to
      *          DONEXTR - the donor, the pledge it was paid against
      *          (if any), the campaign year, branch and volunteer it
      *          is credited to, and how it was paid, with method and
      *          check number as YMCA_RECEIPTS records them.  This is
      *          the accounting office's record of contributed income,
      *          kept apart from PAYEXTR so a gift is never counted as
      *          program revenue by YMCA_REVSUM.  YMCA_DONACK reads it
      *          back for the year-end acknowledgment letters and the
      *          campaign summary.  The file accumulates across runs;
      *          the year end selects on the gift date.
      ******************************************************************
       01  GIFT-EXTRACT-RECORD.
           05  GX-DONOR-NUMBER         PIC 9(6).
      *    ZERO FOR A GIFT NOT PAID AGAINST A PLEDGE
           05  GX-PLEDGE-SEQ           PIC 9(2).
           05  GX-GIFT-DATE            PIC 9(8).
           05  GX-CAMPAIGN-YEAR        PIC 9(4).
           05  GX-BRANCH-CODE          PIC X(3).
           05  GX-VOLUNTEER-NAME       PIC X(20).
           05  GX-AMOUNT               PIC 9(6)V99.
      *    C = CASH, K = CHECK, D = CARD
           05  GX-PAY-METHOD           PIC X.
      *    ZERO UNLESS PAID BY CHECK
           05  GX-CHECK-NUMBER         PIC 9(6).
      *    THE DONOR'S MEMBER CARD, ZERO FOR A NON-MEMBER
           05  GX-CARD-NUMBER          PIC 9(6).
           05  GX-OPERATOR-ID          PIC X(8).
