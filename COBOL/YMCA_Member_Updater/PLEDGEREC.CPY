      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/12/2018
      * Purpose: Shared campaign pledge record layout.  One record per
      *          pledge on the indexed PLEDGES, keyed by donor number
      *          and a pledge sequence within the donor, so a donor's
      *          pledges read back together.  Carries the campaign
      *          year, the branch and the campaign volunteer credited,
      *          the amount pledged and how it is to be paid - the
      *          number of installments, how often, and when the
      *          first falls due.  Every installment is the pledge
      *          divided evenly; the last one takes the odd cents.
      *          YMCA_DONOR takes the pledge and adds each gift posted
      *          against it to PLG-PAID-AMOUNT; YMCA_PLEDGEAGE ages
      *          whatever has fallen due and not been paid; YMCA_DONACK
      *          totals the pledges by branch and volunteer.
      ******************************************************************
       01  PLEDGE-RECORD.
           05  PLG-PLEDGE-KEY.
               10  PLG-DONOR-NUMBER        PIC 9(6).
               10  PLG-PLEDGE-SEQ          PIC 9(2).
           05  PLG-CAMPAIGN-YEAR       PIC 9(4).
           05  PLG-BRANCH-CODE         PIC X(3).
           05  PLG-VOLUNTEER-NAME      PIC X(20).
           05  PLG-PLEDGE-DATE         PIC 9(8).
           05  PLG-PLEDGED-AMOUNT      PIC 9(6)V99.
      *    1 = PAID IN ONE INSTALLMENT
           05  PLG-INSTALLMENT-COUNT   PIC 9(2).
           05  PLG-FREQUENCY           PIC X.
               88  PLG-MONTHLY                        VALUE "M".
               88  PLG-QUARTERLY                      VALUE "Q".
               88  PLG-ANNUAL                         VALUE "A".
           05  PLG-FIRST-DUE-DATE      PIC 9(8).
           05  PLG-INSTALLMENT-AMOUNT  PIC 9(6)V99.
           05  PLG-PAID-AMOUNT         PIC 9(6)V99.
           05  PLG-LAST-GIFT-DATE      PIC 9(8).
           05  PLG-STATUS              PIC X.
               88  PLG-OPEN                           VALUE "O".
               88  PLG-PAID                           VALUE "P".
               88  PLG-CANCELLED                      VALUE "C".
           05  PLG-ADDED-DATE          PIC 9(8).
           05  PLG-CHANGED-DATE        PIC 9(8).
           05  PLG-CHANGED-BY          PIC X(8).
