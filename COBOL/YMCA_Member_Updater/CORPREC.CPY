      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/05/2018
      * Purpose: Shared corporate account master record layout.  One
      *          record per employer that pays toward its employees'
      *          memberships, on the indexed CORPMAS keyed by account
      *          number: who gets the bill and where, the negotiated
      *          discount off the RATETABLE rate, and the percent of
      *          the discounted dues the employer pays (the employee
      *          owes the rest).  Members link to an account through
      *          MBR-CORP-ACCOUNT-NUMBER the way MBR-HOUSEHOLD-CARD-
      *          NUMBER links them to a household.  CRP-BALANCE-DUE is
      *          the employer's open items on CORPITEMS (see
      *          CORPITEMREC) added up; CRP-CREDIT-BALANCE is an
      *          employer overpayment, used up against the next
      *          employer share billed.  Kept by YMCA_CORPACCT, billed
      *          by YMCA_RENEWBILL (and new-member entry in
      *          YMCA_MEM_UPDATE), invoiced by YMCA_CORPINV.  An
      *          account is closed, never deleted - its members bill
      *          personally from their next renewal.
      ******************************************************************
       01  CORPORATE-ACCOUNT-RECORD.
           05  CRP-ACCOUNT-NUMBER      PIC 9(6).
           05  CRP-EMPLOYER-NAME       PIC X(30).
           05  CRP-BILLING-CONTACT     PIC X(20).
           05  CRP-STREET-ADDRESS      PIC X(20).
           05  CRP-CITY                PIC X(15).
           05  CRP-STATE               PIC X(2).
           05  CRP-ZIPCODE             PIC 9(5).
           05  CRP-CONTACT-PHONE       PIC 9(10).
      *    THE BRANCH THAT HANDLES THE ACCOUNT - STAMPED ON AN EMPLOYER
      *    OVERPAYMENT'S EXTRACT RECORD, WHICH HAS NO MEMBER BRANCH
           05  CRP-BRANCH-CODE         PIC X(3).
      *    PERCENT OFF THE TABLE RATE FOR EVERY LINKED MEMBER
           05  CRP-DISCOUNT-PERCENT    PIC 9(3).
      *    PERCENT OF THE DISCOUNTED RATE THE EMPLOYER PAYS
           05  CRP-EMPLOYER-SHARE-PERCENT PIC 9(3).
           05  CRP-STATUS              PIC X.
               88  CRP-ACTIVE                         VALUE "A".
               88  CRP-CLOSED                         VALUE "C".
           05  CRP-BALANCE-DUE         PIC 9(6)V99.
           05  CRP-CREDIT-BALANCE      PIC 9(6)V99.
           05  CRP-LAST-INVOICE-DATE   PIC 9(8).
           05  CRP-LAST-PAYMENT-DATE   PIC 9(8).
           05  CRP-ADDED-DATE          PIC 9(8).
           05  CRP-CHANGED-DATE        PIC 9(8).
           05  CRP-CHANGED-BY          PIC X(8).
