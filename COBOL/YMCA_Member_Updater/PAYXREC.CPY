      *          which the edited-PIC print journal could never feed.
      *          The file accumulates across daily runs; month-end
      *          selects on the payment date.
      *
      * Modification History:
      *   03/28/2018 GW - PX-AMOUNT is now signed so money going back
      *                   out (a YMCA_REFUNDS refund of a member's
      *                   credit) can be extracted as a negative
      *                   record that nets out of the collected
      *                   totals.  Same length - the sign rides in the
      *                   last digit - so records already on file
      *                   read back as positive.
      *   04/04/2018 GW - Each record now also carries the check
      *                   number the payment came in on, the charge
      *                   date of the item it settled, and - on a
      *                   reversal - the date of the payment being
      *                   reversed, so YMCA_RETCHECK can find a
      *                   bounced check's applications and re-open
      *                   exactly the items it paid.  Source CR marks
      *                   the part of an overpayment put on the
      *                   member's credit balance.  Appended at the
      *                   end; a record written before the change
      *                   reads back with the new fields blank.
      *   04/11/2018 GW - Added PX-PAY-METHOD so a bank draft written
      *                   by YMCA_DRAFTRUN (method B, the draft trace
      *                   number riding in PX-CHECK-NUMBER) is never
      *                   mistaken for a check with the same number
      *                   when YMCA_RETCHECK looks a payment up.
      *   06/20/2018 GW - Source RC added for money the collection
      *                   agency sends back on a written-off account,
      *                   posted net of its fee by YMCA_BADDEBT.
      *   07/05/2018 GW - Method E added for an employer's check posted
      *                   against a corporate account by YMCA_CORPACCT.
      *                   Each item it settles is extracted under the
      *                   employee's card and branch; the part put on
      *                   the account's credit balance goes under source
      *                   CR with a zero card number.
      ******************************************************************
       01  PAY-EXTRACT-RECORD.
           05  PX-CARD-NUMBER          PIC 9(6).
           05  PX-PAYMENT-DATE         PIC 9(8).
           05  PX-BRANCH-CODE          PIC X(3).
      *    RN/CL/MS/OT FROM THE ITEM SETTLED, UN = UNAPPLIED REMAINDER,
      *    CR = OVERPAYMENT CARRIED TO THE MEMBER'S CREDIT BALANCE,
      *    RC = COLLECTION AGENCY RECOVERY, NET OF THE AGENCY'S FEE,
      *    NM = NEW-MEMBER EMPLOYER SHARE SETTLED BY AN EMPLOYER CHECK
           05  PX-SOURCE-CODE          PIC X(2).
      *    NEGATIVE = MONEY GOING BACK OUT (REFUND OR REVERSAL)
           05  PX-AMOUNT               PIC S9(4)V99.
      *    ZERO FOR CASH AND CARD PAYMENTS - THE TRACE NUMBER ON A
      *    BANK DRAFT
           05  PX-CHECK-NUMBER         PIC 9(6).
      *    ZERO FOR UN AND CR
           05  PX-ITEM-CHARGE-DATE     PIC 9(8).
      *    ZERO EXCEPT ON A REVERSAL RECORD
           05  PX-REVERSED-PAY-DATE    PIC 9(8).
      *    C = CASH, K = CHECK, D = CARD, B = BANK DRAFT, E = EMPLOYER
      *    CHECK, SPACE ON A REFUND AND ON RECORDS WRITTEN BEFORE THE
      *    FIELD WAS CARRIED
           05  PX-PAY-METHOD           PIC X.
