      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/12/2018
      * Purpose: Shared annual campaign donor record layout.  One
      *          record per donor on the indexed DONORMAS, keyed by
      *          donor number - members and non-members alike.  A
      *          member donor carries their card number and starts
      *          from the name, address and branch on YMCAMEM; a
      *          non-member carries a zero card number.  Kept apart
      *          from the member file so a donor's gifts never touch
      *          dues, balances or renewals.  Kept by YMCA_DONOR, which
      *          also takes the donor's pledges (see PLEDGEREC) and
      *          posts their gifts to DONEXTR (see GIFTXREC); mailed
      *          the year-end acknowledgment by YMCA_DONACK.
      ******************************************************************
       01  DONOR-RECORD.
           05  DNR-DONOR-NUMBER        PIC 9(6).
      *    ZERO FOR A DONOR WHO IS NOT A MEMBER
           05  DNR-CARD-NUMBER         PIC 9(6).
           05  DNR-DONOR-NAME          PIC X(30).
           05  DNR-STREET-ADDRESS      PIC X(20).
           05  DNR-CITY                PIC X(15).
           05  DNR-STATE               PIC X(2).
           05  DNR-ZIPCODE             PIC 9(5).
           05  DNR-PHONE               PIC 9(10).
      *    THE BRANCH A GIFT NOT AGAINST A PLEDGE IS CREDITED TO
           05  DNR-BRANCH-CODE         PIC X(3).
           05  DNR-ADDED-DATE          PIC 9(8).
           05  DNR-CHANGED-DATE        PIC 9(8).
           05  DNR-CHANGED-BY          PIC X(8).
