      *                   images widen from 155 to 171.  AN EXISTING
      *                   YMCAMEM MUST BE CONVERTED (UNLOAD/RELOAD)
      *                   TO THE WIDER RECORD.
      *   03/28/2018 GW - Added MBR-CREDIT-BALANCE so money paid over
      *                   what the member owes (an overpayment at
      *                   YMCA_PAYPOST, a class drop credited past the
      *                   balance) stays on the account instead of
      *                   being floored away.  The next renewal or
      *                   keyed charge uses it up first, and
      *                   YMCA_REFUNDS pays out what the office
      *                   approves.  ZERO means no credit.  Images
      *                   widen from 171 to 177.  AN EXISTING YMCAMEM
      *                   MUST BE CONVERTED (UNLOAD/RELOAD).
      *   04/04/2018 GW - Added MBR-NSF-RETURN-COUNT, MBR-NSF-LAST-DATE,
      *                   and MBR-PAY-RESTRICT-CODE for returned-check
      *                   handling.  YMCA_RETCHECK counts each bounced
      *                   check and dates the latest; a second return
      *                   inside twelve months sets the restriction to
      *                   "C" (cash only) and YMCA_RECEIPTS refuses the
      *                   member's checks at the desk.  ZERO/SPACE
      *                   means no returns and no restriction.  Images
      *                   widen from 177 to 188.  AN EXISTING YMCAMEM
      *                   MUST BE CONVERTED (UNLOAD/RELOAD).
      *   04/11/2018 GW - Added the bank-draft enrollment: status,
      *                   routing and account number, draft day (1-28
      *                   so every month has one), the monthly amount
      *                   (the type's RATETABLE rate over twelve), the
      *                   effective date of the last draft, and the
      *                   count and date of failed drafts.  Enrolled
      *                   in YMCA_MEM_UPDATE, drafted monthly by
      *                   YMCA_DRAFTRUN (YMCA_RENEWBILL skips a
      *                   drafting member), returns reversed by
      *                   YMCA_RETCHECK.  SPACE/ZERO means never
      *                   enrolled.  Images widen from 188 to 240.
      *                   AN EXISTING YMCAMEM MUST BE CONVERTED
      *                   (UNLOAD/RELOAD).
      *   04/18/2018 GW - Added the financial-assistance approval: the
      *                   percent of dues and class charges waived,
      *                   the approval date, the review date the
      *                   approval runs out on, and the operator who
      *                   approved it.  A household member with no
      *                   approval of their own takes the household
      *                   primary's.  Applied by YMCA_MEM_UPDATE,
      *                   YMCA_RENEWBILL, and YMCA_DRAFTRUN while the
      *                   review date has not passed; each discount
      *                   is logged to ASSISTLOG (see ASSISTREC
      *                   copybook) and YMCA_ASSISTRPT reports it.
      *                   ZERO means no assistance.  Images widen from
      *                   240 to 267.  AN EXISTING YMCAMEM MUST BE
      *                   CONVERTED (UNLOAD/RELOAD).
      *   06/06/2018 GW - Added the liability waiver (date signed and
      *                   form version), the emergency contact name
      *                   and phone, and the medical release date the
      *                   program office needs on file for a member
      *                   under 18.  A waiver is good for one year from
      *                   the date signed; the medical release does not
      *                   lapse.  Required at new-member entry, checked
      *                   at the door by YMCA_CHECKIN and at enrollment
      *                   by YMCA_CLASS_ENROLL, and listed by
      *                   YMCA_WAIVERRPT.  ZERO means not on file.
      *                   Images widen from 267 to 317.  AN EXISTING
      *                   YMCAMEM MUST BE CONVERTED (UNLOAD/RELOAD).
      *   06/20/2018 GW - Added the bad-debt escalation fields for
      *                   YMCA_BADDEBT: the date the final notice went
      *                   out, the date the account was placed with
      *                   the collection agency (MBR-STATUS becomes
      *                   "COLLECT ", which YMCA_CHECKIN bars), the
      *                   dollars written off at placement, and the
      *                   gross dollars the agency has since recovered.
      *                   YMCA_PAYPOST clears the final notice date
      *                   once the balance is paid off.  ZERO means
      *                   none.  Images widen from 317 to 347.  AN
      *                   EXISTING YMCAMEM MUST BE CONVERTED
      *                   (UNLOAD/RELOAD).
      *   07/05/2018 GW - Added MBR-CORP-ACCOUNT-NUMBER and
      *                   MBR-CORP-LINK-DATE so an employee can be
      *                   linked to the employer's corporate account on
      *                   CORPMAS (see CORPREC copybook) the way
      *                   MBR-HOUSEHOLD-CARD-NUMBER links a household.
      *                   YMCA_RENEWBILL bills a linked member the
      *                   account's discounted rate and splits it: the
      *                   employer's share goes on CORPITEMS for
      *                   YMCA_CORPINV, the member's share on the
      *                   balance as before.  Unlinking in
      *                   YMCA_MEM_UPDATE puts the member back on
      *                   personal billing from the next renewal; the
      *                   membership itself is untouched.  ZERO means no
      *                   corporate account.  Images widen from 347 to
      *                   361.  AN EXISTING YMCAMEM MUST BE CONVERTED
      *                   (UNLOAD/RELOAD).
      ******************************************************************
       01  MEMBER-MASTER-RECORD.
           05  MBR-STATUS              PIC X(8).
               10  MBR-HOLD-START-MONTH     PIC 99.
               10  MBR-HOLD-START-DAY       PIC 99.
           05  MBR-HOLD-RETURN-DATE    PIC 9(8).
           05  MBR-CREDIT-BALANCE      PIC 9(4)V9(2).
           05  MBR-NSF-RETURN-COUNT    PIC 9(2).
           05  MBR-NSF-LAST-DATE       PIC 9(8).
           05  MBR-PAY-RESTRICT-CODE   PIC X.
               88  MBR-CASH-ONLY                      VALUE "C".
           05  MBR-DRAFT-STATUS        PIC X.
               88  MBR-ON-DRAFT                       VALUE "A".
               88  MBR-DRAFT-DROPPED                  VALUE "D".
           05  MBR-DRAFT-ROUTING       PIC 9(9).
           05  MBR-DRAFT-ACCOUNT       PIC X(17).
           05  MBR-DRAFT-DAY           PIC 9(2).
           05  MBR-DRAFT-AMOUNT        PIC 9(3)V9(2).
           05  MBR-DRAFT-LAST-DATE     PIC 9(8).
           05  MBR-DRAFT-LAST-DATE-X REDEFINES MBR-DRAFT-LAST-DATE.
               10  MBR-DRAFT-LAST-YEAR      PIC 9(4).
               10  MBR-DRAFT-LAST-MONTH     PIC 99.
               10  MBR-DRAFT-LAST-DAY       PIC 99.
           05  MBR-DRAFT-FAIL-COUNT    PIC 9(2).
           05  MBR-DRAFT-FAIL-DATE     PIC 9(8).
           05  MBR-ASSIST-PERCENT      PIC 9(3).
           05  MBR-ASSIST-APPROVED-DATE PIC 9(8).
           05  MBR-ASSIST-REVIEW-DATE  PIC 9(8).
           05  MBR-ASSIST-APPROVER     PIC X(8).
           05  MBR-WAIVER-SIGNED-DATE  PIC 9(8).
           05  MBR-WAIVER-VERSION      PIC X(4).
           05  MBR-EMERG-CONTACT-NAME  PIC X(20).
           05  MBR-EMERG-CONTACT-PHONE PIC 9(10).
           05  MBR-MED-RELEASE-DATE    PIC 9(8).
           05  MBR-FINAL-NOTICE-DATE   PIC 9(8).
           05  MBR-COLLECT-PLACED-DATE PIC 9(8).
           05  MBR-WRITEOFF-AMOUNT     PIC 9(5)V9(2).
           05  MBR-RECOVERED-AMOUNT    PIC 9(5)V9(2).
           05  MBR-CORP-ACCOUNT-NUMBER PIC 9(6).
           05  MBR-CORP-LINK-DATE      PIC 9(8).
