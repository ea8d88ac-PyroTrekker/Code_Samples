      *                   no statement lines - a membership on hold
      *                   is not dunned for time the member is barred
      *                   from the building.
      *   03/28/2018 GW - A member carrying an MBR-CREDIT-BALANCE now
      *                   sees it: the renewal letter says the credit
      *                   will be applied to the renewal, and each
      *                   household statement line shows the member's
      *                   credit beside the amount due.
      *   06/20/2018 GW - Members with MBR-STATUS "COLLECT " are left
      *                   out of the run the same as a frozen membership
      *                   - the collection agency has the account, and
      *                   YMCA_BADDEBT already sent the final notice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-NOTICE-GENERATION.
       01  SORT-NOTICE-RECORD.
           05  SRT-STATEMENT-CARD      PIC 9(6).
           05  SRT-CARD-NUMBER         PIC 9(6).
           05  SRT-MEMBER-DATA         PIC X(361).

       WORKING-STORAGE SECTION.


       01  HOUSEHOLD-GROUP-TABLE.
           05  GRP-ENTRY OCCURS 20 TIMES.
               10  GRP-MEMBER-DATA         PIC X(361).

       01  GROUP-STATEMENT-CARD        PIC 9(6)       VALUE ZERO.

               VALUE "NOTICE WITH YOUR ANNUAL MEMBERSHIP FEE. ".
           05          PIC X(23)   VALUE "WE HOPE TO SEE YOU SOON".

      * PRINTED ONLY WHEN THE MEMBER HAS A CREDIT ON ACCOUNT.
       01  RENEWAL-CREDIT-LINE.
           05          PIC X(26)   VALUE "YOUR ACCOUNT HOLDS CREDIT ".
           05          PIC X(3)    VALUE "OF ".
           05  RC-CREDIT-BALANCE       PIC $Z,ZZ9.99.
           05          PIC X(34)
               VALUE " - IT WILL BE APPLIED TO YOUR FEE.".

       01  PASTDUE-BODY-LINE-1.
           05          PIC X(38)
               VALUE "DEAR MEMBER - OUR RECORDS SHOW A PAST ".
               10  SM-EXP-YEAR             PIC 9(4).
           05          PIC X(6)    VALUE "  DUE ".
           05  SM-BALANCE-DUE          PIC $Z,ZZ9.99.
           05          PIC X(9)    VALUE "  CREDIT ".
           05  SM-CREDIT-BALANCE       PIC $Z,ZZ9.99.

       01  STATEMENT-TOTAL-LINE.
           05          PIC X(26)
           IF NOT EOF
               ADD 1 TO RECORDS-READ-COUNT
      * A FROZEN MEMBERSHIP GETS NO MAIL AT ALL - NOT EVEN A LINE ON
      * THE FAMILY'S STATEMENT - AND NEITHER DOES AN ACCOUNT THE
      * COLLECTION AGENCY HAS.
               IF MBR-STATUS NOT = "FROZEN  "
                   AND MBR-STATUS NOT = "COLLECT "
                   IF MBR-HOUSEHOLD-CARD-NUMBER = ZERO
                       MOVE MBR-CARD-NUMBER TO SRT-STATEMENT-CARD
                   ELSE
           WRITE RENEWAL-LETTER AFTER ADVANCING 1 LINES.
           MOVE RENEWAL-BODY-LINE-3 TO RENEWAL-LETTER.
           WRITE RENEWAL-LETTER AFTER ADVANCING 1 LINES.
           IF MBR-CREDIT-BALANCE > ZERO
               MOVE MBR-CREDIT-BALANCE TO RC-CREDIT-BALANCE
               MOVE RENEWAL-CREDIT-LINE TO RENEWAL-LETTER
               WRITE RENEWAL-LETTER AFTER ADVANCING 1 LINES
           END-IF.
           MOVE LETTER-SEPARATOR-LINE TO RENEWAL-LETTER.
           WRITE RENEWAL-LETTER AFTER ADVANCING 2 LINES.

           MOVE MBR-EXPIRE-DAY   TO SM-EXP-DAY.
           MOVE MBR-EXPIRE-YEAR  TO SM-EXP-YEAR.
           MOVE MBR-BALANCE-DUE  TO SM-BALANCE-DUE.
           MOVE MBR-CREDIT-BALANCE TO SM-CREDIT-BALANCE.
           MOVE STATEMENT-MEMBER-LINE TO HOUSEHOLD-LETTER.
           WRITE HOUSEHOLD-LETTER AFTER ADVANCING 1 LINES.
