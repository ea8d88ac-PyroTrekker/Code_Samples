      ******************************************************************
      * Author: Graham Wenz
      * Date: 07/12/2018
      * Purpose: Year-end campaign run.  For the tax year keyed (last
      *          year by default) it sorts the gifts on DONEXTR (see
      *          GIFTXREC) dated in that year into donor order and
      *          writes one acknowledgment letter per donor to
      *          DONACKLTR, laid out like the YMCA_NOTICES letters -
      *          the donor's address from DONORMAS, each gift's date,
      *          amount and method, the year's total, the statement
      *          that no goods or services were given in exchange, and
      *          the association's 501(c)(3) standing with its federal
      *          tax ID (YMCA_TAX_ID).  It then writes the campaign
      *          summary DONSUMRPT for the campaign of the same year -
      *          pledges taken and gifts received per branch credited
      *          and per campaign volunteer, with what is still unpaid
      *          on the open pledges.  The letters follow the gift date,
      *          as the tax rules do; the summary follows the campaign
      *          each pledge and gift was credited to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YMCA-DONOR-ACKNOWLEDGMENT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DONEXTR ASSIGN TO WS-DONEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONEXTR-STATUS.
           SELECT DONORMAS ASSIGN TO WS-DONORMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DNR-DONOR-NUMBER
               FILE STATUS IS WS-DONORMAS-STATUS.
           SELECT PLEDGES ASSIGN TO WS-PLEDGES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLG-PLEDGE-KEY
               FILE STATUS IS WS-PLEDGES-STATUS.
           SELECT DONACKLTR ASSIGN TO WS-DONACKLTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DONSUMRPT ASSIGN TO WS-DONSUMRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK13".

       DATA DIVISION.

       FILE SECTION.

       FD  DONEXTR.
           COPY GIFTXREC.

       FD  DONORMAS.
           COPY DONORREC.

       FD  PLEDGES.
           COPY PLEDGEREC.

       FD  DONACKLTR.
       01  ACKNOWLEDGMENT-LETTER       PIC X(80).

       FD  DONSUMRPT.
       01  CAMPAIGN-SUMMARY-REPORT     PIC X(100).

      * SCRATCH SORT FILE - GIFTS ARE APPENDED AS THEY ARE POSTED, SO
      * THEY ARE SORTED INTO DONOR ORDER, OLDEST GIFT FIRST, FOR THE
      * ONE-LETTER-PER-DONOR CONTROL BREAK.
       SD  SORT-WORK.
       01  SORT-GIFT-RECORD.
           05  SRT-DONOR-NUMBER        PIC 9(6).
           05  SRT-GIFT-DATE           PIC 9(8).
           05  SRT-AMOUNT              PIC 9(6)V99.
           05  SRT-PAY-METHOD          PIC X.
           05  SRT-CHECK-NUMBER        PIC 9(6).

       WORKING-STORAGE SECTION.

       01  RUNTIME-PATHS.
           05  WS-DONEXTR-PATH         PIC X(100).
           05  WS-DONORMAS-PATH        PIC X(100).
           05  WS-PLEDGES-PATH         PIC X(100).
           05  WS-DONACKLTR-PATH       PIC X(100).
           05  WS-DONSUMRPT-PATH       PIC X(100).

       01  WS-DONEXTR-STATUS           PIC X(2).
           88  WS-DONEXTR-OK                      VALUE "00".

       01  WS-DONORMAS-STATUS          PIC X(2).
           88  WS-DONORMAS-OK                     VALUE "00".

       01  WS-PLEDGES-STATUS           PIC X(2).
           88  WS-PLEDGES-OK                      VALUE "00".

      * THE ASSOCIATION'S FEDERAL EMPLOYER IDENTIFICATION NUMBER, AS
      * IT MUST APPEAR ON A CONTRIBUTION ACKNOWLEDGMENT.
       01  TAX-ID-NUMBER               PIC X(10).

       01  SWITCHES.
           05  EOF-SWITCH                  PIC X          VALUE "N".
               88  EOF                                    VALUE "Y".
           05  RAW-EOF-SWITCH              PIC X          VALUE "N".
               88  RAW-EOF                                VALUE "Y".
           05  PLEDGE-EOF-SWITCH           PIC X          VALUE "N".
               88  PLEDGE-EOF                             VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X          VALUE "Y".
               88  FIRST-RECORD                           VALUE "Y".
           05  DONOR-FOUND-SWITCH          PIC X.
               88  DONOR-FOUND                            VALUE "Y".
           05  ROW-FOUND-SWITCH            PIC X.
               88  ROW-FOUND                              VALUE "Y".

       01  OLD-DONOR-NUMBER            PIC 9(6).

       01  TAX-YEAR-ENTRY              PIC 9(4)       VALUE ZERO.

       01  GIFT-DATE-WORK              PIC 9(8).
       01  GIFT-DATE-WORK-X            REDEFINES GIFT-DATE-WORK.
           05  GDW-YEAR                PIC 9(4).
           05  GDW-MONTH               PIC 99.
           05  GDW-DAY                 PIC 99.

       01  ACK-COUNT-FIELDS            BINARY.
           05  GIFTS-READ-COUNT        PIC S9(5)      VALUE ZERO.
           05  GIFTS-IN-YEAR-COUNT     PIC S9(5)      VALUE ZERO.
           05  LETTERS-WRITTEN-COUNT   PIC S9(5)      VALUE ZERO.
           05  NO-DONOR-COUNT          PIC S9(5)      VALUE ZERO.
           05  BRANCH-TABLE-COUNT      PIC S9(3)      VALUE ZERO.
           05  BRANCH-TABLE-MAX        PIC S9(3)      VALUE 20.
           05  VOLUNTEER-TABLE-COUNT   PIC S9(3)      VALUE ZERO.
           05  VOLUNTEER-TABLE-MAX     PIC S9(3)      VALUE 100.
           05  ROW-IDX                 PIC S9(3)      VALUE ZERO.
           05  ROW-FOUND-IDX           PIC S9(3)      VALUE ZERO.

       01  DONOR-TOTAL-FIELDS          PACKED-DECIMAL.
           05  DONOR-YEAR-TOTAL        PIC S9(7)V99   VALUE ZERO.
           05  GRAND-YEAR-TOTAL        PIC S9(9)V99   VALUE ZERO.

      * ONE PLEDGE OR GIFT'S CONTRIBUTION TO A SUMMARY ROW - POSTED TO
      * ITS BRANCH ROW, ITS VOLUNTEER ROW, AND THE ASSOCIATION TOTAL.
       01  SUMMARY-POST-FIELDS.
           05  POST-BRANCH-CODE        PIC X(3).
           05  POST-VOLUNTEER-NAME     PIC X(20).
           05  POST-PLEDGE-COUNT       PIC S9(5)      BINARY.
           05  POST-GIFT-COUNT         PIC S9(5)      BINARY.
           05  POST-PLEDGED-AMOUNT     PIC S9(7)V99   PACKED-DECIMAL.
           05  POST-RECEIVED-AMOUNT    PIC S9(7)V99   PACKED-DECIMAL.
           05  POST-UNPAID-AMOUNT      PIC S9(7)V99   PACKED-DECIMAL.

      * ONE ROW PER BRANCH CREDITED AND ONE PER VOLUNTEER, OPENED ON
      * THE FLY - THE SAME TECHNIQUE YMCA_ARAGING USES FOR BRANCHES.
       01  BRANCH-SUMMARY-TABLE.
           05  BRANCH-ENTRY OCCURS 20 TIMES.
               10  BS-BRANCH-CODE          PIC X(3).
               10  BS-PLEDGE-COUNT         PIC S9(5)     BINARY.
               10  BS-GIFT-COUNT           PIC S9(5)     BINARY.
               10  BS-PLEDGED-AMOUNT       PIC S9(7)V99  PACKED-DECIMAL.
               10  BS-RECEIVED-AMOUNT      PIC S9(7)V99  PACKED-DECIMAL.
               10  BS-UNPAID-AMOUNT        PIC S9(7)V99  PACKED-DECIMAL.

       01  VOLUNTEER-SUMMARY-TABLE.
           05  VOLUNTEER-ENTRY OCCURS 100 TIMES.
               10  VS-VOLUNTEER-NAME       PIC X(20).
               10  VS-PLEDGE-COUNT         PIC S9(5)     BINARY.
               10  VS-GIFT-COUNT           PIC S9(5)     BINARY.
               10  VS-PLEDGED-AMOUNT       PIC S9(7)V99  PACKED-DECIMAL.
               10  VS-RECEIVED-AMOUNT      PIC S9(7)V99  PACKED-DECIMAL.
               10  VS-UNPAID-AMOUNT        PIC S9(7)V99  PACKED-DECIMAL.

       01  CAMPAIGN-TOTAL-FIELDS.
           05  CT-PLEDGE-COUNT         PIC S9(5)      BINARY VALUE ZERO.
           05  CT-GIFT-COUNT           PIC S9(5)      BINARY VALUE ZERO.
           05  CT-PLEDGED-AMOUNT       PIC S9(7)V99   PACKED-DECIMAL
                                                      VALUE ZERO.
           05  CT-RECEIVED-AMOUNT      PIC S9(7)V99   PACKED-DECIMAL
                                                      VALUE ZERO.
           05  CT-UNPAID-AMOUNT        PIC S9(7)V99   PACKED-DECIMAL
                                                      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(8).
           05  CD-CURRENT-DATE-X       REDEFINES CD-CURRENT-DATE.
               10  CD-CURRENT-YEAR         PIC 9(4).
               10  CD-CURRENT-MONTH-DAY    PIC 9(4).

      * THE LETTER SHELL - ADDRESS BLOCK THEN BODY, ONE LETTER PER
      * DONOR, SEPARATED BY A LINE OF DASHES THE SAME AS THE
      * YMCA_NOTICES LETTERS SO THE PRINT SHOP CAN BURST THEM.
       01  LETTER-NAME-LINE.
           05  LN-DONOR-NAME           PIC X(30).

       01  LETTER-STREET-LINE.
           05  LS-STREET-ADDRESS       PIC X(20).

       01  LETTER-CITY-LINE.
           05  LC-CITY                 PIC X(15).
           05                          PIC X           VALUE SPACE.
           05  LC-STATE                PIC X(2).
           05                          PIC X           VALUE SPACE.
           05  LC-ZIPCODE              PIC 9(5).

       01  ACK-BODY-LINE-1.
           05          PIC X(40)
               VALUE "THANK YOU FOR YOUR GIFTS TO THE YMCA ANN".
           05          PIC X(38)
               VALUE "UAL CAMPAIGN.  OUR RECORDS SHOW THESE ".

       01  ACK-BODY-LINE-2.
           05          PIC X(32)
               VALUE "CONTRIBUTIONS RECEIVED FROM YOU ".
           05          PIC X(7)    VALUE "DURING ".
           05  AB2-TAX-YEAR            PIC 9(4).
           05          PIC X       VALUE ":".

       01  ACK-GIFT-LINE.
           05          PIC X(4)    VALUE SPACE.
           05  AG-GIFT-DATE            PIC 99/99/9999.
           05  AG-GIFT-DATE-X          REDEFINES AG-GIFT-DATE.
               10  AG-GIFT-MONTH           PIC 99.
               10                          PIC X.
               10  AG-GIFT-DAY             PIC 99.
               10                          PIC X.
               10  AG-GIFT-YEAR            PIC 9(4).
           05          PIC X(4)    VALUE SPACE.
           05  AG-AMOUNT               PIC $ZZZ,ZZ9.99.
           05          PIC X(4)    VALUE SPACE.
           05  AG-METHOD               PIC X(6).
           05  AG-CHECK-NUMBER         PIC X(6).

       01  ACK-TOTAL-LINE.
           05          PIC X(24)   VALUE "TOTAL CONTRIBUTIONS FOR ".
           05  AT-TAX-YEAR             PIC 9(4).
           05          PIC X(3)    VALUE " - ".
           05  AT-TOTAL-AMOUNT         PIC $Z,ZZZ,ZZ9.99.

       01  ACK-BODY-LINE-3.
           05          PIC X(40)
               VALUE "NO GOODS OR SERVICES WERE PROVIDED IN EX".
           05          PIC X(38)
               VALUE "CHANGE FOR THESE CONTRIBUTIONS.  PLEAS".

       01  ACK-BODY-LINE-4.
           05          PIC X(40)
               VALUE "E KEEP THIS LETTER WITH YOUR TAX RECORDS".
           05          PIC X       VALUE ".".

       01  ACK-BODY-LINE-5.
           05          PIC X(40)
               VALUE "THE YMCA IS A TAX-EXEMPT ORGANIZATION UN".
           05          PIC X(38)
               VALUE "DER SECTION 501(C)(3) OF THE INTERNAL ".

       01  ACK-BODY-LINE-6.
           05          PIC X(31)
               VALUE "REVENUE CODE.  FEDERAL TAX ID: ".
           05  AB6-TAX-ID              PIC X(10).

       01  LETTER-SEPARATOR-LINE.
           05          PIC X(40)   VALUE ALL "-".

       01  SUMMARY-TITLE-LINE.
           05          PIC X(32)
               VALUE "ANNUAL CAMPAIGN SUMMARY - YEAR ".
           05  STL-CAMPAIGN-YEAR       PIC 9(4).

       01  SUMMARY-HEADING-LINE.
           05  SHL-ROW-TITLE           PIC X(22).
           05          PIC X(8)        VALUE " PLEDGES".
           05          PIC X(15)       VALUE "        PLEDGED".
           05          PIC X(8)        VALUE "   GIFTS".
           05          PIC X(15)       VALUE "       RECEIVED".
           05          PIC X(15)       VALUE "  UNPAID ON OPN".

       01  SUMMARY-DETAIL-LINE.
           05  SD-ROW-NAME             PIC X(20).
           05                          PIC XX          VALUE SPACE.
           05  SD-PLEDGE-COUNT         PIC ZZ,ZZ9.
           05                          PIC XX          VALUE SPACE.
           05  SD-PLEDGED-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  SD-GIFT-COUNT           PIC ZZ,ZZ9.
           05                          PIC XX          VALUE SPACE.
           05  SD-RECEIVED-AMOUNT      PIC $Z,ZZZ,ZZ9.99.
           05                          PIC XX          VALUE SPACE.
           05  SD-UNPAID-AMOUNT        PIC $Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-PREPARE-ACKNOWLEDGMENTS.
           PERFORM 050-GET-RUNTIME-PATHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CD-CURRENT-DATE.
           PERFORM 060-GET-TAX-YEAR.

           OPEN INPUT  DONORMAS
                OUTPUT DONACKLTR
                OUTPUT DONSUMRPT.
           IF NOT WS-DONORMAS-OK
               DISPLAY "UNABLE TO OPEN DONORMAS AT " WS-DONORMAS-PATH
               DISPLAY "STATUS: " WS-DONORMAS-STATUS
                   " - RUN YMCA_DONOR FIRST TO CREATE IT"
               STOP RUN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-DONOR-NUMBER
                                SRT-GIFT-DATE
               INPUT PROCEDURE 210-RELEASE-YEAR-GIFTS
               OUTPUT PROCEDURE 220-RETURN-YEAR-GIFTS.

           PERFORM 600-SUMMARIZE-PLEDGES.
           PERFORM 700-PRINT-CAMPAIGN-SUMMARY.

           DISPLAY "GIFTS READ: " GIFTS-READ-COUNT
               " IN " TAX-YEAR-ENTRY ": " GIFTS-IN-YEAR-COUNT.
           DISPLAY "LETTERS WRITTEN: " LETTERS-WRITTEN-COUNT
               " TOTAL: " GRAND-YEAR-TOTAL.
           IF NO-DONOR-COUNT > ZERO
               DISPLAY "** " NO-DONOR-COUNT
                   " DONOR(S) NOT ON DONORMAS - NO LETTER WRITTEN"
           END-IF.
           CLOSE DONORMAS
                 DONACKLTR
                 DONSUMRPT.
           STOP RUN.

       050-GET-RUNTIME-PATHS.
           ACCEPT WS-DONEXTR-PATH FROM ENVIRONMENT "DONEXTR_PATH".
           IF WS-DONEXTR-PATH = SPACES
               MOVE "DONEXTR.DAT" TO WS-DONEXTR-PATH
           END-IF.

           ACCEPT WS-DONORMAS-PATH FROM ENVIRONMENT "DONORMAS_PATH".
           IF WS-DONORMAS-PATH = SPACES
               MOVE "DONORMAS.DAT" TO WS-DONORMAS-PATH
           END-IF.

           ACCEPT WS-PLEDGES-PATH FROM ENVIRONMENT "PLEDGES_PATH".
           IF WS-PLEDGES-PATH = SPACES
               MOVE "PLEDGES.DAT" TO WS-PLEDGES-PATH
           END-IF.

           ACCEPT WS-DONACKLTR-PATH FROM ENVIRONMENT "DONACKLTR_PATH".
           IF WS-DONACKLTR-PATH = SPACES
               MOVE "DONACKLTR.TXT" TO WS-DONACKLTR-PATH
           END-IF.

           ACCEPT WS-DONSUMRPT-PATH FROM ENVIRONMENT "DONSUMRPT_PATH".
           IF WS-DONSUMRPT-PATH = SPACES
               MOVE "DONSUMRPT.TXT" TO WS-DONSUMRPT-PATH
           END-IF.

           ACCEPT TAX-ID-NUMBER FROM ENVIRONMENT "YMCA_TAX_ID".
           IF TAX-ID-NUMBER = SPACES
               DISPLAY "WARNING - YMCA_TAX_ID NOT SET - THE LETTERS "
                   "WILL PRINT WITHOUT THE FEDERAL TAX ID"
           END-IF.

       060-GET-TAX-YEAR.
           DISPLAY "Enter: Tax Year (YYYY, 0 = LAST YEAR)".
           ACCEPT TAX-YEAR-ENTRY.
           IF TAX-YEAR-ENTRY NOT NUMERIC
               OR TAX-YEAR-ENTRY = ZERO
               SUBTRACT 1 FROM CD-CURRENT-YEAR GIVING TAX-YEAR-ENTRY
           END-IF.
           DISPLAY "ACKNOWLEDGING GIFTS DATED IN " TAX-YEAR-ENTRY.

      * SORT INPUT PROCEDURE - EVERY GIFT DATED IN THE TAX YEAR GOES TO
      * THE LETTERS; EVERY GIFT CREDITED TO THAT YEAR'S CAMPAIGN GOES
      * TO THE SUMMARY.  A MISSING DONEXTR (NO GIFTS POSTED YET) JUST
      * RELEASES NOTHING.
       210-RELEASE-YEAR-GIFTS.
           OPEN INPUT DONEXTR.
           IF NOT WS-DONEXTR-OK
               DISPLAY "NO DONEXTR AT " WS-DONEXTR-PATH
                   " - NO GIFTS TO ACKNOWLEDGE"
               MOVE "Y" TO RAW-EOF-SWITCH
           ELSE
               PERFORM 215-RELEASE-ONE-GIFT
                   WITH TEST AFTER
                   UNTIL RAW-EOF
               CLOSE DONEXTR
           END-IF.

       215-RELEASE-ONE-GIFT.
           READ DONEXTR
               AT END
                   MOVE "Y" TO RAW-EOF-SWITCH
               NOT AT END
                   ADD 1 TO GIFTS-READ-COUNT
                   MOVE GX-GIFT-DATE TO GIFT-DATE-WORK
                   IF GDW-YEAR = TAX-YEAR-ENTRY
                       ADD 1 TO GIFTS-IN-YEAR-COUNT
                       MOVE GX-DONOR-NUMBER  TO SRT-DONOR-NUMBER
                       MOVE GX-GIFT-DATE     TO SRT-GIFT-DATE
                       MOVE GX-AMOUNT        TO SRT-AMOUNT
                       MOVE GX-PAY-METHOD    TO SRT-PAY-METHOD
                       MOVE GX-CHECK-NUMBER  TO SRT-CHECK-NUMBER
                       RELEASE SORT-GIFT-RECORD
                   END-IF
                   IF GX-CAMPAIGN-YEAR = TAX-YEAR-ENTRY
                       PERFORM 217-SUMMARIZE-ONE-GIFT
                   END-IF
           END-READ.

       217-SUMMARIZE-ONE-GIFT.
           MOVE GX-BRANCH-CODE    TO POST-BRANCH-CODE.
           MOVE GX-VOLUNTEER-NAME TO POST-VOLUNTEER-NAME.
           MOVE ZERO              TO POST-PLEDGE-COUNT.
           MOVE ZERO              TO POST-PLEDGED-AMOUNT.
           MOVE 1                 TO POST-GIFT-COUNT.
           MOVE GX-AMOUNT         TO POST-RECEIVED-AMOUNT.
           MOVE ZERO              TO POST-UNPAID-AMOUNT.
           PERFORM 800-POST-SUMMARY-ROWS.

      * SORT OUTPUT PROCEDURE - DRIVES THE PER-DONOR CONTROL BREAK.
       220-RETURN-YEAR-GIFTS.
           PERFORM 230-RETURN-ONE-GIFT.
           PERFORM 300-ACKNOWLEDGE-GIFT-LINES
               WITH TEST AFTER
               UNTIL EOF.

       230-RETURN-ONE-GIFT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO EOF-SWITCH.

      * THE LETTER IS OPENED AT THE DONOR'S FIRST GIFT, EACH GIFT IS
      * LISTED AS IT COMES BACK, AND THE LETTER IS CLOSED AT THE BREAK.
       300-ACKNOWLEDGE-GIFT-LINES.
           IF NOT EOF
               IF FIRST-RECORD
                   MOVE "N" TO FIRST-RECORD-SWITCH
                   MOVE SRT-DONOR-NUMBER TO OLD-DONOR-NUMBER
                   PERFORM 400-START-DONOR-LETTER
               ELSE
                   IF SRT-DONOR-NUMBER NOT = OLD-DONOR-NUMBER
                       PERFORM 420-FINISH-DONOR-LETTER
                       MOVE SRT-DONOR-NUMBER TO OLD-DONOR-NUMBER
                       PERFORM 400-START-DONOR-LETTER
                   END-IF
               END-IF
               PERFORM 410-LIST-ONE-GIFT
               PERFORM 230-RETURN-ONE-GIFT
           ELSE
               IF NOT FIRST-RECORD
                   PERFORM 420-FINISH-DONOR-LETTER
               END-IF
           END-IF.

      * A GIFT FROM A DONOR NUMBER NO LONGER ON DONORMAS HAS NO
      * ADDRESS TO MAIL TO - IT IS COUNTED AND NAMED ON THE CONSOLE
      * SO THE CAMPAIGN OFFICE CAN WRITE THAT LETTER BY HAND.
       400-START-DONOR-LETTER.
           MOVE ZERO TO DONOR-YEAR-TOTAL.
           MOVE OLD-DONOR-NUMBER TO DNR-DONOR-NUMBER.
           READ DONORMAS
               INVALID KEY
                   MOVE "N" TO DONOR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO DONOR-FOUND-SWITCH
           END-READ.
           IF DONOR-FOUND
               MOVE DNR-DONOR-NAME     TO LN-DONOR-NAME
               MOVE LETTER-NAME-LINE   TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 1 LINES
               MOVE DNR-STREET-ADDRESS TO LS-STREET-ADDRESS
               MOVE LETTER-STREET-LINE TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 1 LINES
               MOVE DNR-CITY           TO LC-CITY
               MOVE DNR-STATE          TO LC-STATE
               MOVE DNR-ZIPCODE        TO LC-ZIPCODE
               MOVE LETTER-CITY-LINE   TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 1 LINES
               MOVE ACK-BODY-LINE-1    TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 2 LINES
               MOVE TAX-YEAR-ENTRY     TO AB2-TAX-YEAR
               MOVE ACK-BODY-LINE-2    TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 1 LINES
           ELSE
               ADD 1 TO NO-DONOR-COUNT
               DISPLAY "** DONOR " OLD-DONOR-NUMBER
                   " NOT ON DONORMAS - NO LETTER WRITTEN"
           END-IF.

       410-LIST-ONE-GIFT.
           ADD SRT-AMOUNT TO DONOR-YEAR-TOTAL.
           IF DONOR-FOUND
               MOVE SRT-GIFT-DATE TO GIFT-DATE-WORK
               MOVE GDW-MONTH     TO AG-GIFT-MONTH
               MOVE GDW-DAY       TO AG-GIFT-DAY
               MOVE GDW-YEAR      TO AG-GIFT-YEAR
               MOVE SRT-AMOUNT    TO AG-AMOUNT
               MOVE SPACES        TO AG-CHECK-NUMBER
               EVALUATE SRT-PAY-METHOD
                   WHEN "K"
                       MOVE "CHECK"          TO AG-METHOD
                       MOVE SRT-CHECK-NUMBER TO AG-CHECK-NUMBER
                   WHEN "D"
                       MOVE "CARD"           TO AG-METHOD
                   WHEN OTHER
                       MOVE "CASH"           TO AG-METHOD
               END-EVALUATE
               MOVE ACK-GIFT-LINE TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 1 LINES
           END-IF.

       420-FINISH-DONOR-LETTER.
           IF DONOR-FOUND
               MOVE TAX-YEAR-ENTRY   TO AT-TAX-YEAR
               MOVE DONOR-YEAR-TOTAL TO AT-TOTAL-AMOUNT
               MOVE ACK-TOTAL-LINE   TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 2 LINES
               MOVE ACK-BODY-LINE-3  TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 2 LINES
               MOVE ACK-BODY-LINE-4  TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 1 LINES
               MOVE ACK-BODY-LINE-5  TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 2 LINES
               MOVE TAX-ID-NUMBER    TO AB6-TAX-ID
               MOVE ACK-BODY-LINE-6  TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 1 LINES
               MOVE LETTER-SEPARATOR-LINE TO ACKNOWLEDGMENT-LETTER
               WRITE ACKNOWLEDGMENT-LETTER AFTER ADVANCING 2 LINES
               ADD 1 TO LETTERS-WRITTEN-COUNT
               ADD DONOR-YEAR-TOTAL TO GRAND-YEAR-TOTAL
           END-IF.

      ******************************************************************
      * CAMPAIGN SUMMARY - EVERY PLEDGE TAKEN FOR THE CAMPAIGN YEAR,
      * EXCEPT THOSE CANCELLED, ADDED TO THE GIFT COLUMNS ALREADY
      * POSTED FROM DONEXTR.  WHAT IS LEFT ON AN OPEN PLEDGE IS THE
      * UNPAID COLUMN.
      ******************************************************************
       600-SUMMARIZE-PLEDGES.
           OPEN INPUT PLEDGES.
           IF NOT WS-PLEDGES-OK
               DISPLAY "NO PLEDGES AT " WS-PLEDGES-PATH
                   " - SUMMARY SHOWS GIFTS ONLY"
           ELSE
               PERFORM 610-SUMMARIZE-ONE-PLEDGE
                   WITH TEST AFTER
                   UNTIL PLEDGE-EOF
               CLOSE PLEDGES
           END-IF.

       610-SUMMARIZE-ONE-PLEDGE.
           READ PLEDGES NEXT RECORD
               AT END
                   MOVE "Y" TO PLEDGE-EOF-SWITCH
               NOT AT END
                   IF PLG-CAMPAIGN-YEAR = TAX-YEAR-ENTRY
                       AND NOT PLG-CANCELLED
                       MOVE PLG-BRANCH-CODE    TO POST-BRANCH-CODE
                       MOVE PLG-VOLUNTEER-NAME TO POST-VOLUNTEER-NAME
                       MOVE 1                  TO POST-PLEDGE-COUNT
                       MOVE PLG-PLEDGED-AMOUNT TO POST-PLEDGED-AMOUNT
                       MOVE ZERO               TO POST-GIFT-COUNT
                       MOVE ZERO               TO POST-RECEIVED-AMOUNT
                       MOVE ZERO               TO POST-UNPAID-AMOUNT
                       IF PLG-OPEN
                           COMPUTE POST-UNPAID-AMOUNT =
                               PLG-PLEDGED-AMOUNT - PLG-PAID-AMOUNT
                       END-IF
                       IF POST-UNPAID-AMOUNT < ZERO
                           MOVE ZERO TO POST-UNPAID-AMOUNT
                       END-IF
                       PERFORM 800-POST-SUMMARY-ROWS
                   END-IF
           END-READ.

       700-PRINT-CAMPAIGN-SUMMARY.
           MOVE TAX-YEAR-ENTRY     TO STL-CAMPAIGN-YEAR.
           MOVE SUMMARY-TITLE-LINE TO CAMPAIGN-SUMMARY-REPORT.
           WRITE CAMPAIGN-SUMMARY-REPORT.

           MOVE "BY BRANCH CREDITED" TO SHL-ROW-TITLE.
           MOVE SUMMARY-HEADING-LINE TO CAMPAIGN-SUMMARY-REPORT.
           WRITE CAMPAIGN-SUMMARY-REPORT AFTER ADVANCING 2 LINES.
           PERFORM 710-PRINT-ONE-BRANCH-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > BRANCH-TABLE-COUNT.

           MOVE "BY CAMPAIGN VOLUNTEER" TO SHL-ROW-TITLE.
           MOVE SUMMARY-HEADING-LINE TO CAMPAIGN-SUMMARY-REPORT.
           WRITE CAMPAIGN-SUMMARY-REPORT AFTER ADVANCING 2 LINES.
           PERFORM 720-PRINT-ONE-VOLUNTEER-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > VOLUNTEER-TABLE-COUNT.

           MOVE "ASSOCIATION"      TO SD-ROW-NAME.
           MOVE CT-PLEDGE-COUNT    TO SD-PLEDGE-COUNT.
           MOVE CT-PLEDGED-AMOUNT  TO SD-PLEDGED-AMOUNT.
           MOVE CT-GIFT-COUNT      TO SD-GIFT-COUNT.
           MOVE CT-RECEIVED-AMOUNT TO SD-RECEIVED-AMOUNT.
           MOVE CT-UNPAID-AMOUNT   TO SD-UNPAID-AMOUNT.
           MOVE SUMMARY-DETAIL-LINE TO CAMPAIGN-SUMMARY-REPORT.
           WRITE CAMPAIGN-SUMMARY-REPORT AFTER ADVANCING 2 LINES.

       710-PRINT-ONE-BRANCH-ROW.
           MOVE BS-BRANCH-CODE(ROW-IDX)     TO SD-ROW-NAME.
           MOVE BS-PLEDGE-COUNT(ROW-IDX)    TO SD-PLEDGE-COUNT.
           MOVE BS-PLEDGED-AMOUNT(ROW-IDX)  TO SD-PLEDGED-AMOUNT.
           MOVE BS-GIFT-COUNT(ROW-IDX)      TO SD-GIFT-COUNT.
           MOVE BS-RECEIVED-AMOUNT(ROW-IDX) TO SD-RECEIVED-AMOUNT.
           MOVE BS-UNPAID-AMOUNT(ROW-IDX)   TO SD-UNPAID-AMOUNT.
           MOVE SUMMARY-DETAIL-LINE TO CAMPAIGN-SUMMARY-REPORT.
           WRITE CAMPAIGN-SUMMARY-REPORT AFTER ADVANCING 1 LINES.

       720-PRINT-ONE-VOLUNTEER-ROW.
           MOVE VS-VOLUNTEER-NAME(ROW-IDX)  TO SD-ROW-NAME.
           MOVE VS-PLEDGE-COUNT(ROW-IDX)    TO SD-PLEDGE-COUNT.
           MOVE VS-PLEDGED-AMOUNT(ROW-IDX)  TO SD-PLEDGED-AMOUNT.
           MOVE VS-GIFT-COUNT(ROW-IDX)      TO SD-GIFT-COUNT.
           MOVE VS-RECEIVED-AMOUNT(ROW-IDX) TO SD-RECEIVED-AMOUNT.
           MOVE VS-UNPAID-AMOUNT(ROW-IDX)   TO SD-UNPAID-AMOUNT.
           MOVE SUMMARY-DETAIL-LINE TO CAMPAIGN-SUMMARY-REPORT.
           WRITE CAMPAIGN-SUMMARY-REPORT AFTER ADVANCING 1 LINES.

      * ONE PLEDGE OR GIFT ONTO ITS BRANCH ROW, ITS VOLUNTEER ROW, AND
      * THE ASSOCIATION TOTAL.  A GIFT OR PLEDGE WITH NO VOLUNTEER
      * TOTALS UNDER "(NO VOLUNTEER)".
       800-POST-SUMMARY-ROWS.
           IF POST-VOLUNTEER-NAME = SPACES
               MOVE "(NO VOLUNTEER)" TO POST-VOLUNTEER-NAME
           END-IF.
           PERFORM 810-FIND-BRANCH-ROW.
           IF ROW-FOUND-IDX > ZERO
               ADD POST-PLEDGE-COUNT
                   TO BS-PLEDGE-COUNT(ROW-FOUND-IDX)
               ADD POST-PLEDGED-AMOUNT
                   TO BS-PLEDGED-AMOUNT(ROW-FOUND-IDX)
               ADD POST-GIFT-COUNT
                   TO BS-GIFT-COUNT(ROW-FOUND-IDX)
               ADD POST-RECEIVED-AMOUNT
                   TO BS-RECEIVED-AMOUNT(ROW-FOUND-IDX)
               ADD POST-UNPAID-AMOUNT
                   TO BS-UNPAID-AMOUNT(ROW-FOUND-IDX)
           END-IF.
           PERFORM 820-FIND-VOLUNTEER-ROW.
           IF ROW-FOUND-IDX > ZERO
               ADD POST-PLEDGE-COUNT
                   TO VS-PLEDGE-COUNT(ROW-FOUND-IDX)
               ADD POST-PLEDGED-AMOUNT
                   TO VS-PLEDGED-AMOUNT(ROW-FOUND-IDX)
               ADD POST-GIFT-COUNT
                   TO VS-GIFT-COUNT(ROW-FOUND-IDX)
               ADD POST-RECEIVED-AMOUNT
                   TO VS-RECEIVED-AMOUNT(ROW-FOUND-IDX)
               ADD POST-UNPAID-AMOUNT
                   TO VS-UNPAID-AMOUNT(ROW-FOUND-IDX)
           END-IF.
           ADD POST-PLEDGE-COUNT    TO CT-PLEDGE-COUNT.
           ADD POST-PLEDGED-AMOUNT  TO CT-PLEDGED-AMOUNT.
           ADD POST-GIFT-COUNT      TO CT-GIFT-COUNT.
           ADD POST-RECEIVED-AMOUNT TO CT-RECEIVED-AMOUNT.
           ADD POST-UNPAID-AMOUNT   TO CT-UNPAID-AMOUNT.

       810-FIND-BRANCH-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO ROW-FOUND-IDX.
           PERFORM 815-MATCH-ONE-BRANCH-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > BRANCH-TABLE-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF BRANCH-TABLE-COUNT < BRANCH-TABLE-MAX
                   ADD 1 TO BRANCH-TABLE-COUNT
                   MOVE BRANCH-TABLE-COUNT TO ROW-FOUND-IDX
                   MOVE POST-BRANCH-CODE
                       TO BS-BRANCH-CODE(ROW-FOUND-IDX)
                   MOVE ZERO TO BS-PLEDGE-COUNT(ROW-FOUND-IDX)
                                BS-PLEDGED-AMOUNT(ROW-FOUND-IDX)
                                BS-GIFT-COUNT(ROW-FOUND-IDX)
                                BS-RECEIVED-AMOUNT(ROW-FOUND-IDX)
                                BS-UNPAID-AMOUNT(ROW-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - BRANCH TABLE FULL, SKIPPING: "
                       POST-BRANCH-CODE
               END-IF
           END-IF.

       815-MATCH-ONE-BRANCH-ROW.
           IF BS-BRANCH-CODE(ROW-IDX) = POST-BRANCH-CODE
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE ROW-IDX TO ROW-FOUND-IDX
           END-IF.

       820-FIND-VOLUNTEER-ROW.
           MOVE "N" TO ROW-FOUND-SWITCH.
           MOVE ZERO TO ROW-FOUND-IDX.
           PERFORM 825-MATCH-ONE-VOLUNTEER-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > VOLUNTEER-TABLE-COUNT
                  OR ROW-FOUND.
           IF NOT ROW-FOUND
               IF VOLUNTEER-TABLE-COUNT < VOLUNTEER-TABLE-MAX
                   ADD 1 TO VOLUNTEER-TABLE-COUNT
                   MOVE VOLUNTEER-TABLE-COUNT TO ROW-FOUND-IDX
                   MOVE POST-VOLUNTEER-NAME
                       TO VS-VOLUNTEER-NAME(ROW-FOUND-IDX)
                   MOVE ZERO TO VS-PLEDGE-COUNT(ROW-FOUND-IDX)
                                VS-PLEDGED-AMOUNT(ROW-FOUND-IDX)
                                VS-GIFT-COUNT(ROW-FOUND-IDX)
                                VS-RECEIVED-AMOUNT(ROW-FOUND-IDX)
                                VS-UNPAID-AMOUNT(ROW-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - VOLUNTEER TABLE FULL, SKIPPING: "
                       POST-VOLUNTEER-NAME
               END-IF
           END-IF.

       825-MATCH-ONE-VOLUNTEER-ROW.
           IF VS-VOLUNTEER-NAME(ROW-IDX) = POST-VOLUNTEER-NAME
               MOVE "Y" TO ROW-FOUND-SWITCH
               MOVE ROW-IDX TO ROW-FOUND-IDX
           END-IF.
