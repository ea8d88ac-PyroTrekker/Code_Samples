      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/30/2018
      * Purpose: Shared lost/stolen card hot list record layout.  One
      *          record per retired card number, appended by the card
      *          replacement function in YMCA_MEM_UPDATE when a member
      *          is moved to a new card.  YMCA_CHECKIN refuses any
      *          swipe of a listed card, and new-member entry and card
      *          replacement will not issue one again.  HOT-REPLACED-BY
      *          is the card the member now carries.
      ******************************************************************
       01  HOT-CARD-RECORD.
           05  HOT-CARD-NUMBER         PIC 9(6).
           05  HOT-REPLACED-BY         PIC 9(6).
           05  HOT-LISTED-DATE         PIC 9(8).
           05  HOT-REASON-CODE         PIC X.
               88  HOT-CARD-LOST                      VALUE "L".
               88  HOT-CARD-STOLEN                    VALUE "S".
               88  HOT-REASON-VALID             VALUES "L", "S".
           05  HOT-BRANCH-CODE         PIC X(3).
           05  HOT-OPERATOR-ID         PIC X(8).
