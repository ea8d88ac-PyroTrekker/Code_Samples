      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/23/2018
      * Purpose: Shared locker master record layout.  One record per
      *          rentable locker, keyed on branch and locker number,
      *          replacing the clipboard in each locker room.  Set up
      *          and assigned or released at the desk by YMCA_LOCKER;
      *          billed monthly, listed for vacating, and counted for
      *          occupancy by YMCA_LOCKRUN.  A vacant locker carries a
      *          zero card number and zero dates.  LKR-END-DATE is the
      *          last day of the rental as agreed - zero for a
      *          month-to-month rental that runs until released.
      *          LKR-BILLED-THRU is the last month (YYYYMM) charged to
      *          ARITEMS under source LK.
      ******************************************************************
       01  LOCKER-MASTER-RECORD.
           05  LKR-LOCKER-KEY.
               10  LKR-BRANCH-CODE     PIC X(3).
               10  LKR-LOCKER-NUMBER   PIC 9(4).
           05  LKR-ROOM-CODE           PIC X.
               88  LKR-ROOM-MENS                      VALUE "M".
               88  LKR-ROOM-WOMENS                    VALUE "W".
               88  LKR-ROOM-FAMILY                    VALUE "F".
               88  LKR-ROOM-VALID               VALUES "M", "W", "F".
           05  LKR-SIZE-CODE           PIC X.
               88  LKR-SIZE-HALF                      VALUE "H".
               88  LKR-SIZE-FULL                      VALUE "F".
               88  LKR-SIZE-VALID                    VALUES "H", "F".
           05  LKR-MONTHLY-RATE        PIC 9(3)V99.
           05  LKR-STATUS              PIC X.
               88  LKR-VACANT                         VALUE "V".
               88  LKR-OCCUPIED                       VALUE "O".
               88  LKR-OUT-OF-SERVICE                 VALUE "X".
           05  LKR-CARD-NUMBER         PIC 9(6).
           05  LKR-START-DATE          PIC 9(8).
           05  LKR-END-DATE            PIC 9(8).
           05  LKR-BILLED-THRU         PIC 9(6).
