      *          guesswork.  COPYd by YMCA_MEM_UPDATE (writer) and
      *          YMCA_CHGRPT (reader).
      *          WIDEN THE IMAGE FIELDS IF MEMBERREC GROWS.
      *
      * Modification History:
      *   08/09/2018 GW - Function-code comment brought up to date
      *                   with every code now written and printed by
      *                   YMCA_CHGRPT - the record layout is unchanged.
      ******************************************************************
       01  CHANGE-LOG-RECORD.
           05  CHG-CARD-NUMBER         PIC 9(6).
           05  CHG-CHANGE-DATE         PIC 9(8).
           05  CHG-CHANGE-TIME         PIC 9(6).
           05  CHG-OPERATOR-ID         PIC X(8).
      *    N = NEW MEMBER (YMCA_MEM_UPDATE, OR A PROGRAM PARTICIPANT
      *        ADDED BY YMCA_CLASS_ENROLL)
      *    M = MAINTENANCE (YMCA_MEM_UPDATE, AND THE SURVIVOR OR A
      *        REPOINTED HOUSEHOLD MEMBER IN A YMCA_DUPSCAN MERGE)
      *    I = MAINTENANCE REACHED THROUGH THE NAME INQUIRY
      *    T = TERMINATION (YMCA_MEM_UPDATE, AND THE MERGED-AWAY CARD
      *        IN A YMCA_DUPSCAN MERGE)
      *    R = REINSTATEMENT
      *    F = FREEZE OR UNFREEZE
      *    C = CARD REPLACEMENT - LOGGED UNDER BOTH THE OLD AND THE
      *        NEW CARD, AND FOR EACH HOUSEHOLD MEMBER REPOINTED
      *    D = CREDIT REFUND (YMCA_REFUNDS)
      *    K = RETURNED CHECK OR RETURNED BANK DRAFT (YMCA_RETCHECK)
      *    W = BAD-DEBT WRITE-OFF AND AGENCY PLACEMENT (YMCA_BADDEBT)
      *    V = COLLECTION AGENCY RECOVERY (YMCA_BADDEBT)
           05  CHG-FUNCTION-CODE       PIC X.
           05  CHG-BEFORE-IMAGE        PIC X(361).
           05  CHG-AFTER-IMAGE         PIC X(361).
