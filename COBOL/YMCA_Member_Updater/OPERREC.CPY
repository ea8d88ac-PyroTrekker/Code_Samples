      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/13/2018
      * Purpose: Shared operator master record layout.  One record per
      *          operator ID on the indexed OPERMAS, keyed on the ID
      *          the login exports as OPERATOR_ID (or the clerk keys),
      *          with the operator's home branch and the list of
      *          functions they are authorized to run.  Kept by
      *          YMCA_OPERATOR; read by YMCA_OPRCHECK, which every desk
      *          and batch program CALLs at startup and before each
      *          controlled function.  An operator not on file, or not
      *          active, cannot start any of them.  Function codes:
      *            ALL    - every function (the office manager)
      *            NEWMBR MAINT  TERM   REINST FREEZE CARDRP INQURY
      *                   - YMCA_MEM_UPDATE (N)ew through (I)nquire
      *            BALADJ - change a balance due in maintenance
      *            MERGE  - YMCA_DUPSCAN duplicate merge
      *            RECEPT DRAWER - YMCA_RECEIPTS entry / drawer close
      *            CLSMNT ENROLL CLSDRP - YMCA_CLASS_ENROLL (C)lass,
      *                   (E)nroll, and (D)rop (backs out the charge)
      *            CHECKN GUEST  LOCKER APPTBK SESSLG ATTEND
      *                   - the other desk programs
      *            RETCHK REFUND PAYPST RENBIL DRAFT  REPRIC LOCKRN
      *            TRMROL APTREC CONSOL FILUTL BADDBT PURGE
      *                   - the office and batch runs
      *            CORPMT CORPAY - YMCA_CORPACCT account maintenance
      *                   and employer payment posting
      *            CORPIN - YMCA_CORPINV employer statements
      *            DONMNT PLEDGE GIFTPS - YMCA_DONOR donor upkeep,
      *                   pledge entry, and gift posting
      *            OPRMNT - YMCA_OPERATOR itself
      *
      * Modification History:
      *   06/20/2018 GW - Function code BADDBT added for the
      *                   YMCA_BADDEBT escalation and recovery run.
      *   06/27/2018 GW - Function code PURGE added for the YMCA_PURGE
      *                   retention purge and archive run.
      *   07/05/2018 GW - Function codes CORPMT, CORPAY and CORPIN added
      *                   for YMCA_CORPACCT and YMCA_CORPINV.
      *   07/12/2018 GW - Function codes DONMNT, PLEDGE and GIFTPS added
      *                   for the YMCA_DONOR campaign desk.
      ******************************************************************
       01  OPERATOR-MASTER-RECORD.
           05  OPR-OPERATOR-ID         PIC X(8).
           05  OPR-NAME                PIC X(20).
           05  OPR-HOME-BRANCH         PIC X(3).
           05  OPR-STATUS              PIC X.
               88  OPR-ACTIVE                         VALUE "A".
               88  OPR-INACTIVE                       VALUE "I".
           05  OPR-FUNCTION-COUNT      PIC 9(2).
           05  OPR-FUNCTION-CODE       PIC X(6)
                                       OCCURS 20 TIMES.
           05  OPR-ADDED-DATE          PIC 9(8).
           05  OPR-CHANGED-DATE        PIC 9(8).
           05  OPR-CHANGED-BY          PIC X(8).
