      *          revenue summaries read back.
      *
      *          SOURCE CODES: RN = RENEWAL BILLING, CL = CLASS,
      *          MS = MASSAGE, OT = OTHER KEYED CHARGE,
      *          NF = RETURNED-CHECK FEE, AP = TRAINER APPOINTMENT
      *          LATE-CANCEL OR NO-SHOW FEE, LK = LOCKER RENTAL,
      *          WO = BAD-DEBT WRITE-OFF.
      *
      * Modification History:
      *   04/04/2018 GW - Source NF added for the fee YMCA_RETCHECK
      *                   raises on a returned check.  That run also
      *                   re-opens the items a returned check had
      *                   settled by adding back to ARI-OPEN-AMOUNT.
      *   05/16/2018 GW - Source AP added for the late-cancel and
      *                   no-show fees YMCA_APPTBOOK raises on a
      *                   trainer appointment.
      *   05/23/2018 GW - Source LK added for the monthly locker rent
      *                   YMCA_LOCKER and YMCA_LOCKRUN raise.
      *   06/20/2018 GW - Source WO added for the write-off YMCA_BADDEBT
      *                   records when it places an account with the
      *                   collection agency: the original amount is the
      *                   balance written off, open amount zero, and the
      *                   member's open items are zeroed in the same
      *                   run.
      *   06/27/2018 GW - A fully paid item older than the retention the
      *                   office keys into YMCA_PURGE is moved to a
      *                   dated ARITEMS archive; items with money open
      *                   are never purged.
      ******************************************************************
       01  OPEN-ITEM-RECORD.
           05  ARI-CARD-NUMBER         PIC 9(6).
