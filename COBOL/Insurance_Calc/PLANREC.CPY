      *          CAP MEANS NO CAP; RATE 1000 MEANS 100.0 PERCENT.
      *          Calc_Insurance reads this so a contract change is a
      *          table edit, not a hand-doctored extract.
      *
      * Modification History:
      *   07/26/2018 GW - Added the taxable flag and withholding rate
      *                   the year-end tax run (INSURANCE-TAX-YEAREND)
      *                   applies to each plan's payouts.
      *                   Calc_Insurance does not use either.
      *   08/02/2018 GW - Added the minimum years of service and minimum
      *                   age the batch checks each employee against
      *                   before a payout is figured.
      ******************************************************************
       01  PLAN-TABLE-RECORD.
           05  PLN-PLAN-CODE           PIC X(2).
           05  PLN-RATE-PCT            PIC 9V999.
           05  PLN-MAX-LEAVE-HOURS     PIC 9(4).
           05  PLN-MAX-PAYOUT          PIC 9(5)V99.
      *    YEAR-END TAX TREATMENT - "N" FOR A PLAN WHOSE PAYOUTS ARE
      *    NOT REPORTABLE INCOME; ANYTHING ELSE (BLANK INCLUDED) IS
      *    TREATED AS TAXABLE.  WITHHOLDING RATE READS LIKE THE PAY
      *    RATE - 0220 = 22.0 PCT, BLANK OR ZERO = NONE WITHHELD.
           05  PLN-TAXABLE-FLAG        PIC X.
               88  PLN-NOT-TAXABLE                    VALUE "N".
           05  PLN-WITHHOLD-PCT        PIC 9V999.
      *    ELIGIBILITY - COMPLETED YEARS OF SERVICE AND AGE AT
      *    SEPARATION THE PLAN REQUIRES.  ZERO (OR BLANK) = NO MINIMUM.
           05  PLN-MIN-SERVICE-YEARS   PIC 99.
           05  PLN-MIN-AGE             PIC 99.
