      *          each payroll extract line is before Calc_Insurance
      *          ever runs - instead of HR matching results back to
      *          retirees by line position.
      *
      * Modification History:
      *   08/02/2018 GW - Added hire, birth and separation dates,
      *                   separation type and plan code, so the batch
      *                   can check payout eligibility before
      *                   Calc_Insurance is called.  Maintained with
      *                   INSURANCE-EMPLOYEE-MAINT rather than a text
      *                   editor.
      ******************************************************************
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-EMPLOYEE-ID         PIC X(6).
           05  EMP-NAME                PIC X(20).
      *    ELIGIBILITY - DATES YYYYMMDD, ZERO WHEN NOT KNOWN / NOT YET.
      *    RECORDS KEYED BEFORE THESE WERE CARRIED READ BACK BLANK.
      *    BIRTH DATE IS WHAT A PLAN'S MINIMUM AGE IS CHECKED AGAINST.
           05  EMP-HIRE-DATE           PIC 9(8).
           05  EMP-BIRTH-DATE          PIC 9(8).
           05  EMP-SEPARATION-DATE     PIC 9(8).
           05  EMP-SEPARATION-TYPE     PIC X.
               88  EMP-STILL-EMPLOYED                 VALUE SPACE.
               88  EMP-RETIRED                        VALUE "R".
               88  EMP-RESIGNED                       VALUE "S".
               88  EMP-TERMINATED                     VALUE "T".
               88  EMP-DECEASED                       VALUE "D".
               88  EMP-SEPARATION-TYPE-OK             VALUE SPACE
                                                        "R" "S" "T" "D".
      *    THE INSPLANS PLAN THE EMPLOYEE RETIRES UNDER
           05  EMP-PLAN-CODE           PIC X(2).
