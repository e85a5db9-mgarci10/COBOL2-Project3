      *************************************************************
      * TAXLIMIT.CPY                                               *
      * PAYROLL TAX LIMIT RECORD - ONE RECORD PER CALENDAR YEAR    *
      * WITH THE SOCIAL SECURITY WAGE BASE AND RATE, THE MEDICARE  *
      * RATE, AND THE ADDITIONAL MEDICARE THRESHOLD AND RATE.      *
      * SHARED BY ALL PROGRAMS THAT OPEN TAX-LIMIT-FILE            *
      * (TAXLIMIT.DAT).  THE PAY RUN USES THE RECORD FOR THE YEAR  *
      * OF THE PAY DATE AND REFUSES TO START WITHOUT ONE.          *
      * PERCENTAGES ARE STORED AS TEN-THOUSANDTHS                  *
      * (0620 = 6.20 PCT).  THE FUTA AND SUTA FIELDS ARE THE       *
      * EMPLOYER-ONLY UNEMPLOYMENT TAXES, EACH WITH ITS OWN WAGE   *
      * BASE - ZERO ON A RECORD WRITTEN BEFORE THEY WERE ADDED.    *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - SOCIAL SECURITY AND         *
      *              MEDICARE LIMITS MOVED OUT OF WORKING-STORAGE  *
      *              INTO A TABLE KEYED BY YEAR                    *
      * 10/15/2026 - RESERVED AREA NOW HOLDS THE FUTA AND SUTA     *
      *              WAGE BASES AND RATES FOR THE EMPLOYER COST    *
      *              ACCRUAL (RECORD LENGTH UNCHANGED)             *
      *************************************************************
       01  TAX-LIMIT-RECORD.
           03  TL-TAX-YEAR          PIC 9(4).
           03  TL-SS-WAGE-BASE      PIC 9(7)V99.
           03  TL-SS-PCT            PIC V9999.
           03  TL-MEDICARE-PCT      PIC V9999.
           03  TL-ADDL-MED-THRESH   PIC 9(7)V99.
           03  TL-ADDL-MED-PCT      PIC V9999.
           03  TL-FUTA-WAGE-BASE    PIC 9(7)V99.
           03  TL-FUTA-PCT          PIC V9999.
           03  TL-SUTA-WAGE-BASE    PIC 9(7)V99.
           03  TL-SUTA-PCT          PIC V9999.
