      *************************************************************
      * EMPYTD.CPY                                                 *
      * EMPLOYEE YEAR-TO-DATE RECORD - SHARED BY ALL PROGRAMS THAT *
      * OPEN EMPLOYEE-YTD-FILE (EMPYTD.DAT).  SOCIAL SECURITY AND  *
      * MEDICARE WAGES AND TAX WITHHELD ARE CARRIED SO THE PAY     *
      * RUN CAN STOP SOCIAL SECURITY AT THE WAGE BASE AND START    *
      * THE ADDITIONAL MEDICARE AT THE THRESHOLD (TAXLIMIT.DAT).   *
      * ZEROED BY THE YEAR-END CLOSE.                              *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - LAYOUT MOVED OUT OF THE     *
      *              PAYROLL PROGRAMS AND SOCIAL SECURITY/MEDICARE *
      *              WAGES AND TAX ADDED (CONVERT WITH             *
      *              GARCIA-P03-YTD-CONV)                          *
      *************************************************************
       01  EMPLOYEE-YTD-RECORD.
           03  YT-EMP-ID            PIC 9(5).
           03  YT-YTD-HOURS         PIC 9(4)V99.
           03  YT-YTD-REG-EARNINGS  PIC 9(6)V99.
           03  YT-YTD-OT-EARNINGS   PIC 9(6)V99.
           03  YT-YTD-TOTAL-EARNINGS PIC 9(6)V99.
           03  YT-YTD-SS-WAGES      PIC 9(6)V99.
           03  YT-YTD-SS-TAX        PIC 9(5)V99.
           03  YT-YTD-MED-WAGES     PIC 9(6)V99.
           03  YT-YTD-MED-TAX       PIC 9(5)V99.
