      *************************************************************
      * DEDRMCTL.CPY                                               *
      * DEDUCTION REMITTANCE CONTROL - ONE RECORD.  DR-REMITTED-   *
      * COUNT IS HOW MANY GLEXPORT.DAT RECORDS HAVE ALREADY BEEN   *
      * REMITTED: GARCIA-P03-DED-REMIT SKIPS THAT MANY AND         *
      * ADVANCES IT TO THE END OF THE FILE, SO 'D' LINES APPENDED  *
      * LATER (FINAL PAY, VOIDS, REISSUES) ARE PAID OUT ONCE.      *
      * GARCIA-P03-PAY-SCREEN SETS IT BACK TO ZERO WHEN A NEW RUN  *
      * STARTS GLEXPORT.DAT OVER, AND REFUSES THE NEW RUN WHILE    *
      * ANY 'D' LINE PAST IT IS STILL UNREMITTED.  SHARED BY ALL   *
      * PROGRAMS THAT OPEN DED-REMIT-CTL-FILE (DEDREMIT.CTL).      *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  DED-REMIT-CTL-RECORD.
           03  DR-REMITTED-COUNT    PIC 9(7).
           03  DR-LAST-RUN-DATE     PIC X(10).
           03  DR-LAST-RUN-TIME     PIC 9(4).
           03  DR-LAST-RUN-COUNT    PIC 9(7).
           03  DR-LAST-D-COUNT      PIC 9(5).
