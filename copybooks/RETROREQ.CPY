      *************************************************************
      * RETROREQ.CPY                                               *
      * RETROACTIVE RATE REQUEST - ONE RECORD PER EMPLOYEE PER     *
      * EFFECTIVE DATE, WRITTEN BY GARCIA-P03-EMP-MAINT WHEN A     *
      * RATE CHANGE IS KEYED WITH A BACK-DATED EFFECTIVE DATE.     *
      * SHARED BY ALL PROGRAMS THAT OPEN RETRO-REQUEST-FILE        *
      * (RETROREQ.DAT).  THE RETRO CALCULATION (GARCIA-P03-RETRO-  *
      * CALC) PRICES EACH OPEN REQUEST AGAINST PAYROLL HISTORY     *
      * AND MARKS IT CALCULATED.  EFFECTIVE DATE IS YYYYMMDD SO    *
      * IT LINES UP WITH PH-SORT-DATE.                             *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  RETRO-REQUEST-RECORD.
           03  RQ-REQUEST-KEY.
               05  RQ-EMP-ID        PIC 9(5).
               05  RQ-EFF-DATE      PIC X(8).
           03  RQ-OLD-RATE          PIC 9(2)V99.
           03  RQ-NEW-RATE          PIC 9(2)V99.
           03  RQ-ENTERED-DATE      PIC X(10).
           03  RQ-OPERATOR-ID       PIC X(8).
           03  RQ-STATUS-FLAG       PIC X.
               88  RQ-OPEN              VALUE 'O'.
               88  RQ-CALCULATED        VALUE 'C'.
