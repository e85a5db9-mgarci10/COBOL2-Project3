      * CODE (401K, HEALTH INSURANCE, GARNISHMENTS).  SHARED BY    *
      * ALL PROGRAMS THAT OPEN DEDUCT-CODE-FILE (DEDCODE.DAT).     *
      * PERCENTAGES ARE STORED AS THOUSANDTHS (050 = 5.0 PCT).     *
      * DD-MATCH-PCT IS THE SHARE OF THE EMPLOYEE'S DEDUCTION THE  *
      * EMPLOYER MATCHES (1000 = 100.0 PCT); WHEN DD-MATCH-MAX-PCT *
      * (060 = 6.0 PCT) IS NOT ZERO ONLY THE DEDUCTION UP TO THAT  *
      * PERCENT OF GROSS IS MATCHED.                               *
      * DD-GARNISH-FLAG IS THE REMITTANCE TYPE: 'G' GARNISHMENT    *
      * (PAID TO THE PAYEE ON EACH ENROLLMENT), 'R' RETIREMENT     *
      * PLAN (SENT ON THE 401K PROVIDER CONTRIBUTION FILE), ANY    *
      * OTHER VALUE IS PAID TO THE PLAN VENDOR AS ONE AMOUNT.      *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 09/02/2026 - INITIAL VERSION - DEDUCTION CODE TABLE SO     *
      *              VOLUNTARY DEDUCTIONS COME OUT OF NET PAY IN   *
      *              THE SYSTEM INSTEAD OF ON PAPER                *
      * 10/15/2026 - ADDED EMPLOYER MATCH PCT AND MATCH CAP SO     *
      *              THE PAY RUN ACCRUES THE 401K MATCH (CONVERT   *
      *              WITH GARCIA-P03-DED-CONV)                     *
      * 10/15/2026 - ADDED 'R' RETIREMENT PLAN TYPE FOR THE 401K   *
      *              PROVIDER CONTRIBUTION FILE (SAME BYTE, NO     *
      *              CONVERSION)                                   *
      *************************************************************
       01  DEDUCT-CODE-RECORD.
           03  DD-DED-CODE          PIC X(3).
           03  DD-FLAT-AMT          PIC 9(4)V99.
           03  DD-GARNISH-FLAG      PIC X.
               88  DD-GARNISHMENT       VALUE 'G'.
               88  DD-RETIREMENT-PLAN   VALUE 'R'.
           03  DD-GL-ACCOUNT        PIC X(10).
           03  DD-MATCH-PCT         PIC 9V999.
           03  DD-MATCH-MAX-PCT     PIC V999.
