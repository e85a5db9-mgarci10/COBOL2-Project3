      *              AND BUMP ON A DUPLICATE.  CONVERT THE OLD     *
      *              SEQUENTIAL FILE WITH GARCIA-P03-HIST-CONV     *
      *              BEFORE RUNNING ANYTHING AGAINST THIS LAYOUT.  *
      * 10/15/2026 - ADDED 'T' = RETROACTIVE PAY, WRITTEN BY THE   *
      *              PAY RUN WHEN IT PAYS A RETRO EARNINGS         *
      *              TRANSACTION (RETROTRN.DAT). HOURS ARE ZERO    *
      *              AND THE RATE IS THE NEW RATE.                 *
      * 10/15/2026 - ADDED 'F' = FINAL PAY FOR A TERMINATED        *
      *              EMPLOYEE, WRITTEN BY GARCIA-P03-FINAL-PAY.    *
      *              EARNINGS INCLUDE THE VACATION CASH-OUT; HOURS *
      *              ARE THE LAST HOURS WORKED ONLY.               *
      * 10/15/2026 - PAY DATES BEFORE THE RETENTION CUTOFF ARE     *
      *              MOVED TO PAYHARC.DAT (PAYHARC.CPY) BY         *
      *              GARCIA-P03-HIST-PURGE ONCE THEIR YEAR IS      *
      *              CLOSED.  THE CUTOFF IS KEPT IN PHARCCTL.DAT.  *
      *************************************************************
       01  PAYROLL-HISTORY-RECORD.
           03  PH-HIST-KEY.
           03  PH-REC-TYPE          PIC X.
               88  PH-VOID-REC          VALUE 'V'.
               88  PH-REISSUE-REC       VALUE 'R'.
               88  PH-RETRO-REC         VALUE 'T'.
               88  PH-FINAL-REC         VALUE 'F'.
