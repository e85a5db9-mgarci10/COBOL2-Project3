      *************************************************************
      * RUNLOG.CPY                                                 *
      * PAYROLL BATCH RUN LOG - ONE RECORD PER STEP EACH TIME      *
      * GARCIA-P03-PAY-RUN STARTS ONE, KEYED ON THE PAY PERIOD END *
      * (YYYYMMDD, SAME AS PAYCAL.DAT) + ATTEMPT + STEP NUMBER.    *
      * THE FIRST RUN FOR A PERIOD IS ATTEMPT 01; EACH RESTART IS  *
      * THE NEXT ATTEMPT AND LOGS ONLY THE STEPS IT RUNS.  THE     *
      * RECORD IS WRITTEN 'S' WHEN THE STEP STARTS AND REWRITTEN   *
      * WITH THE END TIME, RETURN CODE, STATUS AND CONTROL TOTALS  *
      * WHEN IT ENDS - A STEP STILL 'S' NEVER FINISHED.            *
      * RETURN CODE 9999 - THE STEP ENDED ABNORMALLY (KILLED       *
      * RATHER THAN ENDED WITH A RETURN CODE).  RL-STEP-PARMS IS   *
      * THE COMMAND LINE THE STEP WAS GIVEN.                       *
      * CONTROL TOTALS BY STEP:                                    *
      *   PROOF  - TIMECARD DETAILS, HOURS HASH                    *
      *   PAYRUN - GL PAY STUBS, GROSS, NET                        *
      *   TIEOUT - GL RECORDS, STUB GROSS, STUB NET                *
      *   VARRPT - ACH DEPOSITS, DEPOSIT TOTAL                     *
      *   REMIT  - GL DEDUCTION LINES, DEDUCTION TOTAL             *
      * SHARED BY ALL PROGRAMS THAT OPEN RUN-LOG-FILE              *
      * (RUNLOG.DAT).                                              *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  RUN-LOG-RECORD.
           03  RL-LOG-KEY.
               05  RL-PERIOD-KEY    PIC X(8).
               05  RL-ATTEMPT-NO    PIC 9(2).
               05  RL-STEP-NO       PIC 9(2).
           03  RL-PERIOD-END        PIC X(10).
           03  RL-PAY-DATE          PIC X(10).
           03  RL-STEP-NAME         PIC X(6).
           03  RL-PROGRAM-ID        PIC X(24).
           03  RL-OPERATOR-ID       PIC X(8).
           03  RL-RESTART-FLAG      PIC X.
               88  RL-RESTARTED         VALUE 'Y'.
           03  RL-START-DATE        PIC X(10).
           03  RL-START-TIME        PIC 9(6).
           03  RL-END-DATE          PIC X(10).
           03  RL-END-TIME          PIC 9(6).
           03  RL-RETURN-CODE       PIC 9(4).
           03  RL-STEP-STATUS       PIC X.
               88  RL-STEP-STARTED      VALUE 'S'.
               88  RL-STEP-COMPLETE     VALUE 'C'.
               88  RL-STEP-WARNING      VALUE 'W'.
               88  RL-STEP-FAILED       VALUE 'F'.
               88  RL-STEP-BYPASSED     VALUE 'B'.
               88  RL-STEP-ENDED-OK     VALUE 'C' 'W' 'B'.
           03  RL-CKPT-OPT          PIC X(4).
           03  RL-SHIFT-OPT         PIC X(5).
           03  RL-STEP-PARMS        PIC X(40).
           03  RL-CTL-COUNT         PIC 9(6).
           03  RL-CTL-AMT-1         PIC S9(8)V99.
           03  RL-CTL-AMT-2         PIC S9(8)V99.
