      ******************************************************************
      * PROGRAM : PROJECT 3 - PAYROLL BATCH RUN HISTORY REPORT         *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-RUN-HIST.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - PAYROLL BATCH RUN HISTORY    *
      *              FROM RUNLOG.DAT. EACH PAY PERIOD RUN BY        *
      *              GARCIA-P03-PAY-RUN PRINTS TO RUNHIST.PRT WITH  *
      *              EVERY STEP OF EVERY ATTEMPT, THE OPERATOR WHO  *
      *              RAN IT, START AND END TIMES, RETURN CODE,      *
      *              STATUS AND CONTROL TOTALS, THEN WHETHER THE    *
      *              PERIOD FINISHED OR NEEDS A RESTART. PARM 1 AND *
      *              2 ARE THE FIRST AND LAST PERIOD END DATES      *
      *              (MM/DD/YYYY), DEFAULT ALL. RETURN CODE 4 WHEN  *
      *              A PERIOD NEEDS A RESTART.                      *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-LOG-KEY
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT RUN-HIST-RPT-FILE ASSIGN TO 'RUNHIST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-RPT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  RUN-HIST-RPT-FILE.
       01  RUN-HIST-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-RUN-LOG-STATUS    PIC XX.
           03  WS-RUN-HIST-RPT-STATUS PIC XX.

       01  WS-PROG-DATE.
           03 WS-PROG-DATE-YEAR     PIC 9999.
           03 WS-PROG-DATE-MONTH    PIC 99.
           03 WS-PROG-DATE-DAY      PIC 99.
           03 WS-PROG-DATE-TIME     PIC 9999.

       01  WS-SHOW-DATE.
           03 WS-SHOW-MONTH         PIC XX.
           03 FILLER                PIC X VALUE '/'.
           03 WS-SHOW-DAY           PIC XX.
           03 FILLER                PIC X VALUE '/'.
           03 WS-SHOW-YEAR          PIC XXXX.

       01  WS-PARM-CTL.
           03  WS-CMD-LINE          PIC X(40).
           03  WS-FROM-DATE         PIC X(10) VALUE SPACES.
           03  WS-TO-DATE           PIC X(10) VALUE SPACES.

       01  WS-DATE-SPLIT.
           03  WS-DS-MONTH          PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-DAY            PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-YEAR           PIC XXXX.

       01  WS-SORT-KEYS.
           03  WS-FROM-KEY          PIC X(8).
           03  WS-TO-KEY            PIC X(8).
       01  WS-SORT-KEY-BUILD.
           03  WS-SK-YEAR           PIC XXXX.
           03  WS-SK-MONTH          PIC XX.
           03  WS-SK-DAY            PIC XX.

      * REMIT IS THE LAST STEP GARCIA-P03-PAY-RUN RUNS - A PERIOD
      * WHOSE LAST LOGGED STEP ENDED THERE CLEAN IS FINISHED
       01  WS-HIST-CTL.
           03  WS-LAST-STEP-NO      PIC 9(2) VALUE 5.
           03  WS-RL-EOF            PIC X VALUE 'N'.
           03  WS-DATE-OK           PIC X VALUE 'Y'.
           03  WS-CUR-PERIOD-KEY    PIC X(8) VALUE SPACES.
           03  WS-CUR-ATTEMPT       PIC 9(2) VALUE ZERO.
           03  WS-PRD-LAST-STEP     PIC 9(2) VALUE ZERO.
           03  WS-PRD-LAST-NAME     PIC X(6) VALUE SPACES.
           03  WS-PRD-LAST-STATUS   PIC X VALUE SPACE.
               88  WS-PRD-ENDED-OK      VALUE 'C' 'W' 'B'.
           03  WS-PRD-WARNINGS      PIC 9(2) VALUE ZERO.
           03  WS-PERIOD-COUNT      PIC 9(5) VALUE ZERO.
           03  WS-ATTEMPT-COUNT     PIC 9(5) VALUE ZERO.
           03  WS-RESTART-COUNT     PIC 9(5) VALUE ZERO.
           03  WS-STEP-COUNT        PIC 9(5) VALUE ZERO.
           03  WS-FAILED-COUNT      PIC 9(5) VALUE ZERO.
           03  WS-OPEN-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-TIME-EDIT.
           03  WS-TE-TIME           PIC 9(6).
           03  WS-TE-PARTS REDEFINES WS-TE-TIME.
               05  WS-TE-HH         PIC 99.
               05  WS-TE-MM         PIC 99.
               05  WS-TE-SS         PIC 99.
       01  WS-TIME-SHOW.
           03  WS-TS-HH             PIC 99.
           03  FILLER               PIC X VALUE ':'.
           03  WS-TS-MM             PIC 99.
           03  FILLER               PIC X VALUE ':'.
           03  WS-TS-SS             PIC 99.

       01  WS-RH-HDR-LINE.
           03  FILLER               PIC X(35) VALUE
               'PAYROLL BATCH RUN HISTORY - RUN '.
           03  WS-RH-RUN-DATE       PIC X(10).
       01  WS-RH-SEL-LINE.
           03  FILLER               PIC X(20) VALUE
               'PERIODS ENDING FROM '.
           03  WS-RS-FROM-DATE      PIC X(10).
           03  FILLER               PIC X(4) VALUE ' TO '.
           03  WS-RS-TO-DATE        PIC X(10).
       01  WS-RH-COL-LINE-1.
           03  FILLER               PIC X(39) VALUE
               'AT STEP   OPERATOR STARTED             '.
           03  FILLER               PIC X(41) VALUE
               'ENDED                 RC STATUS'.
       01  WS-RH-COL-LINE-2.
           03  FILLER               PIC X(39) VALUE
               '     PROGRAM               CONTROLS    '.
           03  FILLER               PIC X(41) VALUE
               'COUNT       AMOUNT 1       AMOUNT 2'.
       01  WS-RH-PERIOD-LINE.
           03  FILLER               PIC X(14) VALUE
               'PERIOD ENDING '.
           03  WS-RP-PERIOD-END     PIC X(10).
           03  FILLER               PIC X(11) VALUE
               '  PAY DATE '.
           03  WS-RP-PAY-DATE       PIC X(10).
       01  WS-RH-STEP-LINE.
           03  WS-RD-ATTEMPT        PIC 99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-STEP-NAME      PIC X(6).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-OPERATOR       PIC X(8).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-START-DATE     PIC X(10).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-START-TIME     PIC X(8).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-END-DATE       PIC X(10).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-END-TIME       PIC X(8).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-RC             PIC ZZZ9.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-STATUS         PIC X(9).
       01  WS-RH-CTL-LINE.
           03  FILLER               PIC X(5) VALUE SPACES.
           03  WS-RC-PROGRAM        PIC X(22).
           03  WS-RC-LABEL          PIC X(10).
           03  WS-RC-COUNT          PIC ZZZ,ZZ9.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RC-AMT-1          PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RC-AMT-2          PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-RH-PARM-LINE.
           03  FILLER               PIC X(12) VALUE
               '     PARMS: '.
           03  WS-RM-PARMS          PIC X(40).
       01  WS-RH-RESULT-LINE.
           03  FILLER               PIC X(10) VALUE
               '  RESULT: '.
           03  WS-RR-TEXT           PIC X(60).
       01  WS-RH-COUNT-LINE.
           03  WS-LC-LABEL          PIC X(35).
           03  WS-LC-COUNT          PIC ZZ,ZZ9.
       01  WS-RH-NOTE-LINE.
           03  WS-LN-TEXT           PIC X(80).

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 500-GET-THAT-DATE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-FROM-DATE WS-TO-DATE.
           PERFORM 060-SET-PERIOD-RANGE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-READ-RUN-LOG.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 990-CLOSE-FILES.
           IF WS-OPEN-COUNT = ZERO
                DISPLAY 'RUN HISTORY PRINTED TO RUNHIST.PRT'
           ELSE
                DISPLAY 'RUN HISTORY PRINTED TO RUNHIST.PRT - '
                    WS-OPEN-COUNT ' PERIOD(S) NEED A RESTART'
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.

       050-OPEN-FILES.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS = '35'
                DISPLAY 'RUN LOG NOT FOUND - NO PAYROLL RUNS LOGGED '
                    'BY GARCIA-P03-PAY-RUN YET'
                MOVE 4 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-RUN-LOG-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RUN LOG FILE - STATUS '
                    WS-RUN-LOG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT RUN-HIST-RPT-FILE.
           IF WS-RUN-HIST-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RUN HISTORY REPORT FILE - '
                    'STATUS ' WS-RUN-HIST-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE RUN-LOG-FILE.
           CLOSE RUN-HIST-RPT-FILE.

      *************************************************************
      * PARM 1 AND 2 ARE THE FIRST AND LAST PERIOD END DATES TO    *
      * LIST (MM/DD/YYYY) - EITHER LEFT OFF IS OPEN                *
      *************************************************************
       060-SET-PERIOD-RANGE.
           IF WS-FROM-DATE = SPACES
                MOVE LOW-VALUES TO WS-FROM-KEY
           ELSE
                MOVE WS-FROM-DATE TO WS-DATE-SPLIT
                PERFORM 065-CHECK-DATE
                IF WS-DATE-OK = 'N'
                     DISPLAY 'FROM DATE ' WS-FROM-DATE
                         ' IS NOT MM/DD/YYYY - RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                PERFORM 120-BUILD-SORT-KEY
                MOVE WS-SORT-KEY-BUILD TO WS-FROM-KEY
           END-IF.
           IF WS-TO-DATE = SPACES
                MOVE HIGH-VALUES TO WS-TO-KEY
           ELSE
                MOVE WS-TO-DATE TO WS-DATE-SPLIT
                PERFORM 065-CHECK-DATE
                IF WS-DATE-OK = 'N'
                     DISPLAY 'TO DATE ' WS-TO-DATE
                         ' IS NOT MM/DD/YYYY - RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                PERFORM 120-BUILD-SORT-KEY
                MOVE WS-SORT-KEY-BUILD TO WS-TO-KEY
           END-IF.
           IF WS-FROM-KEY > WS-TO-KEY
                DISPLAY 'FROM DATE IS AFTER TO DATE - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       065-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK.
           IF WS-DS-MONTH NOT NUMERIC OR WS-DS-DAY NOT NUMERIC
              OR WS-DS-YEAR NOT NUMERIC
                MOVE 'N' TO WS-DATE-OK
           ELSE
                IF WS-DS-MONTH < '01' OR WS-DS-MONTH > '12'
                   OR WS-DS-DAY < '01' OR WS-DS-DAY > '31'
                     MOVE 'N' TO WS-DATE-OK
                END-IF
           END-IF.

       120-BUILD-SORT-KEY.
           MOVE WS-DS-YEAR TO WS-SK-YEAR.
           MOVE WS-DS-MONTH TO WS-SK-MONTH.
           MOVE WS-DS-DAY TO WS-SK-DAY.

       100-PRINT-HEADINGS.
           MOVE WS-SHOW-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RH-HDR-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           IF WS-FROM-DATE = SPACES
                MOVE 'OPEN      ' TO WS-RS-FROM-DATE
           ELSE
                MOVE WS-FROM-DATE TO WS-RS-FROM-DATE
           END-IF.
           IF WS-TO-DATE = SPACES
                MOVE 'OPEN      ' TO WS-RS-TO-DATE
           ELSE
                MOVE WS-TO-DATE TO WS-RS-TO-DATE
           END-IF.
           MOVE WS-RH-SEL-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           MOVE SPACES TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           MOVE WS-RH-COL-LINE-1 TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           MOVE WS-RH-COL-LINE-2 TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.

      *************************************************************
      * THE LOG IS KEYED PERIOD + ATTEMPT + STEP, SO EACH PERIOD'S *
      * STEPS READ BACK IN THE ORDER THEY RAN.  THE LAST STEP      *
      * LOGGED FOR A PERIOD GIVES ITS RESULT.                      *
      *************************************************************
       200-READ-RUN-LOG.
           MOVE SPACES TO WS-CUR-PERIOD-KEY.
           MOVE 'N' TO WS-RL-EOF.
           PERFORM UNTIL WS-RL-EOF = 'Y'
                READ RUN-LOG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-RL-EOF
                    NOT AT END
                        IF RL-PERIOD-KEY NOT < WS-FROM-KEY
                           AND RL-PERIOD-KEY NOT > WS-TO-KEY
                             PERFORM 210-LIST-LOG-RECORD
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-CUR-PERIOD-KEY NOT = SPACES
                PERFORM 230-PRINT-PERIOD-RESULT
           END-IF.

       210-LIST-LOG-RECORD.
           IF RL-PERIOD-KEY NOT = WS-CUR-PERIOD-KEY
                IF WS-CUR-PERIOD-KEY NOT = SPACES
                     PERFORM 230-PRINT-PERIOD-RESULT
                END-IF
                PERFORM 220-START-PERIOD
           END-IF.
           IF RL-ATTEMPT-NO NOT = WS-CUR-ATTEMPT
                MOVE RL-ATTEMPT-NO TO WS-CUR-ATTEMPT
                ADD 1 TO WS-ATTEMPT-COUNT
                IF RL-RESTARTED
                     ADD 1 TO WS-RESTART-COUNT
                END-IF
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE RL-STEP-NO TO WS-PRD-LAST-STEP.
           MOVE RL-STEP-NAME TO WS-PRD-LAST-NAME.
           MOVE RL-STEP-STATUS TO WS-PRD-LAST-STATUS.
           PERFORM 240-PRINT-STEP.

       220-START-PERIOD.
           MOVE RL-PERIOD-KEY TO WS-CUR-PERIOD-KEY.
           MOVE ZERO TO WS-CUR-ATTEMPT WS-PRD-WARNINGS.
           ADD 1 TO WS-PERIOD-COUNT.
           MOVE SPACES TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           MOVE RL-PERIOD-END TO WS-RP-PERIOD-END.
           MOVE RL-PAY-DATE TO WS-RP-PAY-DATE.
           MOVE WS-RH-PERIOD-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.

       230-PRINT-PERIOD-RESULT.
           MOVE SPACES TO WS-RR-TEXT.
           IF WS-PRD-ENDED-OK
                IF WS-PRD-LAST-STEP NOT < WS-LAST-STEP-NO
                     IF WS-PRD-WARNINGS = ZERO
                          MOVE 'COMPLETE' TO WS-RR-TEXT
                     ELSE
                          MOVE 'COMPLETE WITH WARNINGS' TO WS-RR-TEXT
                     END-IF
                ELSE
                     ADD 1 TO WS-OPEN-COUNT
                     STRING 'STOPPED AFTER STEP ' DELIMITED BY SIZE
                            WS-PRD-LAST-NAME DELIMITED BY SPACE
                            ' - RESTART REQUIRED' DELIMITED BY SIZE
                         INTO WS-RR-TEXT
                     END-STRING
                END-IF
           ELSE
                ADD 1 TO WS-OPEN-COUNT
                IF WS-PRD-LAST-STATUS = 'F'
                     STRING 'FAILED AT STEP ' DELIMITED BY SIZE
                            WS-PRD-LAST-NAME DELIMITED BY SPACE
                            ' - RESTART REQUIRED' DELIMITED BY SIZE
                         INTO WS-RR-TEXT
                     END-STRING
                ELSE
                     STRING 'STEP ' DELIMITED BY SIZE
                            WS-PRD-LAST-NAME DELIMITED BY SPACE
                            ' NEVER ENDED - RESTART REQUIRED'
                                DELIMITED BY SIZE
                         INTO WS-RR-TEXT
                     END-STRING
                END-IF
           END-IF.
           MOVE WS-RH-RESULT-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.

       240-PRINT-STEP.
           MOVE RL-ATTEMPT-NO TO WS-RD-ATTEMPT.
           MOVE RL-STEP-NAME TO WS-RD-STEP-NAME.
           MOVE RL-OPERATOR-ID TO WS-RD-OPERATOR.
           MOVE RL-START-DATE TO WS-RD-START-DATE.
           MOVE RL-START-TIME TO WS-TE-TIME.
           PERFORM 250-EDIT-TIME.
           MOVE WS-TIME-SHOW TO WS-RD-START-TIME.
           IF RL-STEP-STARTED
                MOVE SPACES TO WS-RD-END-DATE WS-RD-END-TIME
           ELSE
                MOVE RL-END-DATE TO WS-RD-END-DATE
                MOVE RL-END-TIME TO WS-TE-TIME
                PERFORM 250-EDIT-TIME
                MOVE WS-TIME-SHOW TO WS-RD-END-TIME
           END-IF.
           MOVE RL-RETURN-CODE TO WS-RD-RC.
           EVALUATE TRUE
               WHEN RL-STEP-COMPLETE
                   MOVE 'COMPLETE' TO WS-RD-STATUS
               WHEN RL-STEP-WARNING
                   MOVE 'WARNING' TO WS-RD-STATUS
                   ADD 1 TO WS-PRD-WARNINGS
               WHEN RL-STEP-BYPASSED
                   MOVE 'BYPASSED' TO WS-RD-STATUS
               WHEN RL-STEP-FAILED
                   MOVE 'FAILED' TO WS-RD-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE 'NOT ENDED' TO WS-RD-STATUS
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.
           MOVE WS-RH-STEP-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           MOVE RL-PROGRAM-ID TO WS-RC-PROGRAM.
           EVALUATE RL-STEP-NAME
               WHEN 'PROOF'
                   MOVE 'TIMECARDS' TO WS-RC-LABEL
               WHEN 'PAYRUN'
                   MOVE 'PAY STUBS' TO WS-RC-LABEL
               WHEN 'TIEOUT'
                   MOVE 'GL RECORDS' TO WS-RC-LABEL
               WHEN 'VARRPT'
                   MOVE 'DEPOSITS' TO WS-RC-LABEL
               WHEN 'REMIT'
                   MOVE 'DED LINES' TO WS-RC-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-RC-LABEL
           END-EVALUATE.
           MOVE RL-CTL-COUNT TO WS-RC-COUNT.
           MOVE RL-CTL-AMT-1 TO WS-RC-AMT-1.
           MOVE RL-CTL-AMT-2 TO WS-RC-AMT-2.
           MOVE WS-RH-CTL-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           IF RL-STEP-PARMS NOT = SPACES
                MOVE RL-STEP-PARMS TO WS-RM-PARMS
                MOVE WS-RH-PARM-LINE TO RUN-HIST-RPT-RECORD
                WRITE RUN-HIST-RPT-RECORD
           END-IF.

       250-EDIT-TIME.
           MOVE WS-TE-HH TO WS-TS-HH.
           MOVE WS-TE-MM TO WS-TS-MM.
           MOVE WS-TE-SS TO WS-TS-SS.

       800-PRINT-TOTALS.
           MOVE SPACES TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           MOVE 'PAY PERIODS LISTED               : ' TO WS-LC-LABEL.
           MOVE WS-PERIOD-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE 'RUN ATTEMPTS                     : ' TO WS-LC-LABEL.
           MOVE WS-ATTEMPT-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  OF WHICH RESTARTS              : ' TO WS-LC-LABEL.
           MOVE WS-RESTART-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE 'STEPS LOGGED                     : ' TO WS-LC-LABEL.
           MOVE WS-STEP-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  FAILED OR NOT ENDED            : ' TO WS-LC-LABEL.
           MOVE WS-FAILED-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE 'PERIODS NEEDING A RESTART        : ' TO WS-LC-LABEL.
           MOVE WS-OPEN-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE SPACES TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
           MOVE 'CONTROLS: TIMECARDS = DETAIL CARDS, HOURS HASH'
               TO WS-LN-TEXT.
           PERFORM 820-PRINT-NOTE-LINE.
           MOVE '          PAY STUBS = BATCH GL STUBS, GROSS, NET'
               TO WS-LN-TEXT.
           PERFORM 820-PRINT-NOTE-LINE.
           MOVE '          GL RECORDS = ALL GL RECORDS, STUB GROSS, STUB
      -        ' NET' TO WS-LN-TEXT.
           PERFORM 820-PRINT-NOTE-LINE.
           MOVE '          DEPOSITS = ACH DEPOSITS, DEPOSIT TOTAL'
               TO WS-LN-TEXT.
           PERFORM 820-PRINT-NOTE-LINE.
           MOVE '          DED LINES = GL DEDUCTION LINES, DEDUCTION TOT
      -        'AL' TO WS-LN-TEXT.
           PERFORM 820-PRINT-NOTE-LINE.
           MOVE 'RC 9999 = THE STEP ENDED ABNORMALLY' TO WS-LN-TEXT.
           PERFORM 820-PRINT-NOTE-LINE.

       810-PRINT-COUNT-LINE.
           MOVE WS-RH-COUNT-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.

       820-PRINT-NOTE-LINE.
           MOVE WS-RH-NOTE-LINE TO RUN-HIST-RPT-RECORD.
           WRITE RUN-HIST-RPT-RECORD.
