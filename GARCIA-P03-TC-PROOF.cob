      *              COMBINED WEEKLY HOURS, AND PROJECTED GROSS BY  *
      *              DEPARTMENT CHARGES EACH DEPARTMENT ITS SHARE   *
      *              - SAME RULES AS THE PAYROLL BATCH.             *
      * 10/15/2026 - PROJECTS SOCIAL SECURITY AND MEDICARE WITH THE *
      *              SAME WAGE BASE CAP AND ADDITIONAL MEDICARE     *
      *              THRESHOLD AS THE PAY RUN (TAXLIMIT.DAT FOR THE *
      *              YEAR OF THE NEXT OPEN PAY DATE, PRIOR WAGES    *
      *              FROM EMPYTD.DAT). NOTES EMPLOYEES REACHING THE *
      *              WAGE BASE OR STARTING ADDITIONAL MEDICARE, AND *
      *              FAILS THE PROOF WHEN THE PAY YEAR HAS NO       *
      *              LIMITS RECORD.                                 *
      *************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS JR-DEPT-CODE
               FILE STATUS IS WS-JOB-RATE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END-KEY
               FILE STATUS IS WS-PAY-CAL-STATUS.

           SELECT EMPLOYEE-YTD-FILE ASSIGN TO 'EMPYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMP-ID
               FILE STATUS IS WS-EMP-YTD-STATUS.

           SELECT TAX-LIMIT-FILE ASSIGN TO 'TAXLIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TAX-YEAR
               FILE STATUS IS WS-TAX-LIMIT-STATUS.

           SELECT PROOF-RPT-FILE ASSIGN TO 'TCPROOF.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-RPT-STATUS.
       FD  JOB-RATE-FILE.
           COPY JOBRATE.

       FD  PAY-PERIOD-FILE.
           COPY PAYCAL.

       FD  EMPLOYEE-YTD-FILE.
           COPY EMPYTD.

       FD  TAX-LIMIT-FILE.
           COPY TAXLIMIT.

       FD  PROOF-RPT-FILE.
       01  PROOF-RPT-RECORD         PIC X(80).

           03  WS-LEAVE-BAL-STATUS  PIC XX.
           03  WS-JOB-RATE-STATUS   PIC XX.
           03  WS-PROOF-RPT-STATUS  PIC XX.
           03  WS-PAY-CAL-STATUS    PIC XX.
           03  WS-EMP-YTD-STATUS    PIC XX.
           03  WS-TAX-LIMIT-STATUS  PIC XX.

       01  WS-PROG-DATE.
           03 WS-PROG-DATE-YEAR     PIC 9999.
           03  WS-ACCEPT-COUNT      PIC 9(4) VALUE ZERO.
           03  WS-REJECT-COUNT      PIC 9(4) VALUE ZERO.
           03  WS-PROJ-GROSS        PIC 9(7)V99 VALUE ZERO.
           03  WS-PROJ-FICA         PIC 9(7)V99 VALUE ZERO.
           03  WS-PROJ-MEDICARE     PIC 9(7)V99 VALUE ZERO.

      * SOCIAL SECURITY AND MEDICARE LIMITS FOR THE YEAR OF THE NEXT
      * OPEN PAY DATE - THE PROOF MUST FAIL A YEAR THE PAY RUN WOULD
      * REFUSE FOR WANT OF A TAXLIMIT.DAT RECORD
       01  WS-TAX-LIMIT-CTL.
           03  WS-PAY-YEAR          PIC 9(4) VALUE ZERO.
           03  WS-PERIOD-FOUND      PIC X VALUE 'N'.
           03  WS-PC-EOF            PIC X VALUE 'N'.
           03  WS-EMP-YTD-OPEN      PIC X VALUE 'N'.
           03  WS-LIMITS-LOADED     PIC X VALUE 'N'.
           03  WS-LIMITS-OK         PIC X VALUE 'Y'.
           03  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE ZERO.
           03  WS-FICA-PCT          PIC V9999 VALUE ZERO.
           03  WS-MEDICARE-PCT      PIC V9999 VALUE ZERO.
           03  WS-ADDL-MED-THRESH   PIC 9(7)V99 VALUE ZERO.
           03  WS-ADDL-MED-PCT      PIC V9999 VALUE ZERO.
           03  WS-PRIOR-SS-WAGES    PIC 9(6)V99 VALUE ZERO.
           03  WS-PRIOR-SS-TAX      PIC 9(5)V99 VALUE ZERO.
           03  WS-PRIOR-MED-WAGES   PIC 9(6)V99 VALUE ZERO.
           03  WS-SS-WAGES          PIC 9(6)V99 VALUE ZERO.
           03  WS-ADDL-MED-WAGES    PIC 9(6)V99 VALUE ZERO.
           03  WS-PROJ-FICA-TAX     PIC 9(5)V99 VALUE ZERO.
           03  WS-PROJ-MED-TAX      PIC 9(5)V99 VALUE ZERO.
           03  WS-LIMIT-WORK        PIC S9(7)V99 VALUE ZERO.

       01  WS-DATE-SPLIT.
           03  WS-DS-MONTH          PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-DAY            PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-YEAR           PIC XXXX.

       01  WS-TC-BAL-CTL.
           03  WS-TCB-HDR-SEEN      PIC X VALUE 'N'.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  FILLER               PIC X(9) VALUE 'REJECTED '.
           03  WS-PR-REASON         PIC X(40).
       01  WS-PROOF-NOTE-LINE.
           03  WS-PN-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-PN-EMP-NAME       PIC X(20).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  FILLER               PIC X(9) VALUE 'NOTE     '.
           03  WS-PN-NOTE           PIC X(40).
       01  WS-PROOF-DEPT-LINE.
           03  FILLER               PIC X(5) VALUE 'DEPT '.
           03  WS-PD-DEPT-CODE      PIC X(4).
           03  FILLER               PIC X(18) VALUE
               '  PROJECTED GROSS '.
           03  WS-PT-GROSS          PIC ZZZZ,ZZ9.99.
       01  WS-PROOF-FICA-LINE.
           03  FILLER               PIC X(28) VALUE
               'PROJECTED SOCIAL SECURITY '.
           03  WS-PF-FICA           PIC ZZZZ,ZZ9.99.
           03  FILLER               PIC X(12) VALUE '  MEDICARE '.
           03  WS-PF-MEDICARE       PIC ZZZZ,ZZ9.99.

      *************************************************************

           PERFORM 050-OPEN-FILES.
           PERFORM 055-LOAD-TAX-RATES.
           PERFORM 058-LOAD-JOB-RATES.
           PERFORM 061-FIND-PAY-YEAR.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 063-LOAD-TAX-LIMITS.
           PERFORM 150-BALANCE-TIMECARD-FILE.
           PERFORM 300-EDIT-PASS.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 990-CLOSE-FILES.
           IF WS-TCB-BALANCED = 'Y' AND WS-REJECT-COUNT = ZERO
              AND WS-LIMITS-OK = 'Y'
                DISPLAY 'TIMECARD FILE IS CLEAN - READY FOR PAYDAY'
           ELSE
                DISPLAY 'TIMECARD FILE HAS PROBLEMS - SEE TCPROOF.PRT'
                DISPLAY 'LEAVE BALANCE FILE NOT AVAILABLE - LEAVE '
                    'BALANCES TREATED AS ZERO'
           END-IF.
           OPEN INPUT EMPLOYEE-YTD-FILE.
           IF WS-EMP-YTD-STATUS = '00'
                MOVE 'Y' TO WS-EMP-YTD-OPEN
           ELSE
                MOVE 'N' TO WS-EMP-YTD-OPEN
                DISPLAY 'YEAR-TO-DATE FILE NOT AVAILABLE - PRIOR '
                    'SOCIAL SECURITY/MEDICARE WAGES TREATED AS ZERO'
           END-IF.
           OPEN OUTPUT PROOF-RPT-FILE.
           IF WS-PROOF-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PROOF REPORT FILE - STATUS '
           IF WS-LEAVE-BAL-OPEN = 'Y'
                CLOSE LEAVE-BALANCE-FILE
           END-IF.
           IF WS-EMP-YTD-OPEN = 'Y'
                CLOSE EMPLOYEE-YTD-FILE
           END-IF.
           CLOSE PROOF-RPT-FILE.

      *************************************************************
      * THE PAY RUN TAXES AT THE LIMITS FOR THE YEAR OF ITS PAY    *
      * DATE - THE FIRST OPEN PERIOD ON PAYCAL.DAT.  WITHOUT A     *
      * CALENDAR THE PROOF FALLS BACK TO THE CURRENT YEAR.         *
      *************************************************************
       061-FIND-PAY-YEAR.
           MOVE WS-PROG-DATE-YEAR TO WS-PAY-YEAR.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PAY-CAL-STATUS NOT = '00'
                DISPLAY 'PAY PERIOD CALENDAR NOT AVAILABLE - TAX '
                    'LIMITS CHECKED FOR ' WS-PAY-YEAR
           ELSE
                MOVE 'N' TO WS-PERIOD-FOUND
                MOVE 'N' TO WS-PC-EOF
                MOVE LOW-VALUES TO PC-PERIOD-END-KEY
                START PAY-PERIOD-FILE KEY NOT < PC-PERIOD-END-KEY
                    INVALID KEY MOVE 'Y' TO WS-PC-EOF
                END-START
                PERFORM UNTIL WS-PC-EOF = 'Y'
                       OR WS-PERIOD-FOUND = 'Y'
                     READ PAY-PERIOD-FILE NEXT RECORD
                         AT END MOVE 'Y' TO WS-PC-EOF
                         NOT AT END
                             IF PC-OPEN
                                  MOVE 'Y' TO WS-PERIOD-FOUND
                             END-IF
                     END-READ
                END-PERFORM
                IF WS-PERIOD-FOUND = 'Y' AND PC-PAY-DATE NOT = SPACES
                     MOVE PC-PAY-DATE TO WS-DATE-SPLIT
                     MOVE WS-DS-YEAR TO WS-PAY-YEAR
                ELSE
                     DISPLAY 'NO OPEN PAY PERIOD ON CALENDAR - TAX '
                         'LIMITS CHECKED FOR ' WS-PAY-YEAR
                END-IF
                CLOSE PAY-PERIOD-FILE
           END-IF.

      *************************************************************
      * A MISSING TAXLIMIT.DAT IS SEEDED BY THE FIRST PAY RUN, SO  *
      * IT ONLY SKIPS THE PROJECTION.  A FILE WITHOUT THE PAY      *
      * YEAR WOULD STOP THE PAY RUN, SO IT FAILS THE PROOF.        *
      *************************************************************
       063-LOAD-TAX-LIMITS.
           MOVE 'N' TO WS-LIMITS-LOADED.
           OPEN INPUT TAX-LIMIT-FILE.
           IF WS-TAX-LIMIT-STATUS NOT = '00'
                DISPLAY 'TAX LIMIT FILE NOT AVAILABLE - SOCIAL '
                    'SECURITY/MEDICARE NOT PROJECTED'
           ELSE
                MOVE WS-PAY-YEAR TO TL-TAX-YEAR
                READ TAX-LIMIT-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-LIMITS-OK
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-LIMITS-LOADED
                        MOVE TL-SS-WAGE-BASE TO WS-SS-WAGE-BASE
                        MOVE TL-SS-PCT TO WS-FICA-PCT
                        MOVE TL-MEDICARE-PCT TO WS-MEDICARE-PCT
                        MOVE TL-ADDL-MED-THRESH TO WS-ADDL-MED-THRESH
                        MOVE TL-ADDL-MED-PCT TO WS-ADDL-MED-PCT
                END-READ
                CLOSE TAX-LIMIT-FILE
                IF WS-LIMITS-OK = 'N'
                     MOVE SPACES TO PROOF-RPT-RECORD
                     STRING 'NO TAX LIMITS ON FILE FOR '
                                DELIMITED BY SIZE
                            WS-PAY-YEAR DELIMITED BY SIZE
                            ' - RUN GARCIA-P03-LIM-MAINT'
                                DELIMITED BY SIZE
                         INTO PROOF-RPT-RECORD
                     END-STRING
                     WRITE PROOF-RPT-RECORD
                END-IF
           END-IF.

       100-PRINT-HEADINGS.
           MOVE WS-SHOW-DATE TO WS-PH-RUN-DATE.
           MOVE WS-PROOF-HDR-LINE TO PROOF-RPT-RECORD.
           COMPUTE WS-CARD-GROSS =
               WS-GRP-WORKED-GROSS + WS-GRP-LEAVE-GROSS.
           ADD WS-CARD-GROSS TO WS-PROJ-GROSS.
           IF WS-LIMITS-LOADED = 'Y'
                PERFORM 630-PROJECT-FICA-MEDICARE
           END-IF.
           MOVE ZERO TO WS-WRK-ALLOC-NO.
           MOVE WS-GRP-WORKED-GROSS TO WS-ALC-REMAIN.
           PERFORM 620-ALLOCATE-GROUP-LINE
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-LINE-COUNT.

      *************************************************************
      * SAME CAPPED SOCIAL SECURITY AND ADDITIONAL MEDICARE AS THE *
      * PAY RUN, FROM THE YEAR-TO-DATE WAGES BEFORE THIS RUN.  AN  *
      * EMPLOYEE REACHING THE WAGE BASE OR CROSSING THE ADDITIONAL *
      * MEDICARE THRESHOLD IS NOTED SO PAYDAY IS NOT A SURPRISE.   *
      *************************************************************
       630-PROJECT-FICA-MEDICARE.
           MOVE ZEROS TO WS-PRIOR-SS-WAGES WS-PRIOR-SS-TAX
               WS-PRIOR-MED-WAGES.
           IF WS-EMP-YTD-OPEN = 'Y'
                MOVE WS-EMPLOYEE-ID TO YT-EMP-ID
                READ EMPLOYEE-YTD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE YT-YTD-SS-WAGES TO WS-PRIOR-SS-WAGES
                        MOVE YT-YTD-SS-TAX TO WS-PRIOR-SS-TAX
                        MOVE YT-YTD-MED-WAGES TO WS-PRIOR-MED-WAGES
                END-READ
           END-IF.
           COMPUTE WS-LIMIT-WORK =
               WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.
           IF WS-CARD-GROSS > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-SS-WAGES
           ELSE
                MOVE WS-CARD-GROSS TO WS-SS-WAGES
           END-IF.
           COMPUTE WS-PROJ-FICA-TAX ROUNDED =
               WS-SS-WAGES * WS-FICA-PCT.
           COMPUTE WS-LIMIT-WORK ROUNDED =
               (WS-SS-WAGE-BASE * WS-FICA-PCT) - WS-PRIOR-SS-TAX.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.
           IF WS-PROJ-FICA-TAX > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-PROJ-FICA-TAX
           END-IF.
           COMPUTE WS-LIMIT-WORK = WS-PRIOR-MED-WAGES
               + WS-CARD-GROSS - WS-ADDL-MED-THRESH.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.
           IF WS-LIMIT-WORK > WS-CARD-GROSS
                MOVE WS-CARD-GROSS TO WS-LIMIT-WORK
           END-IF.
           MOVE WS-LIMIT-WORK TO WS-ADDL-MED-WAGES.
           COMPUTE WS-PROJ-MED-TAX ROUNDED =
               (WS-CARD-GROSS * WS-MEDICARE-PCT)
               + (WS-ADDL-MED-WAGES * WS-ADDL-MED-PCT).
           ADD WS-PROJ-FICA-TAX TO WS-PROJ-FICA.
           ADD WS-PROJ-MED-TAX TO WS-PROJ-MEDICARE.
           IF WS-PRIOR-SS-WAGES < WS-SS-WAGE-BASE
              AND WS-PRIOR-SS-WAGES + WS-CARD-GROSS
                  NOT < WS-SS-WAGE-BASE
                MOVE 'REACHES SOCIAL SECURITY WAGE BASE'
                    TO WS-PN-NOTE
                PERFORM 635-PRINT-NOTE-LINE
           END-IF.
           IF WS-PRIOR-MED-WAGES NOT > WS-ADDL-MED-THRESH
              AND WS-ADDL-MED-WAGES > ZERO
                MOVE 'STARTS ADDITIONAL MEDICARE TAX'
                    TO WS-PN-NOTE
                PERFORM 635-PRINT-NOTE-LINE
           END-IF.

       635-PRINT-NOTE-LINE.
           MOVE WS-EMPLOYEE-ID TO WS-PN-EMP-ID.
           MOVE WS-EMP-NAME TO WS-PN-EMP-NAME.
           MOVE WS-PROOF-NOTE-LINE TO PROOF-RPT-RECORD.
           WRITE PROOF-RPT-RECORD.

       610-PRICE-GROUP-LINE.
           IF WS-GRL-DEPT-CODE (WS-GRP-IX) = SPACES
                MOVE EM-DEPT-CODE TO WS-GRL-DEPT-CODE (WS-GRP-IX)
           MOVE WS-PROJ-GROSS TO WS-PT-GROSS.
           MOVE WS-PROOF-TOT-LINE TO PROOF-RPT-RECORD.
           WRITE PROOF-RPT-RECORD.
           IF WS-LIMITS-LOADED = 'Y'
                MOVE WS-PROJ-FICA TO WS-PF-FICA
                MOVE WS-PROJ-MEDICARE TO WS-PF-MEDICARE
                MOVE WS-PROOF-FICA-LINE TO PROOF-RPT-RECORD
                WRITE PROOF-RPT-RECORD
           END-IF.

       810-PRINT-DEPT-LINE.
           MOVE WS-DPT-CODE (WS-DEPT-IX) TO WS-PD-DEPT-CODE.
