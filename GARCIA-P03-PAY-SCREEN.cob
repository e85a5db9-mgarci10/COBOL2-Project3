      *              HOURS ON THE BLENDED RATE, AND DEPARTMENT      *
      *              SUBTOTALS AND GL SUMMARIES CHARGE EACH         *
      *              DEPARTMENT ONLY ITS RATE-WEIGHTED SHARE.       *
      * 10/15/2026 - PAPER CHECKS LOGGED TO CHKISSUE.DAT WITH A     *
      *              BLANK CLEAR DATE AND STALE FLAG FOR THE BANK   *
      *              RECONCILIATION (GARCIA-P03-CHK-RECON)          *
      * 10/15/2026 - SOCIAL SECURITY NOW STOPS AT THE YEAR'S WAGE   *
      *              BASE AND THE ADDITIONAL MEDICARE TAX STARTS    *
      *              ABOVE THE THRESHOLD.  RATES AND LIMITS COME    *
      *              FROM THE NEW TAX LIMIT TABLE TAXLIMIT.DAT      *
      *              (MAINTAINED WITH GARCIA-P03-LIM-MAINT) FOR THE *
      *              YEAR OF THE PAY DATE; THE RUN REFUSES TO START *
      *              WITHOUT ONE.  EMPYTD.DAT NOW CARRIES SOCIAL    *
      *              SECURITY/MEDICARE WAGES AND TAX (CONVERT WITH  *
      *              GARCIA-P03-YTD-CONV FIRST).                    *
      * 10/15/2026 - EMPLOYER SOCIAL SECURITY, MEDICARE, FUTA, SUTA *
      *              AND 401K MATCH NOW ACCRUED FOR EVERY EMPLOYEE  *
      *              PAID. EACH DEPARTMENT SHARE GOES TO            *
      *              GLEXPORT.DAT AS AN 'E' EXPENSE/LIABILITY LINE  *
      *              WITH AN 'F' SUMMARY PER DEPARTMENT AND COST,   *
      *              AND THE REGISTER ENDS WITH AN EMPLOYER COST    *
      *              SECTION. FUTA/SUTA WAGE BASES AND RATES COME   *
      *              FROM TAXLIMIT.DAT, THE MATCH FROM DEDCODE.DAT  *
      *              (CONVERT WITH GARCIA-P03-DED-CONV FIRST). THE  *
      *              CHECKPOINT RECORD IS LONGER - FINISH ANY       *
      *              PENDING RESTART BEFORE INSTALLING.             *
      * 10/15/2026 - THE BATCH NOW PAYS EVERY OPEN RETRO EARNINGS   *
      *              TRANSACTION (RETROTRN.DAT, FROM                *
      *              GARCIA-P03-RETRO-CALC) AFTER THE TIMECARDS.    *
      *              EACH PAYS AS ITS OWN EARNINGS LINE AT THE NEW  *
      *              RATE WITH ITS OWN TAXES, A 'T' HISTORY RECORD, *
      *              GL STUB, REGISTER LINE AND DEPOSIT OR CHECK,   *
      *              CHARGED TO THE HOME DEPARTMENT. ONLY PERCENT-  *
      *              OF-GROSS DEDUCTIONS ARE TAKEN FROM IT. A       *
      *              TERMINATED OR UNKNOWN EMPLOYEE'S RETRO STAYS   *
      *              OPEN AND IS REPORTED. THE CHECKPOINT NOW KEEPS *
      *              THE LAST TIMECARD EMPLOYEE PAID SO A RESTART   *
      *              DURING THE RETRO PAYMENTS RESUMES CLEANLY.     *
      * 10/15/2026 - EVERY PAY AND RETRO PAYMENT NOW POSTS ITS      *
      *              DEPARTMENT SPLIT TO THE LABOR COST             *
      *              DISTRIBUTION FILE LABDIST.DAT, ONE RECORD PER  *
      *              DEPARTMENT WITH JOB CODE AND REGULAR,          *
      *              OVERTIME, DIFFERENTIAL AND LEAVE HOURS AND     *
      *              DOLLARS, KEYED TO THE HISTORY RECORD IT        *
      *              BELONGS TO.  REPORTED BY GARCIA-P03-LAB-DIST.  *
      * 10/15/2026 - EVERY RUN REFUSAL AND FILE OPEN ABORT NOW ENDS *
      *              WITH RETURN CODE 8 SO THE BATCH RUN CONTROLLER *
      *              GARCIA-P03-PAY-RUN HALTS ON IT INSTEAD OF      *
      *              LOGGING THE STEP COMPLETE.                     *
      * 10/15/2026 - A NEW RUN IS REFUSED WHILE GLEXPORT.DAT STILL  *
      *              HOLDS 'D' DEDUCTION LINES PAST THE REMITTED    *
      *              COUNT ON DEDREMIT.CTL - RUN                    *
      *              GARCIA-P03-DED-REMIT FIRST SO NO WITHHELD      *
      *              DOLLAR IS LOST WHEN THE FILE STARTS OVER.      *
      *              STARTING GLEXPORT.DAT OVER SETS THE REMITTED   *
      *              COUNT BACK TO ZERO.                            *
      * 10/15/2026 - A NEW BATCH NOW WRITES AN EMPTY CHECKPOINT     *
      *              ONCE THE TIMECARD FILE BALANCES, BEFORE ANYONE *
      *              IS PAID, SO A RUN THAT DIES BEFORE ITS FIRST   *
      *              REGULAR CHECKPOINT IS STILL RESTARTED          *
      *              (EXTENDING WHAT IT WROTE) INSTEAD OF STARTED   *
      *              OVER AS A NEW RUN.                             *
      *************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-EXPORT-STATUS.

           SELECT DED-REMIT-CTL-FILE ASSIGN TO 'DEDREMIT.CTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-CTL-STATUS.

           SELECT EXCEPTION-RPT-FILE ASSIGN TO 'PAYEXCP.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
               RECORD KEY IS TR-FILING-STATUS
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT TAX-LIMIT-FILE ASSIGN TO 'TAXLIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TAX-YEAR
               FILE STATUS IS WS-TAX-LIMIT-STATUS.

           SELECT DEDUCT-CODE-FILE ASSIGN TO 'DEDCODE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT RETRO-TRANS-FILE ASSIGN TO 'RETROTRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-TRANS-KEY
               FILE STATUS IS WS-RETRO-TRN-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-DIST-KEY
               FILE STATUS IS WS-LABOR-DIST-STATUS.

      *************************************************************

       DATA DIVISION.
           03  CK-CHK-LAST-NO       PIC 9(6).
           03  CK-DEPT-COUNT        PIC 9(2).
           03  CK-OTHR-SUB          PIC 9(2).
           03  CK-DEPT-TABLE        PIC X(2436).
           03  CK-PAID-COUNT        PIC 9(4).
           03  CK-PAID-TABLE        PIC X(5000).

       FD  EMPLOYEE-YTD-FILE.
           COPY EMPYTD.

       FD  GL-EXPORT-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY GLEXPORT.

       FD  DED-REMIT-CTL-FILE.
           COPY DEDRMCTL.

       FD  EXCEPTION-RPT-FILE.
       01  EXCEPTION-RPT-RECORD     PIC X(80).

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  TAX-LIMIT-FILE.
           COPY TAXLIMIT.

       FD  DEDUCT-CODE-FILE.
           COPY DEDCODE.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD    PIC X(80).

       FD  RETRO-TRANS-FILE.
           COPY RETROTRN.

       FD  LABOR-DIST-FILE.
           COPY LABDIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-EMP-MAST-STATUS   PIC XX.
           03  WS-GL-EXPORT-STATUS  PIC XX.
           03  WS-EXCEPTION-STATUS  PIC XX.
           03  WS-TAX-RATE-STATUS   PIC XX.
           03  WS-TAX-LIMIT-STATUS  PIC XX.
           03  WS-ACH-EXPORT-STATUS PIC XX.
           03  WS-DED-CODE-STATUS   PIC XX.
           03  WS-EMP-DED-STATUS    PIC XX.
           03  WS-CHECK-ISSUE-STATUS PIC XX.
           03  WS-CHECK-PRINT-STATUS PIC XX.
           03  WS-CHECK-REG-STATUS  PIC XX.
           03  WS-RETRO-TRN-STATUS  PIC XX.
           03  WS-LABOR-DIST-STATUS PIC XX.
           03  WS-REMIT-CTL-STATUS  PIC XX.

       01  WS-YTD-GROSS             PIC 9(6)V99.
       01  WS-GL-ACCOUNT            PIC X(10) VALUE '5000-PAYRL'.
           03  WS-CMD-LINE          PIC X(40).
           03  WS-RESTART-PARM      PIC X(10).
           03  WS-CKPT-PARM         PIC 9(4) VALUE ZERO.
           03  WS-CKPT-EMP-ID       PIC 9(5) VALUE ZERO.

       01  WS-REG-DETAIL-LINE.
           03  WS-RD-EMP-ID         PIC 9(5).
               05  WS-DPT-TAX       PIC 9(6)V99.
               05  WS-DPT-DED       PIC 9(6)V99.
               05  WS-DPT-NET       PIC 9(7)V99.
               05  WS-DPT-ER-AREA.
                   07  WS-DPT-ER-ENTRY OCCURS 5 TIMES.
                       09  WS-DPT-ER-COUNT  PIC 9(4).
                       09  WS-DPT-ER-AMT    PIC 9(6)V99.

       01  WS-DEPT-GL-ACCOUNT.
           03  FILLER               PIC X(5) VALUE '5000-'.
           03  WS-DGA-DEPT-CODE     PIC X(4).
           03  FILLER               PIC X VALUE SPACE.

      *************************************************************
      * EMPLOYER COSTS - ONE ENTRY PER COST CODE WITH THE EXPENSE  *
      * ACCOUNT PREFIX (DEPARTMENT CODE APPENDED) AND THE ACCRUED  *
      * LIABILITY ACCOUNT.  THE SUBSCRIPTS LINE UP WITH            *
      * WS-ER-EMP-AMT AND WS-DPT-ER-ENTRY: 1=SOCIAL SECURITY,      *
      * 2=MEDICARE, 3=FUTA, 4=SUTA, 5=401K MATCH.                  *
      *************************************************************
       01  WS-ER-CODE-VALUES.
           03  FILLER               PIC X(18)
                                    VALUE 'SSE5110-2110-SSER '.
           03  FILLER               PIC X(18)
                                    VALUE 'MDE5120-2120-MEDER'.
           03  FILLER               PIC X(18)
                                    VALUE 'FUT5130-2130-FUTA '.
           03  FILLER               PIC X(18)
                                    VALUE 'SUT5140-2140-SUTA '.
           03  FILLER               PIC X(18)
                                    VALUE 'MAT5150-2150-401KM'.
       01  WS-ER-CODE-TABLE REDEFINES WS-ER-CODE-VALUES.
           03  WS-ERC-ENTRY OCCURS 5 TIMES.
               05  WS-ERC-CODE      PIC X(3).
               05  WS-ERC-EXP-PREFIX PIC X(5).
               05  WS-ERC-LIAB-ACCT PIC X(10).

       01  WS-ER-EXP-ACCOUNT.
           03  WS-ERA-PREFIX        PIC X(5).
           03  WS-ERA-DEPT-CODE     PIC X(4).
           03  FILLER               PIC X VALUE SPACE.

       01  WS-ER-COST-CTL.
           03  WS-ER-IX             PIC 9(2) VALUE ZERO.
           03  WS-ER-UNEMP-BASE     PIC 9(7)V99 VALUE ZERO.
           03  WS-ER-UNEMP-WAGES    PIC 9(5)V99 VALUE ZERO.
           03  WS-ER-MATCH-BASIS    PIC 9(4)V99 VALUE ZERO.
           03  WS-ER-MATCH-CAP      PIC 9(5)V99 VALUE ZERO.
           03  WS-ER-MATCH-AMT      PIC 9(4)V99 VALUE ZERO.
           03  WS-ER-SHARE          PIC S9(6)V99 VALUE ZERO.
           03  WS-ER-EMP-TOTAL      PIC 9(5)V99 VALUE ZERO.
           03  WS-ER-DEPT-TOTAL     PIC 9(7)V99 VALUE ZERO.
           03  WS-ER-GRAND-TOTAL    PIC 9(8)V99 VALUE ZERO.
       01  WS-ER-EMP-AREA.
           03  WS-ER-EMP-AMT        OCCURS 5 TIMES PIC 9(4)V99.
       01  WS-ER-ALLOC-AREA.
           03  WS-ER-ALLOC          OCCURS 5 TIMES PIC 9(6)V99.
       01  WS-ER-GRAND-AREA.
           03  WS-ER-GRAND          OCCURS 5 TIMES PIC 9(7)V99.

       01  WS-REG-ER-LINE.
           03  FILLER               PIC X(7) VALUE SPACES.
           03  FILLER               PIC X(9) VALUE 'EMPLOYER '.
           03  FILLER               PIC X(3) VALUE 'SS '.
           03  WS-REL-SS            PIC ZZZ9.99.
           03  FILLER               PIC X(5) VALUE ' MED '.
           03  WS-REL-MED           PIC ZZZ9.99.
           03  FILLER               PIC X(5) VALUE ' FUT '.
           03  WS-REL-FUTA          PIC ZZZ9.99.
           03  FILLER               PIC X(5) VALUE ' SUT '.
           03  WS-REL-SUTA          PIC ZZZ9.99.
           03  FILLER               PIC X(5) VALUE ' MAT '.
           03  WS-REL-MATCH         PIC ZZZ9.99.

       01  WS-REG-ER-HEAD-LINE.
           03  FILLER               PIC X(40)
               VALUE 'EMPLOYER COST - ACCRUED, NOT WITHHELD'.
       01  WS-REG-ER-COL-LINE.
           03  FILLER               PIC X(10) VALUE SPACES.
           03  FILLER               PIC X(11) VALUE '    SOC SEC'.
           03  FILLER               PIC X(11) VALUE '   MEDICARE'.
           03  FILLER               PIC X(11) VALUE '       FUTA'.
           03  FILLER               PIC X(11) VALUE '       SUTA'.
           03  FILLER               PIC X(11) VALUE '  401K MTCH'.
           03  FILLER               PIC X(13) VALUE '        TOTAL'.
       01  WS-REG-ER-DEPT-LINE.
           03  WS-RED-LABEL         PIC X(10).
           03  WS-RED-AMT           OCCURS 5 TIMES PIC ZZZZ,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RED-TOTAL         PIC ZZZZZ,ZZ9.99.

       01  WS-REGISTER-TOTALS.
           03  WS-CTL-COUNT         PIC 9(4) VALUE ZERO.
           03  WS-CTL-REG-HRS       PIC 9(5)V99 VALUE ZERO.
           03  WS-EM-EOF            PIC X VALUE 'N'.
           03  WS-DUP-FLAG          PIC X VALUE 'N'.

       01  WS-REMIT-CHECK-CTL.
           03  WS-RMT-ON-FILE       PIC X VALUE 'N'.
           03  WS-RMT-GL-EOF        PIC X VALUE 'N'.
           03  WS-RMT-REMITTED      PIC 9(7) VALUE ZERO.
           03  WS-RMT-READ-COUNT    PIC 9(7) VALUE ZERO.
           03  WS-RMT-OPEN-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-HIST-WRITE-CTL.
           03  WS-PH-WRITTEN        PIC X VALUE 'N'.

      *************************************************************
      * RETROACTIVE PAY - OPEN RETRO EARNINGS TRANSACTIONS PAY     *
      * AFTER THE TIMECARDS, EACH AS ITS OWN EARNINGS LINE         *
      *************************************************************
       01  WS-RETRO-CTL.
           03  WS-RETRO-PAY         PIC X VALUE 'N'.
           03  WS-RT-EOF            PIC X VALUE 'N'.
           03  WS-RETRO-PAID-COUNT  PIC 9(4) VALUE ZERO.
           03  WS-RETRO-HELD-COUNT  PIC 9(4) VALUE ZERO.
           03  WS-RETRO-HELD-REASON PIC X(30) VALUE SPACES.
       01  WS-RETRO-EFF-SORT.
           03  WS-RES-YEAR          PIC XXXX.
           03  WS-RES-MONTH         PIC XX.
           03  WS-RES-DAY           PIC XX.
       01  WS-RETRO-EFF-SHOW.
           03  WS-REF-MONTH         PIC XX.
           03  FILLER               PIC X VALUE '/'.
           03  WS-REF-DAY           PIC XX.
           03  FILLER               PIC X VALUE '/'.
           03  WS-REF-YEAR          PIC XXXX.
       01  WS-REG-RETRO-LINE.
           03  FILLER               PIC X(7) VALUE SPACES.
           03  FILLER               PIC X(21) VALUE
               'RETRO PAY - RATE EFF '.
           03  WS-RRL-EFF-DATE      PIC X(10).
           03  FILLER               PIC X(5) VALUE ' OLD '.
           03  WS-RRL-OLD-RATE      PIC Z9.99.
           03  FILLER               PIC X(5) VALUE ' NEW '.
           03  WS-RRL-NEW-RATE      PIC Z9.99.
           03  FILLER               PIC X(9) VALUE ' PERIODS '.
           03  WS-RRL-PERIODS       PIC ZZ9.
       01  WS-RETRO-HELD-LINE.
           03  WS-RHL-EMP-ID        PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RHL-EMP-NAME      PIC X(20).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  FILLER               PIC X(17) VALUE
               'RETRO PAY HELD - '.
           03  WS-RHL-REASON        PIC X(30).

       01  WS-JOB-RATE-CTL.
           03  WS-JR-COUNT          PIC 9(2) VALUE ZERO.
           03  WS-JR-SUB            PIC 9(2) VALUE ZERO.
               05  WS-GRL-HRS-TYPE  PIC X.
               05  WS-GRL-RATE      PIC 9(3)V99.
               05  WS-GRL-VALUE     PIC 9(5)V99.
               05  WS-GRL-BASE-VALUE PIC 9(5)V99.
               05  WS-GRL-JOB-CODE  PIC X(4).

      *************************************************************
      * PER-EMPLOYEE DEPARTMENT ALLOCATION - DEPT SUBTOTALS AND GL *
           03  WS-ALC-TAX-SHARE     PIC S9(6)V99 VALUE ZERO.
           03  WS-ALC-DED-SHARE     PIC S9(6)V99 VALUE ZERO.
           03  WS-ALC-NET-SHARE     PIC S9(6)V99 VALUE ZERO.
           03  WS-ALC-OT-HRS-LEFT   PIC S9(3)V99 VALUE ZERO.
       01  WS-ALLOC-TABLE.
           03  WS-ALC-ENTRY OCCURS 8 TIMES.
               05  WS-ALC-DEPT-CODE PIC X(4).
               05  WS-ALC-HOURS     PIC 9(3)V99.
               05  WS-ALC-GROSS     PIC 9(6)V99.
               05  WS-ALC-JOB-CODE  PIC X(4).
               05  WS-ALC-REG-HRS   PIC S9(3)V99.
               05  WS-ALC-OT-HRS    PIC S9(3)V99.
               05  WS-ALC-DIFF-HRS  PIC S9(3)V99.
               05  WS-ALC-LEAVE-HRS PIC S9(3)V99.
               05  WS-ALC-REG-PAY   PIC S9(6)V99.
               05  WS-ALC-OT-PAY    PIC S9(6)V99.
               05  WS-ALC-DIFF-PAY  PIC S9(6)V99.
               05  WS-ALC-LEAVE-PAY PIC S9(6)V99.

      *************************************************************
      * ONE LINE'S SHARE SPLIT INTO REGULAR, OVERTIME,             *
      * DIFFERENTIAL AND LEAVE FOR THE LABOR COST DISTRIBUTION     *
      *************************************************************
       01  WS-LINE-SPLIT.
           03  WS-LS-REG-HRS        PIC S9(3)V99.
           03  WS-LS-OT-HRS         PIC S9(3)V99.
           03  WS-LS-DIFF-HRS       PIC S9(3)V99.
           03  WS-LS-LEAVE-HRS      PIC S9(3)V99.
           03  WS-LS-REG-PAY        PIC S9(6)V99.
           03  WS-LS-OT-PAY         PIC S9(6)V99.
           03  WS-LS-DIFF-PAY       PIC S9(6)V99.
           03  WS-LS-LEAVE-PAY      PIC S9(6)V99.
           03  WS-LS-STRAIGHT       PIC S9(6)V99.

       01  WS-TC-BAL-CTL.
           03  WS-TCB-HDR-SEEN      PIC X VALUE 'N'.
               05  WS-DC-FLAT       PIC 9(4)V99.
               05  WS-DC-GARN       PIC X.
               05  WS-DC-GL-ACCT    PIC X(10).
               05  WS-DC-MATCH-PCT  PIC 9V999.
               05  WS-DC-MATCH-MAX  PIC V999.

       01  WS-EMP-DED-CTL.
           03  WS-EMP-DED-COUNT     PIC 9(2) VALUE ZERO.
               05  WS-EDD-GARN      PIC X.
               05  WS-EDD-GL-ACCT   PIC X(10).
               05  WS-EDD-NEW-BAL   PIC 9(6)V99.
               05  WS-EDD-MATCH-PCT PIC 9V999.
               05  WS-EDD-MATCH-MAX PIC V999.

       01  WS-DED-SHOW-AREA.
           03  WS-DED-SHOW-1        PIC X(12).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RDD-AMOUNT        PIC ZZZ9.99.

      * SOCIAL SECURITY AND MEDICARE RATES AND LIMITS, AND THE
      * EMPLOYER FUTA AND SUTA WAGE BASES AND RATES, ARE LOADED
      * FROM THE TAXLIMIT.DAT RECORD FOR THE YEAR OF THE PAY DATE
       01  WS-TAX-LIMIT-CTL.
           03  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE ZERO.
           03  WS-FICA-PCT          PIC V9999 VALUE ZERO.
           03  WS-MEDICARE-PCT      PIC V9999 VALUE ZERO.
           03  WS-ADDL-MED-THRESH   PIC 9(7)V99 VALUE ZERO.
           03  WS-ADDL-MED-PCT      PIC V9999 VALUE ZERO.
           03  WS-FUTA-WAGE-BASE    PIC 9(7)V99 VALUE ZERO.
           03  WS-FUTA-PCT          PIC V9999 VALUE ZERO.
           03  WS-SUTA-WAGE-BASE    PIC 9(7)V99 VALUE ZERO.
           03  WS-SUTA-PCT          PIC V9999 VALUE ZERO.
           03  WS-PRIOR-GROSS       PIC 9(6)V99 VALUE ZERO.
           03  WS-PRIOR-SS-WAGES    PIC 9(6)V99 VALUE ZERO.
           03  WS-PRIOR-SS-TAX      PIC 9(5)V99 VALUE ZERO.
           03  WS-PRIOR-MED-WAGES   PIC 9(6)V99 VALUE ZERO.
           03  WS-SS-WAGES          PIC 9(5)V99 VALUE ZERO.
           03  WS-MED-WAGES         PIC 9(5)V99 VALUE ZERO.
           03  WS-ADDL-MED-WAGES    PIC 9(5)V99 VALUE ZERO.
           03  WS-LIMIT-WORK        PIC S9(7)V99 VALUE ZERO.
       01  WS-DIFF-PCT              PIC V99   VALUE .10.

      * LEAVE ACCRUES ON HOURS WORKED - ROUGHLY TWO WEEKS VACATION
                MOVE WS-SHIFT-MAX-PARM TO WS-SHIFT-MAX-HRS
           END-IF.
           PERFORM 045-SELECT-PAY-PERIOD.
           IF WS-RESTART-FLAG NOT = 'Y'
                PERFORM 047-CHECK-DED-REMITTED
           END-IF.
           PERFORM 050-OPEN-FILES.
           IF WS-RUN-MODE = 'BATCH'
                PERFORM 700-BATCH-MAIN-PROCEDURE
                              TO WS-ERROR-MSG
                          DISPLAY SCRN-ERROR-LINE
                     ELSE
                          PERFORM 807-CALC-EMPLOYER-COST
                          PERFORM 810-UPDATE-YTD
                          PERFORM 815-UPDATE-LEAVE
                          PERFORM 820-WRITE-HISTORY
                          PERFORM 830-WRITE-REGISTER-DETAIL
                          PERFORM 840-WRITE-GL-STUB
                          PERFORM 806-POST-DEDUCTIONS
                          PERFORM 846-POST-EMPLOYER-COST
                          PERFORM 850-WRITE-DIRECT-DEPOSIT
                          PERFORM 755-RECORD-EMP-PAID
                     END-IF
                DISPLAY 'ERROR OPENING TIMECARD FILE - STATUS '
                    WS-TIMECARD-STATUS
                DISPLAY 'BATCH RUN ABORTED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 705-BALANCE-TIMECARD-FILE.
           CLOSE TIMECARD-FILE.
      * FROM HERE ON A NEW RUN IS POSTING, SO IT ALWAYS LEAVES A
      * CHECKPOINT - ONE THAT DIES BEFORE THE FIRST INTERVAL IS
      * RESTARTED, NOT STARTED OVER ON TOP OF WHAT IT WROTE
           IF WS-RESTART-FLAG NOT = 'Y'
                PERFORM 930-WRITE-CHECKPOINT
           END-IF.
           OPEN INPUT TIMECARD-FILE.
           MOVE 'N' TO WS-TC-EOF.
           PERFORM 710-READ-TIMECARD.
                DISPLAY 'RESTART EMPLOYEE ID ' WS-RESTART-EMP-ID
                    ' NEVER MATCHED A TIMECARD RECORD'
                DISPLAY 'BATCH RUN ABORTED - NO RECORDS PROCESSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 730-PAY-RETRO-TRANSACTIONS.
           PERFORM 940-RESET-CHECKPOINT.
           PERFORM 880-RECONCILE-NO-SHOWS.

                        MOVE 'N' TO WS-SKIP-MODE
                    NOT AT END
                        MOVE CK-LAST-EMP-ID TO WS-RESTART-EMP-ID
                            WS-CKPT-EMP-ID
      * A CHECKPOINT TAKEN BEFORE ANY TIMECARD WAS PAID (THE ONE A
      * NEW RUN WRITES AT THE START, OR ONE DURING THE RETRO
      * PAYMENTS) HAS NO TIMECARDS TO SKIP
                        IF CK-LAST-EMP-ID = ZERO
                             MOVE 'N' TO WS-SKIP-MODE
                        ELSE
                             MOVE 'Y' TO WS-SKIP-MODE
                        END-IF
                        MOVE CK-RECORD-COUNT TO WS-CTL-COUNT
                        MOVE CK-TOTAL-REG-HRS TO WS-CTL-REG-HRS
                        MOVE CK-TOTAL-OT-HRS TO WS-CTL-OT-HRS
                     DISPLAY 'NET PAY NOT POSITIVE - EMP '
                         WS-EMPLOYEE-ID ' HELD FOR REVIEW'
                ELSE
                     PERFORM 807-CALC-EMPLOYER-COST
                     PERFORM 810-UPDATE-YTD
                     PERFORM 817-UPDATE-LEAVE-GROUP
                     PERFORM 820-WRITE-HISTORY
                     PERFORM 830-WRITE-REGISTER-DETAIL
                     PERFORM 840-WRITE-GL-STUB
                     PERFORM 806-POST-DEDUCTIONS
                     PERFORM 846-POST-EMPLOYER-COST
                     PERFORM 850-WRITE-DIRECT-DEPOSIT
                     PERFORM 755-RECORD-EMP-PAID
                     MOVE WS-EMPLOYEE-ID TO WS-CKPT-EMP-ID
                     ADD 1 TO WS-CKPT-COUNTER
                     IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
                          PERFORM 930-WRITE-CHECKPOINT
           MOVE WS-GRP-ALL-HRS TO WS-TOTAL-HRS.
           MOVE ZERO TO WS-WRK-ALLOC-NO.
           MOVE WS-GRP-WORKED-GROSS TO WS-ALC-REMAIN.
           COMPUTE WS-ALC-OT-HRS-LEFT = WS-OT-HRS + WS-OT-HRS-DBL.
           PERFORM 774-ALLOCATE-GROUP-LINE
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-LINE-COUNT.
                IF WS-JR-SUB NOT = ZERO
                     MOVE WS-JRT-REG-RATE (WS-JR-SUB)
                         TO WS-LINE-RATE
                     MOVE WS-JRT-DEPT-CODE (WS-JR-SUB)
                         TO WS-GRL-JOB-CODE (WS-GRP-IX)
                ELSE
                     MOVE WS-MASTER-RATE TO WS-LINE-RATE
                     MOVE SPACES TO WS-GRL-JOB-CODE (WS-GRP-IX)
                END-IF
                COMPUTE WS-GRL-BASE-VALUE (WS-GRP-IX) ROUNDED =
                    WS-LINE-RATE * WS-GRL-HOURS (WS-GRP-IX)
                IF WS-GRL-DIFF-FLAG (WS-GRP-IX) = 'Y' OR 'y'
                     COMPUTE WS-LINE-RATE ROUNDED =
                         WS-LINE-RATE * (1 + WS-DIFF-PCT)
                COMPUTE WS-LINE-VALUE ROUNDED =
                    WS-LINE-RATE * WS-GRL-HOURS (WS-GRP-IX)
                ADD WS-LINE-VALUE TO WS-GRP-LEAVE-GROSS
                MOVE WS-LINE-VALUE TO WS-GRL-BASE-VALUE (WS-GRP-IX)
                MOVE SPACES TO WS-GRL-JOB-CODE (WS-GRP-IX)
           END-IF.
           MOVE WS-LINE-RATE TO WS-GRL-RATE (WS-GRP-IX).
           MOVE WS-LINE-VALUE TO WS-GRL-VALUE (WS-GRP-IX).
      * WORKED GROSS (STRAIGHT PLUS OVERTIME PREMIUM) SPREADS      *
      * ACROSS THE LINES BY RATE-WEIGHTED VALUE; THE LAST WORKED   *
      * LINE TAKES THE ROUNDING REMAINDER SO THE SHARES ALWAYS     *
      * ADD BACK TO THE EMPLOYEE'S GROSS.  OVERTIME HOURS SPREAD   *
      * THE SAME WAY BY HOURS WORKED ON EACH LINE                  *
      *************************************************************
       774-ALLOCATE-GROUP-LINE.
           MOVE ZEROS TO WS-LINE-SPLIT.
           IF WS-GRL-HRS-TYPE (WS-GRP-IX) = 'W'
                ADD 1 TO WS-WRK-ALLOC-NO
                IF WS-WRK-ALLOC-NO = WS-GRP-WORKED-LINES
                     MOVE WS-ALC-REMAIN TO WS-LINE-VALUE
                     MOVE WS-ALC-OT-HRS-LEFT TO WS-LS-OT-HRS
                ELSE
                     IF WS-GRP-STRAIGHT-VAL = ZERO
                          MOVE ZERO TO WS-LINE-VALUE
                              / WS-GRP-STRAIGHT-VAL
                     END-IF
                     SUBTRACT WS-LINE-VALUE FROM WS-ALC-REMAIN
                     IF WS-GRP-WORKED-HRS NOT = ZERO
                          COMPUTE WS-LS-OT-HRS ROUNDED =
                              (WS-OT-HRS + WS-OT-HRS-DBL)
                              * WS-GRL-HOURS (WS-GRP-IX)
                              / WS-GRP-WORKED-HRS
                     END-IF
                     SUBTRACT WS-LS-OT-HRS FROM WS-ALC-OT-HRS-LEFT
                END-IF
                PERFORM 778-SPLIT-WORKED-LINE
           ELSE
                MOVE WS-GRL-VALUE (WS-GRP-IX) TO WS-LINE-VALUE
                MOVE WS-GRL-HOURS (WS-GRP-IX) TO WS-LS-LEAVE-HRS
                MOVE WS-LINE-VALUE TO WS-LS-LEAVE-PAY
           END-IF.
           PERFORM 775-ADD-ALLOC-ENTRY.

      * STRAIGHT TIME AT THE UNDIFFERENTIATED RATE IS REGULAR, THE
      * REST OF THE LINE'S PRICED VALUE IS DIFFERENTIAL AND WHAT THE
      * SHARE ADDS ON TOP OF THAT IS OVERTIME PREMIUM
       778-SPLIT-WORKED-LINE.
           COMPUTE WS-LS-REG-HRS =
               WS-GRL-HOURS (WS-GRP-IX) - WS-LS-OT-HRS.
           IF WS-GRL-DIFF-FLAG (WS-GRP-IX) = 'Y' OR 'y'
                MOVE WS-GRL-HOURS (WS-GRP-IX) TO WS-LS-DIFF-HRS
           END-IF.
           MOVE WS-GRL-BASE-VALUE (WS-GRP-IX) TO WS-LS-REG-PAY.
           COMPUTE WS-LS-DIFF-PAY = WS-GRL-VALUE (WS-GRP-IX)
               - WS-GRL-BASE-VALUE (WS-GRP-IX).
           COMPUTE WS-LS-OT-PAY =
               WS-LINE-VALUE - WS-GRL-VALUE (WS-GRP-IX).

       775-ADD-ALLOC-ENTRY.
           MOVE ZERO TO WS-ALC-SUB.
           PERFORM VARYING WS-ALC-IX FROM 1 BY 1
                    TO WS-ALC-DEPT-CODE (WS-ALC-SUB)
                MOVE ZEROS TO WS-ALC-HOURS (WS-ALC-SUB)
                    WS-ALC-GROSS (WS-ALC-SUB)
                PERFORM 779-CLEAR-ALLOC-SPLIT
           END-IF.
           IF WS-ALC-SUB NOT = ZERO
                ADD WS-GRL-HOURS (WS-GRP-IX)
                    TO WS-ALC-HOURS (WS-ALC-SUB)
                ADD WS-LINE-VALUE TO WS-ALC-GROSS (WS-ALC-SUB)
                IF WS-ALC-JOB-CODE (WS-ALC-SUB) = SPACES
                     MOVE WS-GRL-JOB-CODE (WS-GRP-IX)
                         TO WS-ALC-JOB-CODE (WS-ALC-SUB)
                END-IF
                ADD WS-LS-REG-HRS TO WS-ALC-REG-HRS (WS-ALC-SUB)
                ADD WS-LS-OT-HRS TO WS-ALC-OT-HRS (WS-ALC-SUB)
                ADD WS-LS-DIFF-HRS TO WS-ALC-DIFF-HRS (WS-ALC-SUB)
                ADD WS-LS-LEAVE-HRS TO WS-ALC-LEAVE-HRS (WS-ALC-SUB)
                ADD WS-LS-REG-PAY TO WS-ALC-REG-PAY (WS-ALC-SUB)
                ADD WS-LS-OT-PAY TO WS-ALC-OT-PAY (WS-ALC-SUB)
                ADD WS-LS-DIFF-PAY TO WS-ALC-DIFF-PAY (WS-ALC-SUB)
                ADD WS-LS-LEAVE-PAY TO WS-ALC-LEAVE-PAY (WS-ALC-SUB)
           END-IF.

       779-CLEAR-ALLOC-SPLIT.
           MOVE SPACES TO WS-ALC-JOB-CODE (WS-ALC-SUB).
           MOVE ZEROS TO WS-ALC-REG-HRS (WS-ALC-SUB)
               WS-ALC-OT-HRS (WS-ALC-SUB)
               WS-ALC-DIFF-HRS (WS-ALC-SUB)
               WS-ALC-LEAVE-HRS (WS-ALC-SUB)
               WS-ALC-REG-PAY (WS-ALC-SUB)
               WS-ALC-OT-PAY (WS-ALC-SUB)
               WS-ALC-DIFF-PAY (WS-ALC-SUB)
               WS-ALC-LEAVE-PAY (WS-ALC-SUB).

       817-UPDATE-LEAVE-GROUP.
           MOVE WS-EMPLOYEE-ID TO LB-EMP-ID.
               + (WS-GRP-WORKED-HRS * WS-SICK-ACCRUAL-PCT)
               - WS-GRP-SICK-HRS.

      *************************************************************
      * RETROACTIVE PAY - EVERY OPEN RETRO EARNINGS TRANSACTION    *
      * PAYS AFTER THE TIMECARDS AS ITS OWN EARNINGS LINE WITH ITS *
      * OWN TAXES, A 'T' HISTORY RECORD, GL STUB, REGISTER LINE    *
      * AND DEPOSIT OR CHECK.  EACH IS MARKED PAID AND             *
      * CHECKPOINTED AS IT GOES, SO A RESTART PAYS ONLY WHAT IS    *
      * STILL OPEN.  A TERMINATED OR UNKNOWN EMPLOYEE, OR A RETRO  *
      * WHOSE TAXES LEAVE NO NET, STAYS OPEN AND IS REPORTED.      *
      *************************************************************
       730-PAY-RETRO-TRANSACTIONS.
           MOVE ZEROS TO WS-RETRO-PAID-COUNT WS-RETRO-HELD-COUNT.
           OPEN I-O RETRO-TRANS-FILE.
           IF WS-RETRO-TRN-STATUS NOT = '35'
                IF WS-RETRO-TRN-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING RETRO TRANSACTION FILE - '
                         'STATUS ' WS-RETRO-TRN-STATUS
                     DISPLAY 'BATCH RUN ABORTED - RESTART TO PAY '
                         'RETRO TRANSACTIONS'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE LOW-VALUES TO RT-TRANS-KEY
                MOVE 'N' TO WS-RT-EOF
                START RETRO-TRANS-FILE KEY NOT < RT-TRANS-KEY
                    INVALID KEY MOVE 'Y' TO WS-RT-EOF
                END-START
                PERFORM UNTIL WS-RT-EOF = 'Y'
                     READ RETRO-TRANS-FILE NEXT RECORD
                         AT END MOVE 'Y' TO WS-RT-EOF
                         NOT AT END
                             IF RT-OPEN
                                  PERFORM 732-PAY-ONE-RETRO
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE RETRO-TRANS-FILE
                IF WS-RETRO-PAID-COUNT > ZERO
                   OR WS-RETRO-HELD-COUNT > ZERO
                     DISPLAY 'RETRO PAYMENTS MADE: '
                         WS-RETRO-PAID-COUNT
                         '  HELD: ' WS-RETRO-HELD-COUNT
                END-IF
           END-IF.

       732-PAY-ONE-RETRO.
           MOVE RT-EMP-ID TO WS-EMPLOYEE-ID.
           MOVE 'Y' TO WS-VALID-INPUT.
           PERFORM 200-LOOKUP-EMPLOYEE.
           IF WS-EMP-FOUND = 'N'
                IF WS-EMP-NAME = 'EMPLOYEE TERMINATED'
                     MOVE 'EMPLOYEE TERMINATED'
                         TO WS-RETRO-HELD-REASON
                ELSE
                     MOVE 'EMPLOYEE NOT ON MASTER FILE'
                         TO WS-RETRO-HELD-REASON
                END-IF
                PERFORM 737-WRITE-RETRO-HELD
           ELSE
                PERFORM 210-VALIDATE-FILING-STATUS
                IF WS-FILING-STATUS-OK = 'N'
                     MOVE 'S' TO WS-FILING-STATUS
                     DISPLAY 'EMP ' WS-EMPLOYEE-ID
                         ' BAD FILING STATUS - SET TO S'
                END-IF
                MOVE 'Y' TO WS-RETRO-PAY
                PERFORM 734-SET-RETRO-EARNINGS
                PERFORM 790-BUILD-SINGLE-ALLOC
                PERFORM 800-CALC-TAXES
                PERFORM 802-CALC-DEDUCTIONS
                IF WS-NET-PAY-OK = 'N'
                     PERFORM 805-WRITE-NET-PAY-EXCEPTION
                     MOVE 'NET PAY NOT POSITIVE'
                         TO WS-RETRO-HELD-REASON
                     PERFORM 737-WRITE-RETRO-HELD
                ELSE
                     PERFORM 807-CALC-EMPLOYER-COST
                     PERFORM 810-UPDATE-YTD
                     PERFORM 820-WRITE-HISTORY
                     PERFORM 736-WRITE-RETRO-REG-LINE
                     PERFORM 830-WRITE-REGISTER-DETAIL
                     PERFORM 840-WRITE-GL-STUB
                     PERFORM 806-POST-DEDUCTIONS
                     PERFORM 846-POST-EMPLOYER-COST
                     PERFORM 850-WRITE-DIRECT-DEPOSIT
                     PERFORM 738-MARK-RETRO-PAID
                     ADD 1 TO WS-RETRO-PAID-COUNT
                     ADD 1 TO WS-CKPT-COUNTER
                     IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
                          PERFORM 930-WRITE-CHECKPOINT
                          MOVE ZERO TO WS-CKPT-COUNTER
                     END-IF
                END-IF
                MOVE 'N' TO WS-RETRO-PAY
           END-IF.

      * NO HOURS - THE RETRO IS PURE EARNINGS AT THE NEW RATE, ONE
      * WEEK'S WORTH OF TAX TABLE AGAINST THE WHOLE DIFFERENCE
       734-SET-RETRO-EARNINGS.
           MOVE ZEROS TO WS-TOTAL-HRS WS-REG-HRS WS-OT-HRS
               WS-OT-HRS-DBL WS-OT-RATE WS-OT-RATE-DBL.
           MOVE 'N' TO WS-DIFF-FLAG.
           MOVE 'W' TO WS-HRS-TYPE.
           MOVE RT-NEW-RATE TO WS-REG-RATE.
           MOVE RT-REG-EARNINGS TO WS-REG-EARNINGS.
           MOVE RT-OT-EARNINGS TO WS-OT-EARNINGS.
           MOVE RT-DBL-EARNINGS TO WS-OT-EARNINGS-DBL.
           MOVE RT-TOTAL-EARNINGS TO WS-TOTAL-EARNINGS.

       736-WRITE-RETRO-REG-LINE.
           MOVE RT-EFF-DATE TO WS-RETRO-EFF-SORT.
           MOVE WS-RES-YEAR TO WS-REF-YEAR.
           MOVE WS-RES-MONTH TO WS-REF-MONTH.
           MOVE WS-RES-DAY TO WS-REF-DAY.
           MOVE WS-RETRO-EFF-SHOW TO WS-RRL-EFF-DATE.
           MOVE RT-OLD-RATE TO WS-RRL-OLD-RATE.
           MOVE RT-NEW-RATE TO WS-RRL-NEW-RATE.
           MOVE RT-PERIOD-COUNT TO WS-RRL-PERIODS.
           MOVE WS-REG-RETRO-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.

       737-WRITE-RETRO-HELD.
           ADD 1 TO WS-RETRO-HELD-COUNT.
           DISPLAY 'RETRO PAY HELD - EMP ' WS-EMPLOYEE-ID
               ' - ' WS-RETRO-HELD-REASON.
           MOVE WS-EMPLOYEE-ID TO WS-RHL-EMP-ID.
           MOVE WS-EMP-NAME TO WS-RHL-EMP-NAME.
           MOVE WS-RETRO-HELD-REASON TO WS-RHL-REASON.
           MOVE WS-RETRO-HELD-LINE TO EXCEPTION-RPT-RECORD.
           WRITE EXCEPTION-RPT-RECORD.

       738-MARK-RETRO-PAID.
           MOVE 'P' TO RT-STATUS-FLAG.
           MOVE WS-OFFICIAL-PAY-DATE TO RT-PAID-DATE.
           REWRITE RETRO-TRANS-RECORD.
           IF WS-RETRO-TRN-STATUS NOT = '00'
                DISPLAY 'ERROR MARKING RETRO PAID - STATUS '
                    WS-RETRO-TRN-STATUS ' - EMP ' WS-EMPLOYEE-ID
                DISPLAY 'MARK IT PAID BEFORE THE NEXT RUN OR IT '
                    'WILL PAY AGAIN'
           END-IF.

       745-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FLAG.
           IF WS-PAID-COUNT > ZERO
           END-READ.

       930-WRITE-CHECKPOINT.
           MOVE WS-CKPT-EMP-ID TO CK-LAST-EMP-ID.
           MOVE WS-CTL-COUNT TO CK-RECORD-COUNT.
           MOVE WS-CTL-REG-HRS TO CK-TOTAL-REG-HRS.
           MOVE WS-CTL-OT-HRS TO CK-TOTAL-OT-HRS.
           IF WS-PAY-CAL-STATUS = '35'
                DISPLAY 'PAY PERIOD CALENDAR NOT FOUND - RUN '
                    'GARCIA-P03-CAL-MAINT TO SET UP PERIODS'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-PAY-CAL-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PAY PERIOD FILE - STATUS '
                    WS-PAY-CAL-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-PERIOD-PARM NOT = SPACES
                    INVALID KEY
                        DISPLAY 'PAY PERIOD ENDING ' WS-PERIOD-PARM
                            ' NOT ON CALENDAR - RUN REFUSED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-READ
                MOVE 'Y' TO WS-PERIOD-FOUND
                IF WS-PERIOD-FOUND = 'N'
                     DISPLAY 'NO OPEN PAY PERIOD ON CALENDAR - '
                         'RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.
           IF PC-PAID
                DISPLAY 'PAY PERIOD ENDING ' PC-PERIOD-END
                    ' IS ALREADY PAID - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF PC-CLOSED
                DISPLAY 'PAY PERIOD ENDING ' PC-PERIOD-END
                    ' IS CLOSED - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
      * BACKSTOP AGAINST A BADLY KEYED CALENDAR RECORD - A BLANK
           IF PC-PAY-DATE = SPACES
                DISPLAY 'PAY PERIOD ENDING ' PC-PERIOD-END
                    ' HAS NO PAY DATE - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE PC-PERIOD-END-KEY TO WS-RUN-PERIOD-KEY.
           DISPLAY 'PAYING PERIOD ' PC-PERIOD-START ' - '
               PC-PERIOD-END ' PAY DATE ' PC-PAY-DATE.

      *************************************************************
      * A NEW RUN STARTS GLEXPORT.DAT OVER.  ANY 'D' DEDUCTION     *
      * LINE PAST THE COUNT GARCIA-P03-DED-REMIT HAS ALREADY PAID  *
      * OUT WOULD BE LOST WITH IT, SO THE RUN IS REFUSED UNTIL     *
      * THE REMITTANCE HAS BEEN RUN.  NO CONTROL RECORD MEANS      *
      * NOTHING HAS BEEN TRACKED YET.                              *
      *************************************************************
       047-CHECK-DED-REMITTED.
           MOVE 'N' TO WS-RMT-ON-FILE.
           OPEN INPUT DED-REMIT-CTL-FILE.
           IF WS-REMIT-CTL-STATUS = '00'
                READ DED-REMIT-CTL-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE 'Y' TO WS-RMT-ON-FILE
                        MOVE DR-REMITTED-COUNT TO WS-RMT-REMITTED
                END-READ
                CLOSE DED-REMIT-CTL-FILE
           END-IF.
           IF WS-RMT-ON-FILE = 'Y'
                OPEN INPUT GL-EXPORT-FILE
                IF WS-GL-EXPORT-STATUS = '00'
                     MOVE 'N' TO WS-RMT-GL-EOF
                     PERFORM 048-COUNT-UNREMITTED
                         UNTIL WS-RMT-GL-EOF = 'Y'
                     CLOSE GL-EXPORT-FILE
                END-IF
           END-IF.
           IF WS-RMT-OPEN-COUNT > ZERO
                DISPLAY WS-RMT-OPEN-COUNT ' DEDUCTION LINES ON '
                    'GLEXPORT.DAT NOT YET REMITTED - RUN REFUSED'
                DISPLAY 'RUN GARCIA-P03-DED-REMIT FIRST'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       048-COUNT-UNREMITTED.
           READ GL-EXPORT-FILE
               AT END MOVE 'Y' TO WS-RMT-GL-EOF
               NOT AT END
                   ADD 1 TO WS-RMT-READ-COUNT
                   IF WS-RMT-READ-COUNT > WS-RMT-REMITTED
                      AND GL-DED-REC-TYPE = 'D'
                        ADD 1 TO WS-RMT-OPEN-COUNT
                   END-IF
           END-READ.

      * THE FRESH GLEXPORT.DAT HAS NOTHING REMITTED ON IT YET
       049-RESET-DED-REMITTED.
           MOVE ZERO TO DR-REMITTED-COUNT DR-LAST-RUN-COUNT
               DR-LAST-D-COUNT.
           MOVE WS-SHOW-DATE TO DR-LAST-RUN-DATE.
           MOVE WS-PROG-DATE-TIME TO DR-LAST-RUN-TIME.
           OPEN OUTPUT DED-REMIT-CTL-FILE.
           IF WS-REMIT-CTL-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING REMITTANCE CONTROL FILE - '
                    'STATUS ' WS-REMIT-CTL-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           WRITE DED-REMIT-CTL-RECORD.
           CLOSE DED-REMIT-CTL-FILE.

       050-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-MAST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE MASTER FILE - STATUS '
                    WS-EMP-MAST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O PAYROLL-HISTORY-FILE.
                    WS-PAY-HIST-STATUS
                DISPLAY 'IF STATUS IS 39 RUN GARCIA-P03-HIST-CONV '
                    'TO CONVERT THE OLD SEQUENTIAL FILE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-RESTART-FLAG = 'Y'
           IF WS-PAY-REG-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PAYROLL REGISTER FILE - STATUS '
                    WS-PAY-REG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O EMPLOYEE-YTD-FILE.
           IF WS-EMP-YTD-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE YTD FILE - STATUS '
                    WS-EMP-YTD-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-RESTART-FLAG = 'Y'
           IF WS-GL-EXPORT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING GL EXPORT FILE - STATUS '
                    WS-GL-EXPORT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-RESTART-FLAG NOT = 'Y'
                PERFORM 049-RESET-DED-REMITTED
           END-IF.
           IF WS-RESTART-FLAG = 'Y'
                OPEN EXTEND EXCEPTION-RPT-FILE
           ELSE
           IF WS-EXCEPTION-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EXCEPTION REPORT FILE - STATUS '
                    WS-EXCEPTION-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-RESTART-FLAG = 'Y'
           IF WS-ACH-EXPORT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING ACH EXPORT FILE - STATUS '
                    WS-ACH-EXPORT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O EMPLOYEE-DEDUCT-FILE.
           IF WS-EMP-DED-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE DEDUCTION FILE - '
                    'STATUS ' WS-EMP-DED-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O LEAVE-BALANCE-FILE.
           IF WS-LEAVE-BAL-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING LEAVE BALANCE FILE - STATUS '
                    WS-LEAVE-BAL-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O CHECK-ISSUE-FILE.
           IF WS-CHECK-ISSUE-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING CHECK ISSUE FILE - STATUS '
                    WS-CHECK-ISSUE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O LABOR-DIST-FILE.
           IF WS-LABOR-DIST-STATUS = '35'
                OPEN OUTPUT LABOR-DIST-FILE
                CLOSE LABOR-DIST-FILE
                OPEN I-O LABOR-DIST-FILE
           END-IF.
           IF WS-LABOR-DIST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING LABOR DISTRIBUTION FILE - '
                    'STATUS ' WS-LABOR-DIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-RESTART-FLAG = 'Y'
           IF WS-CHECK-PRINT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING CHECK PRINT FILE - STATUS '
                    WS-CHECK-PRINT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-RESTART-FLAG = 'Y'
           IF WS-CHECK-REG-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING CHECK REGISTER FILE - STATUS '
                    WS-CHECK-REG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 060-GET-NEXT-CHECK-NO.
           PERFORM 055-LOAD-TAX-RATES.
           PERFORM 058-LOAD-DED-CODES.
           PERFORM 062-LOAD-JOB-RATES.
           PERFORM 064-LOAD-TAX-LIMITS.

       062-LOAD-JOB-RATES.
           MOVE SPACES TO WS-JOB-RATE-TABLE.
                IF WS-JOB-RATE-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING JOB RATE FILE - STATUS '
                         WS-JOB-RATE-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE 'N' TO WS-JR-EOF
                    ' NOT LOADED'
           END-IF.

      *************************************************************
      * ONE TAX LIMIT RECORD PER CALENDAR YEAR - THE RUN USES THE  *
      * YEAR OF THE OFFICIAL PAY DATE AND REFUSES TO PAY ANYONE    *
      * WITHOUT ONE, SO A NEW YEAR'S WAGE BASE IS NEVER MISSED     *
      *************************************************************
       064-LOAD-TAX-LIMITS.
           OPEN INPUT TAX-LIMIT-FILE.
           IF WS-TAX-LIMIT-STATUS = '35'
                PERFORM 065-SEED-TAX-LIMITS
                OPEN INPUT TAX-LIMIT-FILE
           END-IF.
           IF WS-TAX-LIMIT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING TAX LIMIT FILE - STATUS '
                    WS-TAX-LIMIT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-OFFICIAL-PAY-DATE TO WS-DATE-SPLIT.
           MOVE WS-DS-YEAR TO TL-TAX-YEAR.
           READ TAX-LIMIT-FILE
               INVALID KEY
                   DISPLAY 'NO TAX LIMITS ON FILE FOR YEAR '
                       WS-DS-YEAR ' - RUN GARCIA-P03-LIM-MAINT'
                   DISPLAY 'RUN ABORTED - NO ONE PAID'
                   CLOSE TAX-LIMIT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE TL-SS-WAGE-BASE TO WS-SS-WAGE-BASE.
           MOVE TL-SS-PCT TO WS-FICA-PCT.
           MOVE TL-MEDICARE-PCT TO WS-MEDICARE-PCT.
           MOVE TL-ADDL-MED-THRESH TO WS-ADDL-MED-THRESH.
           MOVE TL-ADDL-MED-PCT TO WS-ADDL-MED-PCT.
           MOVE TL-FUTA-WAGE-BASE TO WS-FUTA-WAGE-BASE.
           MOVE TL-FUTA-PCT TO WS-FUTA-PCT.
           MOVE TL-SUTA-WAGE-BASE TO WS-SUTA-WAGE-BASE.
           MOVE TL-SUTA-PCT TO WS-SUTA-PCT.
           IF WS-FUTA-PCT = ZERO AND WS-SUTA-PCT = ZERO
                DISPLAY 'NO FUTA/SUTA RATES ON FILE FOR YEAR '
                    WS-DS-YEAR ' - UNEMPLOYMENT TAX NOT ACCRUED'
           END-IF.
           CLOSE TAX-LIMIT-FILE.

       065-SEED-TAX-LIMITS.
           OPEN OUTPUT TAX-LIMIT-FILE.
           MOVE .0620 TO TL-SS-PCT.
           MOVE .0145 TO TL-MEDICARE-PCT.
           MOVE 200000.00 TO TL-ADDL-MED-THRESH.
           MOVE .0090 TO TL-ADDL-MED-PCT.
           MOVE 7000.00 TO TL-FUTA-WAGE-BASE TL-SUTA-WAGE-BASE.
           MOVE .0060 TO TL-FUTA-PCT.
           MOVE .0270 TO TL-SUTA-PCT.
           MOVE 2025 TO TL-TAX-YEAR.
           MOVE 176100.00 TO TL-SS-WAGE-BASE.
           WRITE TAX-LIMIT-RECORD.
           MOVE 2026 TO TL-TAX-YEAR.
           MOVE 184500.00 TO TL-SS-WAGE-BASE.
           WRITE TAX-LIMIT-RECORD.
           CLOSE TAX-LIMIT-FILE.

       060-GET-NEXT-CHECK-NO.
           OPEN INPUT CHECK-NUMBER-FILE.
           IF WS-CHECK-NO-STATUS = '35'
                IF WS-CHECK-NO-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING CHECK NUMBER FILE - '
                         'STATUS ' WS-CHECK-NO-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                READ CHECK-NUMBER-FILE
           IF WS-TAX-RATE-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING TAX RATE FILE - STATUS '
                    WS-TAX-RATE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 'N' TO WS-TR-EOF.
           CLOSE TAX-RATE-FILE.
           IF WS-WH-COUNT = ZERO
                DISPLAY 'TAX RATE FILE IS EMPTY - RUN ABORTED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

                IF WS-DED-CODE-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING DEDUCTION CODE FILE - '
                         'STATUS ' WS-DED-CODE-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE 'N' TO WS-DD-EOF
                MOVE DD-FLAT-AMT TO WS-DC-FLAT (WS-DC-COUNT)
                MOVE DD-GARNISH-FLAG TO WS-DC-GARN (WS-DC-COUNT)
                MOVE DD-GL-ACCOUNT TO WS-DC-GL-ACCT (WS-DC-COUNT)
                MOVE DD-MATCH-PCT TO WS-DC-MATCH-PCT (WS-DC-COUNT)
                MOVE DD-MATCH-MAX-PCT
                    TO WS-DC-MATCH-MAX (WS-DC-COUNT)
           ELSE
                DISPLAY 'DEDUCTION CODE TABLE FULL - CODE '
                    DD-DED-CODE ' NOT LOADED'
           CLOSE CHECK-PRINT-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE PAY-PERIOD-FILE.
           CLOSE LABOR-DIST-FILE.

       200-LOOKUP-EMPLOYEE.
           MOVE WS-EMPLOYEE-ID TO EM-EMP-ID.
           MOVE WS-DEPT-CODE TO WS-ALC-DEPT-CODE (1).
           MOVE WS-TOTAL-HRS TO WS-ALC-HOURS (1).
           MOVE WS-TOTAL-EARNINGS TO WS-ALC-GROSS (1).
           MOVE 1 TO WS-ALC-SUB.
           PERFORM 779-CLEAR-ALLOC-SPLIT.
      * RETRO PAY IS A RATE DIFFERENCE ONLY - NO HOURS ARE PAID AGAIN
           EVALUATE TRUE
               WHEN WS-RETRO-PAY = 'Y'
                   MOVE WS-REG-EARNINGS TO WS-ALC-REG-PAY (1)
                   COMPUTE WS-ALC-OT-PAY (1) =
                       WS-OT-EARNINGS + WS-OT-EARNINGS-DBL
               WHEN WS-HRS-WORKED
                   MOVE WS-REG-HRS TO WS-ALC-REG-HRS (1)
                   COMPUTE WS-ALC-OT-HRS (1) =
                       WS-OT-HRS + WS-OT-HRS-DBL
                   IF WS-DIFF-FLAG = 'Y' OR 'y'
                        MOVE WS-TOTAL-HRS TO WS-ALC-DIFF-HRS (1)
                   END-IF
                   COMPUTE WS-ALC-REG-PAY (1) ROUNDED =
                       WS-MASTER-RATE * WS-TOTAL-HRS
                   COMPUTE WS-LS-STRAIGHT ROUNDED =
                       WS-REG-RATE * WS-TOTAL-HRS
                   COMPUTE WS-ALC-DIFF-PAY (1) =
                       WS-LS-STRAIGHT - WS-ALC-REG-PAY (1)
                   COMPUTE WS-ALC-OT-PAY (1) =
                       WS-TOTAL-EARNINGS - WS-LS-STRAIGHT
               WHEN OTHER
                   MOVE WS-TOTAL-HRS TO WS-ALC-LEAVE-HRS (1)
                   MOVE WS-TOTAL-EARNINGS TO WS-ALC-LEAVE-PAY (1)
           END-EVALUATE.

       800-CALC-TAXES.
           MOVE ZEROS TO WS-FED-TAX WS-STATE-TAX.
                       WS-TOTAL-EARNINGS * WS-WH-STATE-PCT (WH-IDX)
           END-SEARCH.

           PERFORM 801-GET-PRIOR-YTD.
      * SOCIAL SECURITY STOPS AT THE WAGE BASE FOR THE YEAR, AND
      * PENNY ROUNDING NEVER TAKES THE YEAR PAST BASE TIMES RATE
           COMPUTE WS-LIMIT-WORK =
               WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.
           IF WS-TOTAL-EARNINGS > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-SS-WAGES
           ELSE
                MOVE WS-TOTAL-EARNINGS TO WS-SS-WAGES
           END-IF.
           COMPUTE WS-FICA-TAX ROUNDED =
               WS-SS-WAGES * WS-FICA-PCT.
           COMPUTE WS-LIMIT-WORK ROUNDED =
               (WS-SS-WAGE-BASE * WS-FICA-PCT) - WS-PRIOR-SS-TAX.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.
           IF WS-FICA-TAX > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-FICA-TAX
           END-IF.
      * MEDICARE ON EVERY DOLLAR, PLUS THE ADDITIONAL MEDICARE ON
      * THE PART OF YEAR-TO-DATE WAGES ABOVE THE THRESHOLD
           MOVE WS-TOTAL-EARNINGS TO WS-MED-WAGES.
           COMPUTE WS-LIMIT-WORK = WS-PRIOR-MED-WAGES
               + WS-TOTAL-EARNINGS - WS-ADDL-MED-THRESH.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.
           IF WS-LIMIT-WORK > WS-TOTAL-EARNINGS
                MOVE WS-TOTAL-EARNINGS TO WS-LIMIT-WORK
           END-IF.
           MOVE WS-LIMIT-WORK TO WS-ADDL-MED-WAGES.
           COMPUTE WS-MEDICARE-TAX ROUNDED =
               (WS-MED-WAGES * WS-MEDICARE-PCT)
               + (WS-ADDL-MED-WAGES * WS-ADDL-MED-PCT).

           COMPUTE WS-TOTAL-TAX =
               WS-FED-TAX + WS-STATE-TAX + WS-FICA-TAX
                MOVE ZERO TO WS-NET-PAY
           END-IF.

       801-GET-PRIOR-YTD.
           MOVE WS-EMPLOYEE-ID TO YT-EMP-ID.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-PRIOR-SS-WAGES WS-PRIOR-SS-TAX
                       WS-PRIOR-MED-WAGES WS-PRIOR-GROSS
               NOT INVALID KEY
                   MOVE YT-YTD-TOTAL-EARNINGS TO WS-PRIOR-GROSS
                   MOVE YT-YTD-SS-WAGES TO WS-PRIOR-SS-WAGES
                   MOVE YT-YTD-SS-TAX TO WS-PRIOR-SS-TAX
                   MOVE YT-YTD-MED-WAGES TO WS-PRIOR-MED-WAGES
           END-READ.

      *************************************************************
      * VOLUNTARY DEDUCTIONS - APPLIED BETWEEN TAXES AND NET PAY.  *
      * 802 BUILDS THE PER-EMPLOYEE DEDUCTION TABLE AND REDUCES    *
                             IF ED-EMP-ID NOT = WS-EMPLOYEE-ID
                                  MOVE 'Y' TO WS-ED-EOF
                             ELSE
                                  IF WS-RETRO-PAY = 'Y'
                                       PERFORM 819-APPLY-RETRO-DEDUCTION
                                  ELSE
                                       PERFORM 803-APPLY-ONE-DEDUCTION
                                  END-IF
                             END-IF
                     END-READ
                END-PERFORM
                END-IF
           END-IF.

      * A RETRO PAY TAKES ONLY THE PERCENT-OF-GROSS DEDUCTIONS
      * (401K AND THE LIKE) - FLAT AMOUNTS, OVERRIDES AND
      * GARNISHMENTS WERE ALREADY TAKEN IN THE PERIODS IT CORRECTS
       819-APPLY-RETRO-DEDUCTION.
           PERFORM 804-FIND-DED-CODE.
           IF WS-DC-SUB NOT = ZERO
                IF WS-DC-METHOD (WS-DC-SUB) = 'P'
                   AND WS-DC-GARN (WS-DC-SUB) NOT = 'G'
                   AND ED-OVERRIDE-AMT = ZERO
                     PERFORM 803-APPLY-ONE-DEDUCTION
                END-IF
           END-IF.

       809-RECORD-DEDUCTION.
           ADD 1 TO WS-EMP-DED-COUNT.
           ADD WS-DED-WORK-AMT TO WS-TOTAL-DED.
               TO WS-EDD-GARN (WS-EMP-DED-COUNT).
           MOVE WS-DC-GL-ACCT (WS-DC-SUB)
               TO WS-EDD-GL-ACCT (WS-EMP-DED-COUNT).
           MOVE WS-DC-MATCH-PCT (WS-DC-SUB)
               TO WS-EDD-MATCH-PCT (WS-EMP-DED-COUNT).
           MOVE WS-DC-MATCH-MAX (WS-DC-SUB)
               TO WS-EDD-MATCH-MAX (WS-EMP-DED-COUNT).
           IF WS-DC-GARN (WS-DC-SUB) = 'G'
                COMPUTE WS-EDD-NEW-BAL (WS-EMP-DED-COUNT) =
                    ED-GARN-BALANCE - WS-DED-WORK-AMT
                END-READ
           END-IF.

      *************************************************************
      * EMPLOYER COST - WHAT THE COMPANY OWES ON TOP OF GROSS.     *
      * SOCIAL SECURITY MATCHES THE EMPLOYEE'S CAPPED AMOUNT,      *
      * MEDICARE IS THE BASE RATE ONLY (THE ADDITIONAL MEDICARE    *
      * IS EMPLOYEE-ONLY), FUTA AND SUTA RUN ON WAGES UP TO THEIR  *
      * OWN WAGE BASES, AND THE 401K MATCH FOLLOWS EACH            *
      * DEDUCTION CODE'S MATCH PCT.                                *
      *************************************************************
       807-CALC-EMPLOYER-COST.
           MOVE ZEROS TO WS-ER-EMP-AREA.
           MOVE WS-FICA-TAX TO WS-ER-EMP-AMT (1).
           COMPUTE WS-ER-EMP-AMT (2) ROUNDED =
               WS-MED-WAGES * WS-MEDICARE-PCT.
           MOVE WS-FUTA-WAGE-BASE TO WS-ER-UNEMP-BASE.
           PERFORM 813-CALC-UNEMP-WAGES.
           COMPUTE WS-ER-EMP-AMT (3) ROUNDED =
               WS-ER-UNEMP-WAGES * WS-FUTA-PCT.
           MOVE WS-SUTA-WAGE-BASE TO WS-ER-UNEMP-BASE.
           PERFORM 813-CALC-UNEMP-WAGES.
           COMPUTE WS-ER-EMP-AMT (4) ROUNDED =
               WS-ER-UNEMP-WAGES * WS-SUTA-PCT.
           PERFORM 814-CALC-ONE-MATCH
               VARYING WS-EMP-DED-IX FROM 1 BY 1
               UNTIL WS-EMP-DED-IX > WS-EMP-DED-COUNT.
           COMPUTE WS-ER-EMP-TOTAL = WS-ER-EMP-AMT (1)
               + WS-ER-EMP-AMT (2) + WS-ER-EMP-AMT (3)
               + WS-ER-EMP-AMT (4) + WS-ER-EMP-AMT (5).

      * UNEMPLOYMENT WAGES STOP WHEN YEAR-TO-DATE GROSS REACHES
      * THE WAGE BASE IN WS-ER-UNEMP-BASE
       813-CALC-UNEMP-WAGES.
           COMPUTE WS-LIMIT-WORK =
               WS-ER-UNEMP-BASE - WS-PRIOR-GROSS.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.
           IF WS-TOTAL-EARNINGS > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-ER-UNEMP-WAGES
           ELSE
                MOVE WS-TOTAL-EARNINGS TO WS-ER-UNEMP-WAGES
           END-IF.

      * ONLY THE PART OF THE DEDUCTION UP TO THE MATCH CAP (PCT OF
      * GROSS) IS MATCHED
       814-CALC-ONE-MATCH.
           IF WS-EDD-MATCH-PCT (WS-EMP-DED-IX) NOT = ZERO
                MOVE WS-EDD-AMOUNT (WS-EMP-DED-IX)
                    TO WS-ER-MATCH-BASIS
                IF WS-EDD-MATCH-MAX (WS-EMP-DED-IX) NOT = ZERO
                     COMPUTE WS-ER-MATCH-CAP ROUNDED =
                         WS-TOTAL-EARNINGS
                             * WS-EDD-MATCH-MAX (WS-EMP-DED-IX)
                     IF WS-ER-MATCH-BASIS > WS-ER-MATCH-CAP
                          MOVE WS-ER-MATCH-CAP TO WS-ER-MATCH-BASIS
                     END-IF
                END-IF
                COMPUTE WS-ER-MATCH-AMT ROUNDED = WS-ER-MATCH-BASIS
                    * WS-EDD-MATCH-PCT (WS-EMP-DED-IX)
                ADD WS-ER-MATCH-AMT TO WS-ER-EMP-AMT (5)
           END-IF.

       805-WRITE-NET-PAY-EXCEPTION.
           MOVE WS-EMPLOYEE-ID TO WS-NE-EMP-ID.
           MOVE WS-EMP-NAME TO WS-NE-EMP-NAME.
               INVALID KEY
                   MOVE ZEROS TO YT-YTD-HOURS YT-YTD-REG-EARNINGS
                       YT-YTD-OT-EARNINGS YT-YTD-TOTAL-EARNINGS
                       YT-YTD-SS-WAGES YT-YTD-SS-TAX
                       YT-YTD-MED-WAGES YT-YTD-MED-TAX
                   MOVE WS-EMPLOYEE-ID TO YT-EMP-ID
                   PERFORM 811-ADD-TO-YTD
                   WRITE EMPLOYEE-YTD-RECORD
               NOT INVALID KEY
                   PERFORM 811-ADD-TO-YTD
                   REWRITE EMPLOYEE-YTD-RECORD
           END-READ.
           MOVE YT-YTD-TOTAL-EARNINGS TO WS-YTD-GROSS.

       811-ADD-TO-YTD.
           ADD WS-TOTAL-HRS TO YT-YTD-HOURS.
           ADD WS-REG-EARNINGS TO YT-YTD-REG-EARNINGS.
           ADD WS-OT-EARNINGS WS-OT-EARNINGS-DBL
               TO YT-YTD-OT-EARNINGS.
           ADD WS-TOTAL-EARNINGS TO YT-YTD-TOTAL-EARNINGS.
           ADD WS-SS-WAGES TO YT-YTD-SS-WAGES.
           ADD WS-FICA-TAX TO YT-YTD-SS-TAX.
           ADD WS-MED-WAGES TO YT-YTD-MED-WAGES.
           ADD WS-MEDICARE-TAX TO YT-YTD-MED-TAX.

       815-UPDATE-LEAVE.
           MOVE WS-EMPLOYEE-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE-FILE
           MOVE WS-MEDICARE-TAX TO PH-MEDICARE-TAX.
           MOVE WS-TOTAL-DED TO PH-TOTAL-DED.
           MOVE WS-NET-PAY TO PH-NET-PAY.
           IF WS-RETRO-PAY = 'Y'
                MOVE 'T' TO PH-REC-TYPE
           ELSE
                MOVE 'P' TO PH-REC-TYPE
           END-IF.
      * A LATE CORRECTION RUN CAN ADD A SECOND RECORD FOR THE SAME
      * EMPLOYEE AND PAY DATE - TAKE THE NEXT FREE SEQUENCE NUMBER
           MOVE ZERO TO PH-SEQ-NO.
           IF WS-PH-WRITTEN = 'N'
                DISPLAY 'ERROR WRITING PAYROLL HISTORY - STATUS '
                    WS-PAY-HIST-STATUS ' - EMP ' WS-EMPLOYEE-ID
           ELSE
                PERFORM 825-WRITE-LABOR-DIST
                    VARYING WS-ALC-IX FROM 1 BY 1
                    UNTIL WS-ALC-IX > WS-ALC-COUNT
           END-IF.

      *************************************************************
      * ONE LABOR DISTRIBUTION RECORD PER DEPARTMENT SHARE, TIED   *
      * TO THE HISTORY RECORD JUST WRITTEN BY ITS SEQUENCE NUMBER  *
      *************************************************************
       825-WRITE-LABOR-DIST.
           MOVE PH-SORT-DATE TO LD-SORT-DATE.
           MOVE WS-ALC-DEPT-CODE (WS-ALC-IX) TO LD-DEPT-CODE.
           MOVE WS-EMPLOYEE-ID TO LD-EMP-ID.
           MOVE PH-SEQ-NO TO LD-HIST-SEQ.
           MOVE WS-OFFICIAL-PAY-DATE TO LD-PAY-DATE.
           MOVE WS-ALC-JOB-CODE (WS-ALC-IX) TO LD-JOB-CODE.
           MOVE PH-REC-TYPE TO LD-REC-TYPE.
           MOVE WS-ALC-REG-HRS (WS-ALC-IX) TO LD-REG-HRS.
           MOVE WS-ALC-OT-HRS (WS-ALC-IX) TO LD-OT-HRS.
           MOVE WS-ALC-DIFF-HRS (WS-ALC-IX) TO LD-DIFF-HRS.
           MOVE WS-ALC-LEAVE-HRS (WS-ALC-IX) TO LD-LEAVE-HRS.
           MOVE WS-ALC-REG-PAY (WS-ALC-IX) TO LD-REG-PAY.
           MOVE WS-ALC-OT-PAY (WS-ALC-IX) TO LD-OT-PAY.
           MOVE WS-ALC-DIFF-PAY (WS-ALC-IX) TO LD-DIFF-PAY.
           MOVE WS-ALC-LEAVE-PAY (WS-ALC-IX) TO LD-LEAVE-PAY.
           MOVE WS-ALC-GROSS (WS-ALC-IX) TO LD-TOTAL-PAY.
           WRITE LABOR-DIST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING LABOR DISTRIBUTION - STATUS '
                       WS-LABOR-DIST-STATUS ' - EMP ' WS-EMPLOYEE-ID
                       ' DEPT ' LD-DEPT-CODE
           END-WRITE.

       830-WRITE-REGISTER-DETAIL.
           MOVE WS-EMPLOYEE-ID TO WS-RD-EMP-ID.
           MOVE WS-EMP-NAME TO WS-RD-EMP-NAME.
           PERFORM 833-WRITE-REGISTER-DED-LINE
               VARYING WS-EMP-DED-IX FROM 1 BY 1
               UNTIL WS-EMP-DED-IX > WS-EMP-DED-COUNT.
           IF WS-ER-EMP-TOTAL NOT = ZERO
                MOVE WS-ER-EMP-AMT (1) TO WS-REL-SS
                MOVE WS-ER-EMP-AMT (2) TO WS-REL-MED
                MOVE WS-ER-EMP-AMT (3) TO WS-REL-FUTA
                MOVE WS-ER-EMP-AMT (4) TO WS-REL-SUTA
                MOVE WS-ER-EMP-AMT (5) TO WS-REL-MATCH
                MOVE WS-REG-ER-LINE TO PAYROLL-REGISTER-RECORD
                WRITE PAYROLL-REGISTER-RECORD
           END-IF.

           ADD 1 TO WS-CTL-COUNT.
           ADD WS-REG-HRS TO WS-CTL-REG-HRS.
                         WS-DPT-TAX (WS-DEPT-SUB)
                         WS-DPT-DED (WS-DEPT-SUB)
                         WS-DPT-NET (WS-DEPT-SUB)
                         WS-DPT-ER-AREA (WS-DEPT-SUB)
                ELSE
                     IF WS-OTHR-SUB = ZERO
                          ADD 1 TO WS-DEPT-COUNT
                              WS-DPT-TAX (WS-OTHR-SUB)
                              WS-DPT-DED (WS-OTHR-SUB)
                              WS-DPT-NET (WS-OTHR-SUB)
                              WS-DPT-ER-AREA (WS-OTHR-SUB)
                     END-IF
                     MOVE WS-OTHR-SUB TO WS-DEPT-SUB
                     DISPLAY 'DEPT TABLE FULL - DEPT ' WS-DEPT-CODE
                ADD WS-ALC-NET-SHARE TO WS-DPT-NET (WS-DEPT-SUB)
           END-IF.

      *************************************************************
      * EMPLOYER COST POSTS TO THE GL THE SAME WAY TAX DOES -      *
      * EACH DEPARTMENT TAKES ITS GROSS SHARE OF EVERY COST CODE   *
      * AND THE LAST ENTRY TAKES THE ROUNDING REMAINDER.  ONE 'E'  *
      * LINE PER DEPARTMENT PER COST; THE DEPARTMENT TABLE         *
      * COLLECTS THEM FOR THE 'F' SUMMARIES AND THE REGISTER.      *
      *************************************************************
       846-POST-EMPLOYER-COST.
           MOVE ZEROS TO WS-ER-ALLOC-AREA.
           PERFORM 847-POST-EMPLOYER-DEPT
               VARYING WS-ALC-IX FROM 1 BY 1
               UNTIL WS-ALC-IX > WS-ALC-COUNT.

       847-POST-EMPLOYER-DEPT.
           MOVE WS-ALC-DEPT-CODE (WS-ALC-IX) TO WS-DEPT-CODE.
           PERFORM 835-FIND-DEPT-ENTRY.
           IF WS-DEPT-SUB NOT = ZERO
                PERFORM 848-POST-EMPLOYER-SHARE
                    VARYING WS-ER-IX FROM 1 BY 1
                    UNTIL WS-ER-IX > 5
           END-IF.

       848-POST-EMPLOYER-SHARE.
           IF WS-ALC-IX = WS-ALC-COUNT
                COMPUTE WS-ER-SHARE = WS-ER-EMP-AMT (WS-ER-IX)
                    - WS-ER-ALLOC (WS-ER-IX)
           ELSE
                IF WS-TOTAL-EARNINGS = ZERO
                     MOVE ZERO TO WS-ER-SHARE
                ELSE
                     COMPUTE WS-ER-SHARE ROUNDED =
                         WS-ER-EMP-AMT (WS-ER-IX)
                             * WS-ALC-GROSS (WS-ALC-IX)
                             / WS-TOTAL-EARNINGS
                END-IF
                ADD WS-ER-SHARE TO WS-ER-ALLOC (WS-ER-IX)
           END-IF.
           IF WS-ER-SHARE NOT = ZERO
                MOVE 'E' TO GL-ER-REC-TYPE
                MOVE WS-EMPLOYEE-ID TO GL-ER-EMP-ID
                MOVE WS-OFFICIAL-PAY-DATE TO GL-ER-PAY-DATE
                MOVE WS-DPT-CODE (WS-DEPT-SUB) TO GL-ER-DEPT-CODE
                MOVE WS-ERC-CODE (WS-ER-IX) TO GL-ER-COST-CODE
                MOVE WS-ERC-EXP-PREFIX (WS-ER-IX) TO WS-ERA-PREFIX
                MOVE WS-DPT-CODE (WS-DEPT-SUB) TO WS-ERA-DEPT-CODE
                MOVE WS-ER-EXP-ACCOUNT TO GL-ER-EXP-ACCOUNT
                MOVE WS-ERC-LIAB-ACCT (WS-ER-IX)
                    TO GL-ER-LIAB-ACCOUNT
                MOVE 1 TO GL-ER-RECORD-COUNT
                MOVE WS-ER-SHARE TO GL-ER-AMOUNT
                WRITE GL-EMPLOYER-RECORD
                ADD 1 TO WS-DPT-ER-COUNT (WS-DEPT-SUB, WS-ER-IX)
                ADD WS-ER-SHARE
                    TO WS-DPT-ER-AMT (WS-DEPT-SUB, WS-ER-IX)
           END-IF.

       850-WRITE-DIRECT-DEPOSIT.
           IF WS-BANK-ROUTING NOT = ZERO
                MOVE 'D' TO ACH-DTL-REC-TYPE
               WS-CR-NET-PAY CI-NET-PAY.
           MOVE 'I' TO CI-STATUS-FLAG.
           MOVE ZERO TO CI-REPLACED-BY.
           MOVE SPACES TO CI-CLEAR-DATE CI-STALE-FLAG.
           MOVE WS-CHECK-PRINT-LINE TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           WRITE CHECK-ISSUE-RECORD
           MOVE WS-CTL-GROSS TO WS-RT-GROSS.
           MOVE WS-REG-TOTAL-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.
           PERFORM 866-WRITE-EMPLOYER-COST.

       865-WRITE-DEPT-SUBTOTAL.
           MOVE WS-DPT-CODE (WS-DEPT-IX) TO WS-DT-DEPT-CODE.
           MOVE WS-DEPT-TOTAL-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.

      *************************************************************
      * EMPLOYER COST SECTION - ONE LINE PER DEPARTMENT AND A      *
      * TOTAL LINE THAT TIES TO THE 'F' SUMMARIES ON THE GL EXPORT *
      *************************************************************
       866-WRITE-EMPLOYER-COST.
           MOVE ZEROS TO WS-ER-GRAND-AREA WS-ER-GRAND-TOTAL.
           MOVE SPACES TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.
           MOVE WS-REG-ER-HEAD-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.
           MOVE WS-REG-ER-COL-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.
           PERFORM 867-WRITE-DEPT-EMPLOYER-LINE
               VARYING WS-DEPT-IX FROM 1 BY 1
               UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
           MOVE 'TOTAL' TO WS-RED-LABEL.
           PERFORM VARYING WS-ER-IX FROM 1 BY 1 UNTIL WS-ER-IX > 5
                MOVE WS-ER-GRAND (WS-ER-IX) TO WS-RED-AMT (WS-ER-IX)
           END-PERFORM.
           MOVE WS-ER-GRAND-TOTAL TO WS-RED-TOTAL.
           MOVE WS-REG-ER-DEPT-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.

       867-WRITE-DEPT-EMPLOYER-LINE.
           MOVE SPACES TO WS-RED-LABEL.
           STRING 'DEPT ' WS-DPT-CODE (WS-DEPT-IX)
               DELIMITED BY SIZE INTO WS-RED-LABEL.
           MOVE ZERO TO WS-ER-DEPT-TOTAL.
           PERFORM VARYING WS-ER-IX FROM 1 BY 1 UNTIL WS-ER-IX > 5
                MOVE WS-DPT-ER-AMT (WS-DEPT-IX, WS-ER-IX)
                    TO WS-RED-AMT (WS-ER-IX)
                ADD WS-DPT-ER-AMT (WS-DEPT-IX, WS-ER-IX)
                    TO WS-ER-DEPT-TOTAL WS-ER-GRAND (WS-ER-IX)
                    WS-ER-GRAND-TOTAL
           END-PERFORM.
           MOVE WS-ER-DEPT-TOTAL TO WS-RED-TOTAL.
           MOVE WS-REG-ER-DEPT-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.

       870-WRITE-GL-SUMMARY.
           IF WS-DEPT-COUNT = ZERO
                MOVE 'G' TO GL-SUM-REC-TYPE
                    VARYING WS-DEPT-IX FROM 1 BY 1
                    UNTIL WS-DEPT-IX > WS-DEPT-COUNT
           END-IF.
           PERFORM 874-WRITE-EMPLOYER-SUMMARY
               VARYING WS-DEPT-IX FROM 1 BY 1
               UNTIL WS-DEPT-IX > WS-DEPT-COUNT.

       872-WRITE-DEPT-GL-SUMMARY.
           MOVE 'G' TO GL-SUM-REC-TYPE.
           MOVE WS-DPT-DED (WS-DEPT-IX) TO GL-SUM-TOTAL-DED.
           MOVE WS-DPT-NET (WS-DEPT-IX) TO GL-SUM-TOTAL-NET.
           WRITE GL-SUMMARY-RECORD.

      * ONE 'F' SUMMARY PER DEPARTMENT PER EMPLOYER COST CODE - THE
      * TIE-OUT CHECKS THESE AGAINST THE 'E' LINES
       874-WRITE-EMPLOYER-SUMMARY.
           PERFORM 876-WRITE-EMPLOYER-SUM-LINE
               VARYING WS-ER-IX FROM 1 BY 1
               UNTIL WS-ER-IX > 5.

       876-WRITE-EMPLOYER-SUM-LINE.
           IF WS-DPT-ER-COUNT (WS-DEPT-IX, WS-ER-IX) > ZERO
                MOVE 'F' TO GL-ER-REC-TYPE
                MOVE ZERO TO GL-ER-EMP-ID
                MOVE WS-OFFICIAL-PAY-DATE TO GL-ER-PAY-DATE
                MOVE WS-DPT-CODE (WS-DEPT-IX) TO GL-ER-DEPT-CODE
                MOVE WS-ERC-CODE (WS-ER-IX) TO GL-ER-COST-CODE
                MOVE WS-ERC-EXP-PREFIX (WS-ER-IX) TO WS-ERA-PREFIX
                MOVE WS-DPT-CODE (WS-DEPT-IX) TO WS-ERA-DEPT-CODE
                MOVE WS-ER-EXP-ACCOUNT TO GL-ER-EXP-ACCOUNT
                MOVE WS-ERC-LIAB-ACCT (WS-ER-IX)
                    TO GL-ER-LIAB-ACCOUNT
                MOVE WS-DPT-ER-COUNT (WS-DEPT-IX, WS-ER-IX)
                    TO GL-ER-RECORD-COUNT
                MOVE WS-DPT-ER-AMT (WS-DEPT-IX, WS-ER-IX)
                    TO GL-ER-AMOUNT
                WRITE GL-EMPLOYER-RECORD
           END-IF.
