      ******************************************************************
      * PROGRAM : PROJECT 3 - PAYROLL BATCH RUN CONTROLLER             *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-PAY-RUN.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - RUNS THE PAYROLL RUN SHEET   *
      *              IN ORDER FOR THE FIRST OPEN PERIOD ON          *
      *              PAYCAL.DAT: GARCIA-P03-TC-PROOF,               *
      *              GARCIA-P03-PAY-SCREEN BATCH,                   *
      *              GARCIA-P03-GL-TIEOUT, GARCIA-P03-VAR-RPT AND   *
      *              GARCIA-P03-DED-REMIT.  EVERY STEP IS LOGGED TO *
      *              RUNLOG.DAT WITH START/END TIME, OPERATOR,      *
      *              RETURN CODE AND CONTROL TOTALS.  THE RUN HALTS *
      *              AT THE FIRST STEP OVER ITS ALLOWED RETURN CODE *
      *              (ZERO FOR THE PROOF, PAY RUN AND TIE-OUT, 4    *
      *              FOR THE VARIANCE REVIEW AND REMITTANCE);       *
      *              RESTART PICKS UP AT THAT STEP FOR THE SAME     *
      *              PERIOD AND GIVES THE PAY RUN RESTART WHEN IT   *
      *              LEFT A CHECKPOINT.  A NEW PERIOD IS REFUSED    *
      *              WHILE THE LAST RUN IS UNFINISHED.  PARMS:      *
      *              OPERATOR ID (REQUIRED), NEW OR RESTART,        *
      *              CHECKPOINT INTERVAL AND SHIFT MAX HOURS (BOTH  *
      *              PASSED TO THE STEPS AND CARRIED TO A RESTART). *
      *              RETURN CODE 0 CLEAN, 4 COMPLETE WITH WARNINGS, *
      *              8 HALTED OR REFUSED.  GARCIA-P03-RUN-HIST      *
      *              REPORTS THE LOG.                               *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-LOG-KEY
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END-KEY
               FILE STATUS IS WS-PAY-CAL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.

           SELECT GL-EXPORT-FILE ASSIGN TO 'GLEXPORT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-EXPORT-STATUS.

           SELECT ACH-EXPORT-FILE ASSIGN TO 'ACHDEP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-EXPORT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  PAY-PERIOD-FILE.
           COPY PAYCAL.

      * ONLY WHETHER THE PAY RUN LEFT A CHECKPOINT MATTERS HERE -
      * SAME LENGTH AS GARCIA-P03-PAY-SCREEN'S CHECKPOINT RECORD
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           03  CK-LAST-EMP-ID       PIC 9(5).
           03  FILLER               PIC X(7540).

       FD  TIMECARD-FILE.
           COPY TIMECARD.

       FD  GL-EXPORT-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY GLEXPORT.

       FD  ACH-EXPORT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACH-DETAIL-RECORD.
           03  ACH-DTL-REC-TYPE     PIC X.
           03  ACH-DTL-EMP-ID       PIC 9(5).
           03  ACH-DTL-PAY-DATE     PIC X(10).
           03  ACH-DTL-BANK-ROUTING PIC 9(9).
           03  ACH-DTL-BANK-ACCOUNT PIC 9(12).
           03  ACH-DTL-ACCT-TYPE    PIC X.
           03  ACH-DTL-NET-PAY      PIC 9(5)V99.
           03  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-RUN-LOG-STATUS    PIC XX.
           03  WS-PAY-CAL-STATUS    PIC XX.
           03  WS-CHECKPOINT-STATUS PIC XX.
           03  WS-TIMECARD-STATUS   PIC XX.
           03  WS-GL-EXPORT-STATUS  PIC XX.
           03  WS-ACH-EXPORT-STATUS PIC XX.

       01  WS-PROG-DATE.
           03 WS-PROG-DATE-YEAR     PIC 9999.
           03 WS-PROG-DATE-MONTH    PIC 99.
           03 WS-PROG-DATE-DAY      PIC 99.
           03 WS-PROG-DATE-TIME     PIC 9999.
           03 WS-PROG-DATE-SECS     PIC 99.

       01  WS-SHOW-DATE.
           03 WS-SHOW-MONTH         PIC XX.
           03 FILLER                PIC X VALUE '/'.
           03 WS-SHOW-DAY           PIC XX.
           03 FILLER                PIC X VALUE '/'.
           03 WS-SHOW-YEAR          PIC XXXX.

       01  WS-CLOCK-TIME.
           03  WS-CLOCK-HHMM        PIC 9(4).
           03  WS-CLOCK-SS          PIC 99.

       01  WS-PARM-CTL.
           03  WS-CMD-LINE          PIC X(40).
           03  WS-OPERATOR-PARM     PIC X(8) VALUE SPACES.
           03  WS-MODE-PARM         PIC X(7) VALUE SPACES.
           03  WS-CKPT-PARM         PIC 9(4) VALUE ZERO.
           03  WS-SHIFT-PARM        PIC X(5) VALUE SPACES.

       01  WS-RUN-CTL.
           03  WS-RESTART-RUN       PIC X VALUE 'N'.
           03  WS-RUN-PERIOD-KEY    PIC X(8) VALUE SPACES.
           03  WS-RUN-PERIOD-END    PIC X(10) VALUE SPACES.
           03  WS-RUN-PAY-DATE      PIC X(10) VALUE SPACES.
           03  WS-RUN-ATTEMPT       PIC 9(2) VALUE ZERO.
           03  WS-MAX-ATTEMPT       PIC 9(2) VALUE ZERO.
           03  WS-CKPT-OPT          PIC X(4) VALUE SPACES.
           03  WS-SHIFT-OPT         PIC X(5) VALUE SPACES.
           03  WS-FIRST-STEP        PIC 9(2) VALUE 1.
           03  WS-STEP-SUB          PIC 9(2) VALUE ZERO.
           03  WS-STEP-COUNT        PIC 9(2) VALUE 5.
           03  WS-PAY-STEP-NO       PIC 9(2) VALUE 2.
           03  WS-HALT-STEP         PIC 9(2) VALUE ZERO.
           03  WS-RUN-HALTED        PIC X VALUE 'N'.
           03  WS-WARNING-COUNT     PIC 9(2) VALUE ZERO.
           03  WS-RL-EOF            PIC X VALUE 'N'.
           03  WS-PC-EOF            PIC X VALUE 'N'.
           03  WS-PERIOD-FOUND      PIC X VALUE 'N'.

      * THE LAST RECORD ON THE RUN LOG IS THE LAST STEP OF THE
      * LATEST ATTEMPT - IT DECIDES WHETHER A RUN IS UNFINISHED
       01  WS-LAST-LOG.
           03  WS-LAST-FOUND        PIC X VALUE 'N'.
           03  WS-LAST-PERIOD-KEY   PIC X(8) VALUE SPACES.
           03  WS-LAST-PERIOD-END   PIC X(10) VALUE SPACES.
           03  WS-LAST-PAY-DATE     PIC X(10) VALUE SPACES.
           03  WS-LAST-ATTEMPT      PIC 9(2) VALUE ZERO.
           03  WS-LAST-STEP-NO      PIC 9(2) VALUE ZERO.
           03  WS-LAST-STATUS       PIC X VALUE SPACE.
               88  WS-LAST-ENDED-OK     VALUE 'C' 'W' 'B'.
           03  WS-LAST-CKPT-OPT     PIC X(4) VALUE SPACES.
           03  WS-LAST-SHIFT-OPT    PIC X(5) VALUE SPACES.
           03  WS-RESUME-STEP       PIC 9(2) VALUE ZERO.

       01  WS-STEP-CTL.
           03  WS-STEP-COMMAND      PIC X(80) VALUE SPACES.
           03  WS-STEP-PARMS        PIC X(40) VALUE SPACES.
           03  WS-RESTART-WORD      PIC X(7) VALUE SPACES.
           03  WS-CKPT-WORD         PIC X(4) VALUE SPACES.
           03  WS-SHIFT-WORD        PIC X(5) VALUE SPACES.
           03  WS-CKPT-PRESENT      PIC X VALUE 'N'.
           03  WS-STEP-BYPASSED     PIC X VALUE 'N'.
           03  WS-SYS-STATUS        PIC S9(9) VALUE ZERO.
           03  WS-SYS-SIGNAL        PIC 9(4) VALUE ZERO.
           03  WS-STEP-RC           PIC 9(4) VALUE ZERO.
           03  WS-STEP-STATUS       PIC X VALUE SPACE.
           03  WS-STATUS-TEXT       PIC X(30) VALUE SPACES.
           03  WS-LOG-KEY-SAVE      PIC X(12) VALUE SPACES.
           03  WS-CTL-COUNT         PIC 9(6) VALUE ZERO.
           03  WS-CTL-AMT-1         PIC S9(8)V99 VALUE ZERO.
           03  WS-CTL-AMT-2         PIC S9(8)V99 VALUE ZERO.

      * STEP NAME, PROGRAM AND THE HIGHEST RETURN CODE THAT LETS
      * THE RUN GO ON.  THE VARIANCE REVIEW AND REMITTANCE SET 4
      * FOR ITEMS TO REVIEW OR PAY BY HAND - THE RUN FINISHES BUT
      * ENDS WITH 4 SO ACHDEP.DAT WAITS FOR THE REVIEW.
       01  WS-STEP-VALUES.
           03  FILLER               PIC X(6) VALUE 'PROOF'.
           03  FILLER               PIC X(24) VALUE
               'GARCIA-P03-TC-PROOF'.
           03  FILLER               PIC 9 VALUE 0.
           03  FILLER               PIC X(6) VALUE 'PAYRUN'.
           03  FILLER               PIC X(24) VALUE
               'GARCIA-P03-PAY-SCREEN'.
           03  FILLER               PIC 9 VALUE 0.
           03  FILLER               PIC X(6) VALUE 'TIEOUT'.
           03  FILLER               PIC X(24) VALUE
               'GARCIA-P03-GL-TIEOUT'.
           03  FILLER               PIC 9 VALUE 0.
           03  FILLER               PIC X(6) VALUE 'VARRPT'.
           03  FILLER               PIC X(24) VALUE
               'GARCIA-P03-VAR-RPT'.
           03  FILLER               PIC 9 VALUE 4.
           03  FILLER               PIC X(6) VALUE 'REMIT'.
           03  FILLER               PIC X(24) VALUE
               'GARCIA-P03-DED-REMIT'.
           03  FILLER               PIC 9 VALUE 4.
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           03  WS-STEP-ENTRY OCCURS 5 TIMES.
               05  WS-ST-NAME       PIC X(6).
               05  WS-ST-PROGRAM    PIC X(24).
               05  WS-ST-MAX-RC     PIC 9.

       01  WS-TALLY-CTL.
           03  WS-TC-EOF            PIC X VALUE 'N'.
           03  WS-GL-EOF            PIC X VALUE 'N'.
           03  WS-ACH-EOF           PIC X VALUE 'N'.
           03  WS-TC-COUNT          PIC 9(6) VALUE ZERO.
           03  WS-TC-HASH           PIC 9(6)V99 VALUE ZERO.
           03  WS-GL-COUNT          PIC 9(6) VALUE ZERO.
           03  WS-GL-STB-COUNT      PIC 9(6) VALUE ZERO.
           03  WS-GL-STB-GROSS      PIC S9(8)V99 VALUE ZERO.
           03  WS-GL-STB-NET        PIC S9(8)V99 VALUE ZERO.
           03  WS-GL-ALL-GROSS      PIC S9(8)V99 VALUE ZERO.
           03  WS-GL-ALL-NET        PIC S9(8)V99 VALUE ZERO.
           03  WS-GL-DED-COUNT      PIC 9(6) VALUE ZERO.
           03  WS-GL-DED-AMOUNT     PIC S9(8)V99 VALUE ZERO.
           03  WS-ACH-COUNT         PIC 9(6) VALUE ZERO.
           03  WS-ACH-TOTAL-NET     PIC 9(8)V99 VALUE ZERO.

       01  WS-SHOW-CTL.
           03  WS-SHOW-RC           PIC ZZZ9.
           03  WS-SHOW-COUNT        PIC ZZZ,ZZ9.
           03  WS-SHOW-AMT-1        PIC -ZZ,ZZZ,ZZ9.99.
           03  WS-SHOW-AMT-2        PIC -ZZ,ZZZ,ZZ9.99.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 500-GET-THAT-DATE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATOR-PARM WS-MODE-PARM
                    WS-CKPT-PARM WS-SHIFT-PARM.
           PERFORM 040-CHECK-PARMS.
           PERFORM 050-OPEN-RUN-LOG.
           IF WS-RESTART-RUN = 'Y'
                PERFORM 060-SCAN-RUN-LOG
                PERFORM 070-SET-UP-RESTART
           ELSE
                PERFORM 080-FIND-OPEN-PERIOD
                PERFORM 060-SCAN-RUN-LOG
                PERFORM 090-SET-UP-NEW-RUN
           END-IF.
           DISPLAY 'PAYROLL RUN FOR PERIOD ENDING ' WS-RUN-PERIOD-END
               ' PAY DATE ' WS-RUN-PAY-DATE.
           DISPLAY 'ATTEMPT ' WS-RUN-ATTEMPT ' FROM STEP '
               WS-ST-NAME (WS-FIRST-STEP) ' - OPERATOR '
               WS-OPERATOR-PARM.
           PERFORM 200-RUN-STEP
               VARYING WS-STEP-SUB FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                  OR WS-RUN-HALTED = 'Y'.
           CLOSE RUN-LOG-FILE.
           PERFORM 900-END-OF-RUN.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.
           MOVE WS-PROG-DATE-TIME TO WS-CLOCK-HHMM.
           MOVE WS-PROG-DATE-SECS TO WS-CLOCK-SS.

       040-CHECK-PARMS.
           IF WS-OPERATOR-PARM = SPACES
                DISPLAY 'OPERATOR ID REQUIRED - PARMS ARE OPERATOR '
                    '[NEW/RESTART] [CHECKPOINT] [SHIFT MAX]'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           EVALUATE WS-MODE-PARM
               WHEN SPACES
               WHEN 'NEW'
                   MOVE 'N' TO WS-RESTART-RUN
               WHEN 'RESTART'
                   MOVE 'Y' TO WS-RESTART-RUN
               WHEN OTHER
                   DISPLAY 'RUN MODE ' WS-MODE-PARM
                       ' IS NOT NEW OR RESTART - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-CKPT-PARM NOT = ZERO
                MOVE WS-CKPT-PARM TO WS-CKPT-OPT
           END-IF.
           MOVE WS-SHIFT-PARM TO WS-SHIFT-OPT.

       050-OPEN-RUN-LOG.
           OPEN I-O RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS = '35'
                OPEN OUTPUT RUN-LOG-FILE
                CLOSE RUN-LOG-FILE
                OPEN I-O RUN-LOG-FILE
           END-IF.
           IF WS-RUN-LOG-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RUN LOG FILE - STATUS '
                    WS-RUN-LOG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

      *************************************************************
      * READS THE WHOLE LOG (A HANDFUL OF RECORDS PER PERIOD) TO   *
      * FIND THE LAST STEP LOGGED AND THE HIGHEST ATTEMPT ALREADY  *
      * USED FOR THE PERIOD ABOUT TO RUN.  THE LAST STEP SAYS      *
      * WHERE AN UNFINISHED RUN PICKS UP: A STEP THAT FAILED OR    *
      * NEVER ENDED IS RUN AGAIN, A STEP THAT ENDED CLEAN IS       *
      * FOLLOWED BY THE NEXT ONE.                                  *
      *************************************************************
       060-SCAN-RUN-LOG.
           MOVE 'N' TO WS-RL-EOF WS-LAST-FOUND.
           MOVE ZERO TO WS-MAX-ATTEMPT WS-RESUME-STEP.
           MOVE LOW-VALUES TO RL-LOG-KEY.
           START RUN-LOG-FILE KEY NOT < RL-LOG-KEY
               INVALID KEY MOVE 'Y' TO WS-RL-EOF
           END-START.
           PERFORM UNTIL WS-RL-EOF = 'Y'
                READ RUN-LOG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-RL-EOF
                    NOT AT END PERFORM 065-NOTE-LOG-RECORD
                END-READ
           END-PERFORM.
           IF WS-LAST-FOUND = 'Y'
                IF WS-LAST-ENDED-OK
                     IF WS-LAST-STEP-NO < WS-STEP-COUNT
                          COMPUTE WS-RESUME-STEP = WS-LAST-STEP-NO + 1
                     END-IF
                ELSE
                     MOVE WS-LAST-STEP-NO TO WS-RESUME-STEP
                END-IF
           END-IF.

       065-NOTE-LOG-RECORD.
           MOVE 'Y' TO WS-LAST-FOUND.
           MOVE RL-PERIOD-KEY TO WS-LAST-PERIOD-KEY.
           MOVE RL-PERIOD-END TO WS-LAST-PERIOD-END.
           MOVE RL-PAY-DATE TO WS-LAST-PAY-DATE.
           MOVE RL-ATTEMPT-NO TO WS-LAST-ATTEMPT.
           MOVE RL-STEP-NO TO WS-LAST-STEP-NO.
           MOVE RL-STEP-STATUS TO WS-LAST-STATUS.
           MOVE RL-CKPT-OPT TO WS-LAST-CKPT-OPT.
           MOVE RL-SHIFT-OPT TO WS-LAST-SHIFT-OPT.
           IF RL-PERIOD-KEY = WS-RUN-PERIOD-KEY
              AND RL-ATTEMPT-NO > WS-MAX-ATTEMPT
                MOVE RL-ATTEMPT-NO TO WS-MAX-ATTEMPT
           END-IF.

      *************************************************************
      * A RESTART CONTINUES THE LATEST PERIOD ON THE LOG AS ITS    *
      * NEXT ATTEMPT.  CHECKPOINT AND SHIFT MAX CARRY OVER FROM    *
      * THE STOPPED ATTEMPT UNLESS KEYED AGAIN.                    *
      *************************************************************
       070-SET-UP-RESTART.
           IF WS-RESUME-STEP = ZERO
                IF WS-LAST-FOUND = 'N'
                     DISPLAY 'RUN LOG IS EMPTY - NOTHING TO RESTART'
                ELSE
                     DISPLAY 'PAYROLL RUN FOR PERIOD ENDING '
                         WS-LAST-PERIOD-END
                         ' IS COMPLETE - NOTHING TO RESTART'
                END-IF
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           IF WS-LAST-ATTEMPT = 99
                DISPLAY 'PERIOD ENDING ' WS-LAST-PERIOD-END
                    ' HAS USED ALL 99 ATTEMPTS - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           MOVE WS-LAST-PERIOD-KEY TO WS-RUN-PERIOD-KEY.
           MOVE WS-LAST-PERIOD-END TO WS-RUN-PERIOD-END.
           MOVE WS-LAST-PAY-DATE TO WS-RUN-PAY-DATE.
           COMPUTE WS-RUN-ATTEMPT = WS-LAST-ATTEMPT + 1.
           MOVE WS-RESUME-STEP TO WS-FIRST-STEP.
           IF WS-CKPT-OPT = SPACES
                MOVE WS-LAST-CKPT-OPT TO WS-CKPT-OPT
           END-IF.
           IF WS-SHIFT-OPT = SPACES
                MOVE WS-LAST-SHIFT-OPT TO WS-SHIFT-OPT
           END-IF.
           IF WS-LAST-ENDED-OK
                DISPLAY 'RESTARTING AFTER STEP '
                    WS-ST-NAME (WS-LAST-STEP-NO)
                    ' - THE RUN STOPPED BEFORE THE NEXT STEP'
           ELSE
                DISPLAY 'RESTARTING AT STEP '
                    WS-ST-NAME (WS-RESUME-STEP)
                    ' WHICH DID NOT FINISH CLEAN'
           END-IF.

      *************************************************************
      * A NEW RUN PAYS THE FIRST OPEN PERIOD - THE SAME ONE THE    *
      * PAY RUN PICKS - AND IS HANDED TO THE PAY RUN EXPLICITLY SO *
      * BOTH ARE SURE TO AGREE                                     *
      *************************************************************
       080-FIND-OPEN-PERIOD.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PAY-CAL-STATUS = '35'
                DISPLAY 'PAY PERIOD CALENDAR NOT FOUND - RUN '
                    'GARCIA-P03-CAL-MAINT TO SET UP PERIODS'
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           IF WS-PAY-CAL-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PAY PERIOD FILE - STATUS '
                    WS-PAY-CAL-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           MOVE 'N' TO WS-PERIOD-FOUND.
           MOVE 'N' TO WS-PC-EOF.
           MOVE LOW-VALUES TO PC-PERIOD-END-KEY.
           START PAY-PERIOD-FILE KEY NOT < PC-PERIOD-END-KEY
               INVALID KEY MOVE 'Y' TO WS-PC-EOF
           END-START.
           PERFORM UNTIL WS-PC-EOF = 'Y'
                  OR WS-PERIOD-FOUND = 'Y'
                READ PAY-PERIOD-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PC-EOF
                    NOT AT END
                        IF PC-OPEN
                             MOVE 'Y' TO WS-PERIOD-FOUND
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-FILE.
           IF WS-PERIOD-FOUND = 'N'
                DISPLAY 'NO OPEN PAY PERIOD ON CALENDAR - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           MOVE PC-PERIOD-END-KEY TO WS-RUN-PERIOD-KEY.
           MOVE PC-PERIOD-END TO WS-RUN-PERIOD-END.
           MOVE PC-PAY-DATE TO WS-RUN-PAY-DATE.

      *************************************************************
      * NOTHING STARTS A NEW PERIOD WHILE THE LAST RUN IS STILL    *
      * UNFINISHED - A FAILED TIE-OUT MUST BE RESOLVED AND THE RUN *
      * RESTARTED, NOT LEFT BEHIND                                 *
      *************************************************************
       090-SET-UP-NEW-RUN.
           IF WS-RESUME-STEP NOT = ZERO
                DISPLAY 'PAYROLL RUN FOR PERIOD ENDING '
                    WS-LAST-PERIOD-END ' STOPPED AT STEP '
                    WS-ST-NAME (WS-RESUME-STEP)
                DISPLAY 'FINISH IT WITH RESTART BEFORE A NEW RUN - '
                    'RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           IF WS-MAX-ATTEMPT = 99
                DISPLAY 'PERIOD ENDING ' WS-RUN-PERIOD-END
                    ' HAS USED ALL 99 ATTEMPTS - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           COMPUTE WS-RUN-ATTEMPT = WS-MAX-ATTEMPT + 1.
           MOVE 1 TO WS-FIRST-STEP.

      *************************************************************
      * ONE STEP: LOG IT STARTED, RUN THE PROGRAM, JUDGE ITS       *
      * RETURN CODE, TAKE ITS CONTROL TOTALS AND LOG IT ENDED.     *
      * THE LOG RECORD IS WRITTEN BEFORE THE PROGRAM RUNS SO A     *
      * STEP THAT NEVER COMES BACK STILL SHOWS ON THE LOG.         *
      *************************************************************
       200-RUN-STEP.
           MOVE 'N' TO WS-STEP-BYPASSED.
           IF WS-STEP-SUB = WS-PAY-STEP-NO
                PERFORM 225-CHECK-PERIOD-PAID
           END-IF.
           PERFORM 220-BUILD-STEP-COMMAND.
           PERFORM 210-WRITE-STEP-START.
           IF WS-STEP-BYPASSED = 'Y'
                MOVE ZERO TO WS-STEP-RC
                MOVE 'B' TO WS-STEP-STATUS
           ELSE
                DISPLAY 'STEP ' WS-ST-NAME (WS-STEP-SUB) ' STARTED '
                    WS-CLOCK-TIME ' - ' WS-STEP-COMMAND
                CALL 'SYSTEM' USING WS-STEP-COMMAND
                MOVE RETURN-CODE TO WS-SYS-STATUS
                MOVE ZERO TO RETURN-CODE
                PERFORM 230-JUDGE-RETURN-CODE
           END-IF.
           PERFORM 240-TALLY-STEP-CONTROLS.
           PERFORM 250-WRITE-STEP-END.
           PERFORM 260-SHOW-STEP-RESULT.

       210-WRITE-STEP-START.
           PERFORM 500-GET-THAT-DATE.
           MOVE WS-RUN-PERIOD-KEY TO RL-PERIOD-KEY.
           MOVE WS-RUN-ATTEMPT TO RL-ATTEMPT-NO.
           MOVE WS-STEP-SUB TO RL-STEP-NO.
           MOVE WS-RUN-PERIOD-END TO RL-PERIOD-END.
           MOVE WS-RUN-PAY-DATE TO RL-PAY-DATE.
           MOVE WS-ST-NAME (WS-STEP-SUB) TO RL-STEP-NAME.
           MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO RL-PROGRAM-ID.
           MOVE WS-OPERATOR-PARM TO RL-OPERATOR-ID.
           MOVE WS-RESTART-RUN TO RL-RESTART-FLAG.
           MOVE WS-SHOW-DATE TO RL-START-DATE.
           MOVE WS-CLOCK-TIME TO RL-START-TIME.
           MOVE SPACES TO RL-END-DATE.
           MOVE ZERO TO RL-END-TIME RL-RETURN-CODE.
           MOVE 'S' TO RL-STEP-STATUS.
           MOVE WS-CKPT-OPT TO RL-CKPT-OPT.
           MOVE WS-SHIFT-OPT TO RL-SHIFT-OPT.
           MOVE WS-STEP-PARMS TO RL-STEP-PARMS.
           MOVE ZERO TO RL-CTL-COUNT RL-CTL-AMT-1 RL-CTL-AMT-2.
           WRITE RUN-LOG-RECORD
               INVALID KEY
                   DISPLAY 'RUN LOG RECORD ' RL-LOG-KEY
                       ' ALREADY ON FILE - RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE RUN-LOG-FILE
                   STOP RUN
           END-WRITE.
           IF WS-RUN-LOG-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING RUN LOG - STATUS '
                    WS-RUN-LOG-STATUS ' - RUN ABORTED'
                MOVE 8 TO RETURN-CODE
                CLOSE RUN-LOG-FILE
                STOP RUN
           END-IF.
           MOVE RL-LOG-KEY TO WS-LOG-KEY-SAVE.

      *************************************************************
      * EACH STEP READS ITS OWN PARAMETERS FROM THE COMMAND LINE.  *
      * THE PAY RUN'S ARE POSITIONAL (MODE, RESTART, CHECKPOINT,   *
      * SHIFT MAX, PERIOD) SO UNUSED ONES ARE PASSED AS ZERO.  IT  *
      * IS GIVEN RESTART ONLY WHEN CHECKPT.DAT HOLDS A CHECKPOINT  *
      * - AN INTERRUPTED PAY RUN LEAVES ONE, A FINISHED OR NEVER   *
      * STARTED ONE DOES NOT, AND A RESTART WITHOUT ONE WOULD      *
      * EXTEND THE LAST PERIOD'S OUTPUT FILES.                     *
      *************************************************************
       220-BUILD-STEP-COMMAND.
           MOVE SPACES TO WS-STEP-PARMS.
           EVALUATE WS-ST-NAME (WS-STEP-SUB)
               WHEN 'PROOF'
                   MOVE WS-SHIFT-OPT TO WS-STEP-PARMS
               WHEN 'PAYRUN'
                   PERFORM 227-CHECK-CHECKPOINT
                   IF WS-CKPT-PRESENT = 'Y'
                        MOVE 'RESTART' TO WS-RESTART-WORD
                   ELSE
                        MOVE 'NEW' TO WS-RESTART-WORD
                   END-IF
                   IF WS-CKPT-OPT = SPACES
                        MOVE '0' TO WS-CKPT-WORD
                   ELSE
                        MOVE WS-CKPT-OPT TO WS-CKPT-WORD
                   END-IF
                   IF WS-SHIFT-OPT = SPACES
                        MOVE '0' TO WS-SHIFT-WORD
                   ELSE
                        MOVE WS-SHIFT-OPT TO WS-SHIFT-WORD
                   END-IF
                   STRING 'BATCH ' DELIMITED BY SIZE
                          WS-RESTART-WORD DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-CKPT-WORD DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-SHIFT-WORD DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-RUN-PERIOD-END DELIMITED BY SIZE
                       INTO WS-STEP-PARMS
                   END-STRING
               WHEN 'VARRPT'
                   STRING '0 ' DELIMITED BY SIZE
                          WS-RUN-PAY-DATE DELIMITED BY SIZE
                       INTO WS-STEP-PARMS
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WS-STEP-COMMAND.
           STRING './' DELIMITED BY SIZE
                  WS-ST-PROGRAM (WS-STEP-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-STEP-PARMS DELIMITED BY SIZE
               INTO WS-STEP-COMMAND
           END-STRING.

      *************************************************************
      * A PERIOD ALREADY MARKED PAID WAS FINISHED BY THE PAY RUN   *
      * (IT MARKS THE PERIOD AS ITS VERY LAST ACT) - RUNNING IT    *
      * AGAIN WOULD ONLY BE REFUSED, SO THE STEP IS LOGGED         *
      * BYPASSED AND THE RUN GOES ON TO THE TIE-OUT                *
      *************************************************************
       225-CHECK-PERIOD-PAID.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PAY-CAL-STATUS = '00'
                MOVE WS-RUN-PERIOD-KEY TO PC-PERIOD-END-KEY
                READ PAY-PERIOD-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF PC-PAID
                             MOVE 'Y' TO WS-STEP-BYPASSED
                             DISPLAY 'PAY PERIOD ENDING '
                                 PC-PERIOD-END ' ALREADY MARKED PAID'
                                 ' - PAY RUN NOT REPEATED'
                        END-IF
                END-READ
                CLOSE PAY-PERIOD-FILE
           END-IF.

       227-CHECK-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-PRESENT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = '00'
                READ CHECKPOINT-FILE
                    AT END CONTINUE
                    NOT AT END MOVE 'Y' TO WS-CKPT-PRESENT
                END-READ
                CLOSE CHECKPOINT-FILE
           END-IF.

      *************************************************************
      * THE SYSTEM CALL HANDS BACK THE SHELL'S WAIT STATUS - THE   *
      * STEP'S OWN RETURN CODE IS THE STATUS OVER 256.  ANYTHING   *
      * LEFT OVER MEANS THE STEP WAS KILLED, LOGGED AS 9999.       *
      *************************************************************
       230-JUDGE-RETURN-CODE.
           IF WS-SYS-STATUS < ZERO
                MOVE 9999 TO WS-STEP-RC
           ELSE
                DIVIDE WS-SYS-STATUS BY 256 GIVING WS-STEP-RC
                    REMAINDER WS-SYS-SIGNAL
                IF WS-SYS-SIGNAL NOT = ZERO
                     MOVE 9999 TO WS-STEP-RC
                END-IF
           END-IF.
           IF WS-STEP-RC > WS-ST-MAX-RC (WS-STEP-SUB)
                MOVE 'F' TO WS-STEP-STATUS
                MOVE 'Y' TO WS-RUN-HALTED
                MOVE WS-STEP-SUB TO WS-HALT-STEP
           ELSE
                IF WS-STEP-RC = ZERO
                     MOVE 'C' TO WS-STEP-STATUS
                ELSE
                     MOVE 'W' TO WS-STEP-STATUS
                     ADD 1 TO WS-WARNING-COUNT
                END-IF
           END-IF.

      *************************************************************
      * CONTROL TOTALS ARE TAKEN FROM THE FILES EACH STEP LEAVES   *
      * BEHIND, SO THE LOG SHOWS WHAT THE STEP WORKED ON EVEN WHEN *
      * IT FAILED                                                  *
      *************************************************************
       240-TALLY-STEP-CONTROLS.
           MOVE ZERO TO WS-CTL-COUNT WS-CTL-AMT-1 WS-CTL-AMT-2.
           EVALUATE WS-ST-NAME (WS-STEP-SUB)
               WHEN 'PROOF'
                   PERFORM 300-TALLY-TIMECARDS
                   MOVE WS-TC-COUNT TO WS-CTL-COUNT
                   MOVE WS-TC-HASH TO WS-CTL-AMT-1
               WHEN 'PAYRUN'
                   PERFORM 310-TALLY-GL-EXPORT
                   MOVE WS-GL-STB-COUNT TO WS-CTL-COUNT
                   MOVE WS-GL-STB-GROSS TO WS-CTL-AMT-1
                   MOVE WS-GL-STB-NET TO WS-CTL-AMT-2
               WHEN 'TIEOUT'
                   PERFORM 310-TALLY-GL-EXPORT
                   MOVE WS-GL-COUNT TO WS-CTL-COUNT
                   MOVE WS-GL-ALL-GROSS TO WS-CTL-AMT-1
                   MOVE WS-GL-ALL-NET TO WS-CTL-AMT-2
               WHEN 'VARRPT'
                   PERFORM 320-TALLY-ACH-FILE
                   MOVE WS-ACH-COUNT TO WS-CTL-COUNT
                   MOVE WS-ACH-TOTAL-NET TO WS-CTL-AMT-1
               WHEN 'REMIT'
                   PERFORM 310-TALLY-GL-EXPORT
                   MOVE WS-GL-DED-COUNT TO WS-CTL-COUNT
                   MOVE WS-GL-DED-AMOUNT TO WS-CTL-AMT-1
           END-EVALUATE.

       250-WRITE-STEP-END.
           PERFORM 500-GET-THAT-DATE.
           MOVE WS-LOG-KEY-SAVE TO RL-LOG-KEY.
           READ RUN-LOG-FILE
               INVALID KEY
                   DISPLAY 'RUN LOG RECORD ' WS-LOG-KEY-SAVE
                       ' VANISHED - STEP END NOT LOGGED'
               NOT INVALID KEY
                   MOVE WS-SHOW-DATE TO RL-END-DATE
                   MOVE WS-CLOCK-TIME TO RL-END-TIME
                   MOVE WS-STEP-RC TO RL-RETURN-CODE
                   MOVE WS-STEP-STATUS TO RL-STEP-STATUS
                   MOVE WS-CTL-COUNT TO RL-CTL-COUNT
                   MOVE WS-CTL-AMT-1 TO RL-CTL-AMT-1
                   MOVE WS-CTL-AMT-2 TO RL-CTL-AMT-2
                   REWRITE RUN-LOG-RECORD
                   IF WS-RUN-LOG-STATUS NOT = '00'
                        DISPLAY 'ERROR REWRITING RUN LOG - STATUS '
                            WS-RUN-LOG-STATUS
                   END-IF
           END-READ.

       260-SHOW-STEP-RESULT.
           EVALUATE WS-STEP-STATUS
               WHEN 'C'
                   MOVE 'COMPLETE' TO WS-STATUS-TEXT
               WHEN 'W'
                   MOVE 'COMPLETE WITH WARNINGS' TO WS-STATUS-TEXT
               WHEN 'B'
                   MOVE 'BYPASSED - ALREADY DONE' TO WS-STATUS-TEXT
               WHEN OTHER
                   IF WS-STEP-RC = 9999
                        MOVE 'FAILED - ENDED ABNORMALLY'
                            TO WS-STATUS-TEXT
                   ELSE
                        MOVE 'FAILED' TO WS-STATUS-TEXT
                   END-IF
           END-EVALUATE.
           MOVE WS-STEP-RC TO WS-SHOW-RC.
           MOVE WS-CTL-COUNT TO WS-SHOW-COUNT.
           MOVE WS-CTL-AMT-1 TO WS-SHOW-AMT-1.
           MOVE WS-CTL-AMT-2 TO WS-SHOW-AMT-2.
           DISPLAY 'STEP ' WS-ST-NAME (WS-STEP-SUB) ' ENDED '
               WS-CLOCK-TIME ' RC ' WS-SHOW-RC ' - ' WS-STATUS-TEXT.
           DISPLAY '     CONTROLS ' WS-SHOW-COUNT ' ' WS-SHOW-AMT-1
               ' ' WS-SHOW-AMT-2.

       300-TALLY-TIMECARDS.
           MOVE ZERO TO WS-TC-COUNT WS-TC-HASH.
           OPEN INPUT TIMECARD-FILE.
           IF WS-TIMECARD-STATUS = '00'
                MOVE 'N' TO WS-TC-EOF
                PERFORM UNTIL WS-TC-EOF = 'Y'
                     READ TIMECARD-FILE
                         AT END MOVE 'Y' TO WS-TC-EOF
                         NOT AT END
                             IF TC-DETAIL-REC
                                  ADD 1 TO WS-TC-COUNT
                                  COMPUTE WS-TC-HASH = WS-TC-HASH
                                      + TC-HRS-INPUT-1
                                      + (TC-HRS-INPUT-2 / 100)
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE TIMECARD-FILE
           END-IF.

      *************************************************************
      * ONE PASS OVER GLEXPORT.DAT SERVES THE PAY RUN, TIE-OUT AND *
      * REMITTANCE TOTALS: BATCH STUBS, ALL STUBS (BATCH PLUS      *
      * ADJUSTMENTS), EVERY RECORD AND THE DEDUCTION LINES         *
      *************************************************************
       310-TALLY-GL-EXPORT.
           MOVE ZERO TO WS-GL-COUNT WS-GL-STB-COUNT WS-GL-STB-GROSS
               WS-GL-STB-NET WS-GL-ALL-GROSS WS-GL-ALL-NET
               WS-GL-DED-COUNT WS-GL-DED-AMOUNT.
           OPEN INPUT GL-EXPORT-FILE.
           IF WS-GL-EXPORT-STATUS = '00'
                MOVE 'N' TO WS-GL-EOF
                PERFORM UNTIL WS-GL-EOF = 'Y'
                     READ GL-EXPORT-FILE
                         AT END MOVE 'Y' TO WS-GL-EOF
                         NOT AT END PERFORM 315-TALLY-GL-RECORD
                     END-READ
                END-PERFORM
                CLOSE GL-EXPORT-FILE
           END-IF.

       315-TALLY-GL-RECORD.
           ADD 1 TO WS-GL-COUNT.
           EVALUATE GL-STB-REC-TYPE
               WHEN 'S'
                   ADD 1 TO WS-GL-STB-COUNT
                   ADD GL-STB-GROSS TO WS-GL-STB-GROSS
                       WS-GL-ALL-GROSS
                   ADD GL-STB-NET-PAY TO WS-GL-STB-NET
                       WS-GL-ALL-NET
               WHEN 'A'
                   ADD GL-STB-GROSS TO WS-GL-ALL-GROSS
                   ADD GL-STB-NET-PAY TO WS-GL-ALL-NET
               WHEN 'D'
                   ADD 1 TO WS-GL-DED-COUNT
                   ADD GL-DED-AMOUNT TO WS-GL-DED-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       320-TALLY-ACH-FILE.
           MOVE ZERO TO WS-ACH-COUNT WS-ACH-TOTAL-NET.
           OPEN INPUT ACH-EXPORT-FILE.
           IF WS-ACH-EXPORT-STATUS = '00'
                MOVE 'N' TO WS-ACH-EOF
                PERFORM UNTIL WS-ACH-EOF = 'Y'
                     READ ACH-EXPORT-FILE
                         AT END MOVE 'Y' TO WS-ACH-EOF
                         NOT AT END
                             IF ACH-DTL-REC-TYPE = 'D'
                                  ADD 1 TO WS-ACH-COUNT
                                  ADD ACH-DTL-NET-PAY
                                      TO WS-ACH-TOTAL-NET
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE ACH-EXPORT-FILE
           END-IF.

       900-END-OF-RUN.
           IF WS-RUN-HALTED = 'Y'
                MOVE WS-STEP-RC TO WS-SHOW-RC
                DISPLAY 'PAYROLL RUN HALTED AT STEP '
                    WS-ST-NAME (WS-HALT-STEP) ' ('
                    WS-ST-PROGRAM (WS-HALT-STEP) ') RC ' WS-SHOW-RC
                IF WS-HALT-STEP > WS-PAY-STEP-NO
                     DISPLAY 'DO NOT SEND ACHDEP.DAT - CORRECT THE '
                         'PROBLEM AND RERUN WITH RESTART'
                ELSE
                     DISPLAY 'CORRECT THE PROBLEM AND RERUN WITH '
                         'RESTART'
                END-IF
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WS-WARNING-COUNT NOT = ZERO
                     DISPLAY 'PAYROLL RUN COMPLETE WITH WARNINGS - '
                         'REVIEW VARRPT.PRT AND DEDREMIT.PRT BEFORE '
                         'SENDING ACHDEP.DAT'
                     MOVE 4 TO RETURN-CODE
                ELSE
                     DISPLAY 'PAYROLL RUN COMPLETE - ACHDEP.DAT MAY '
                         'BE SENT'
                     MOVE ZERO TO RETURN-CODE
                END-IF
           END-IF.
