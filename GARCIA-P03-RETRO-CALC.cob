      ******************************************************************
      * PROGRAM : PROJECT 3 - RETROACTIVE PAY CALCULATION              *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-RETRO-CALC.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - PRICES EVERY OPEN RETRO      *
      *              REQUEST (RETROREQ.DAT, LOGGED BY               *
      *              GARCIA-P03-EMP-MAINT WITH A BACK-DATED RATE    *
      *              CHANGE).  WALKS THE EMPLOYEE'S PAYROLL HISTORY *
      *              FROM THE EFFECTIVE DATE FORWARD AND REPRICES   *
      *              EACH PAID PERIOD'S REGULAR, OVERTIME AND       *
      *              DOUBLE-TIME EARNINGS AT THE NEW RATE (VOIDS    *
      *              NET OUT AGAINST THEIR ORIGINAL PAY).  PRINTS   *
      *              A WORKSHEET PER EMPLOYEE TO RETROWK.PRT AND    *
      *              WRITES THE DIFFERENCE AS AN OPEN RETRO         *
      *              EARNINGS TRANSACTION (RETROTRN.DAT) FOR THE    *
      *              NEXT GARCIA-P03-PAY-SCREEN BATCH TO PAY.       *
      *              PERIODS ALREADY PAID AT THE NEW RATE ARE NOT   *
      *              REPRICED; A NET DECREASE IS REPORTED FOR       *
      *              MANUAL RECOVERY, NOT DEDUCTED.                 *
      * 10/15/2026 - A REQUEST WITH ANY PERIOD PAID AT A RATE OTHER *
      *              THAN THE OLD RATE IS NOW HELD OPEN WITH NO     *
      *              RETRO TRANSACTION AND COUNTED AS HELD (RETURN  *
      *              CODE 4) - THOSE PERIODS MUST BE PRICED         *
      *              MANUALLY.                                      *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO 'RETROREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-RETRO-REQ-STATUS.

           SELECT RETRO-TRANS-FILE ASSIGN TO 'RETROTRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-TRANS-KEY
               FILE STATUS IS WS-RETRO-TRN-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               ALTERNATE RECORD KEY IS PH-SORT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMP-MAST-STATUS.

           SELECT RETRO-WORKSHEET-FILE ASSIGN TO 'RETROWK.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-WK-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-REQUEST-FILE.
           COPY RETROREQ.

       FD  RETRO-TRANS-FILE.
           COPY RETROTRN.

       FD  PAYROLL-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  RETRO-WORKSHEET-FILE.
       01  RETRO-WORKSHEET-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-RETRO-REQ-STATUS  PIC XX.
           03  WS-RETRO-TRN-STATUS  PIC XX.
           03  WS-PAY-HIST-STATUS   PIC XX.
           03  WS-EMP-MAST-STATUS   PIC XX.
           03  WS-RETRO-WK-STATUS   PIC XX.

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

       01  WS-EFF-SORT-DATE.
           03  WS-ESD-YEAR          PIC XXXX.
           03  WS-ESD-MONTH         PIC XX.
           03  WS-ESD-DAY           PIC XX.
       01  WS-EFF-SHOW-DATE.
           03  WS-EFS-MONTH         PIC XX.
           03  FILLER               PIC X VALUE '/'.
           03  WS-EFS-DAY           PIC XX.
           03  FILLER               PIC X VALUE '/'.
           03  WS-EFS-YEAR          PIC XXXX.

      * SAME WEEKEND/HOLIDAY DIFFERENTIAL THE PAY RUN APPLIES, SO A
      * DIFFERENTIAL WEEK AT THE OLD RATE IS STILL RECOGNIZED
       01  WS-DIFF-PCT              PIC V99   VALUE .10.

       01  WS-RETRO-CTL.
           03  WS-RQ-EOF            PIC X VALUE 'N'.
           03  WS-PH-EOF            PIC X VALUE 'N'.
           03  WS-EMP-NAME          PIC X(20).
           03  WS-DEPT-CODE         PIC X(4).
           03  WS-OLD-DIFF-RATE     PIC 9(3)V99 VALUE ZERO.
           03  WS-NEW-DIFF-RATE     PIC 9(3)V99 VALUE ZERO.
           03  WS-NEW-REG           PIC S9(6)V99 VALUE ZERO.
           03  WS-NEW-OT            PIC S9(6)V99 VALUE ZERO.
           03  WS-NEW-DBL           PIC S9(6)V99 VALUE ZERO.
           03  WS-DIFF-REG          PIC S9(5)V99 VALUE ZERO.
           03  WS-DIFF-OT           PIC S9(5)V99 VALUE ZERO.
           03  WS-DIFF-DBL          PIC S9(5)V99 VALUE ZERO.
           03  WS-DIFF-TOTAL        PIC S9(5)V99 VALUE ZERO.
           03  WS-LINE-NOTE         PIC X(60).

      * RUNNING RETRO FOR THE REQUEST BEING PRICED
       01  WS-EMP-RETRO.
           03  WS-ER-PERIODS        PIC 9(3) VALUE ZERO.
           03  WS-ER-REG            PIC S9(6)V99 VALUE ZERO.
           03  WS-ER-OT             PIC S9(6)V99 VALUE ZERO.
           03  WS-ER-DBL            PIC S9(6)V99 VALUE ZERO.
           03  WS-ER-TOTAL          PIC S9(6)V99 VALUE ZERO.
           03  WS-ER-REVIEW-COUNT   PIC 9(3) VALUE ZERO.

       01  WS-RUN-TOTALS.
           03  WS-REQ-COUNT         PIC 9(4) VALUE ZERO.
           03  WS-TRN-COUNT         PIC 9(4) VALUE ZERO.
           03  WS-TRN-TOTAL         PIC 9(7)V99 VALUE ZERO.
           03  WS-NONE-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-DECR-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-HELD-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-RWK-HDR-LINE.
           03  FILLER               PIC X(34) VALUE
               'RETROACTIVE PAY WORKSHEET - RUN '.
           03  WS-RH-RUN-DATE       PIC X(10).
       01  WS-RWK-EMP-LINE.
           03  FILLER               PIC X(4) VALUE 'EMP '.
           03  WS-RM-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RM-EMP-NAME       PIC X(20).
           03  FILLER               PIC X(7) VALUE '  DEPT '.
           03  WS-RM-DEPT-CODE      PIC X(4).
           03  FILLER               PIC X(6) VALUE '  EFF '.
           03  WS-RM-EFF-DATE       PIC X(10).
           03  FILLER               PIC X(6) VALUE '  OLD '.
           03  WS-RM-OLD-RATE       PIC Z9.99.
           03  FILLER               PIC X(5) VALUE ' NEW '.
           03  WS-RM-NEW-RATE       PIC Z9.99.
       01  WS-RWK-COL-LINE.
           03  FILLER               PIC X(40) VALUE
               'PAY DATE   T   RATE PAID GROSS RETRO REG'.
           03  FILLER               PIC X(31) VALUE
               '  RETRO OT RETRO DBL  RETRO TOT'.
       01  WS-RWK-DETAIL-LINE.
           03  WS-RD-PAY-DATE       PIC X(10).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-REC-TYPE       PIC X.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-RATE           PIC ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-PAID-GROSS     PIC -ZZ,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-RETRO-REG      PIC -Z,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-RETRO-OT       PIC -Z,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-RETRO-DBL      PIC -Z,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-RETRO-TOT      PIC -ZZ,ZZ9.99.
       01  WS-RWK-NOTE-LINE.
           03  FILLER               PIC X(13) VALUE SPACES.
           03  WS-RN-NOTE           PIC X(60).
       01  WS-RWK-EMP-TOTAL-LINE.
           03  FILLER               PIC X(15) VALUE
               'TOTAL  PERIODS '.
           03  WS-RE-PERIODS        PIC ZZ9.
           03  FILLER               PIC X(13) VALUE SPACES.
           03  WS-RE-RETRO-REG      PIC -Z,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RE-RETRO-OT       PIC -Z,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RE-RETRO-DBL      PIC -Z,ZZ9.99.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RE-RETRO-TOT      PIC -ZZ,ZZ9.99.
       01  WS-RWK-TOT-LINE.
           03  WS-RT-LABEL          PIC X(23).
           03  WS-RT-COUNT          PIC ZZZ9.
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-RT-AMOUNT         PIC Z,ZZZ,ZZ9.99.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 500-GET-THAT-DATE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-PROCESS-REQUESTS.
           PERFORM 400-PRINT-TOTALS.
           PERFORM 990-CLOSE-FILES.
           DISPLAY 'RETRO CALCULATION COMPLETE - SEE RETROWK.PRT'.
           DISPLAY 'REQUESTS PRICED: ' WS-REQ-COUNT
               '  TRANSACTIONS WRITTEN: ' WS-TRN-COUNT.
           IF WS-DECR-COUNT > ZERO OR WS-HELD-COUNT > ZERO
                DISPLAY 'REQUESTS NEEDING MANUAL ACTION: '
                    WS-DECR-COUNT ' DECREASE  ' WS-HELD-COUNT
                    ' HELD'
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.

       050-OPEN-FILES.
           OPEN I-O RETRO-REQUEST-FILE.
           IF WS-RETRO-REQ-STATUS = '35'
                DISPLAY 'RETRO REQUEST FILE NOT FOUND - '
                    'NO RETRO REQUESTS TO PRICE'
                STOP RUN
           END-IF.
           IF WS-RETRO-REQ-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RETRO REQUEST FILE - STATUS '
                    WS-RETRO-REQ-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O RETRO-TRANS-FILE.
           IF WS-RETRO-TRN-STATUS = '35'
                OPEN OUTPUT RETRO-TRANS-FILE
                CLOSE RETRO-TRANS-FILE
                OPEN I-O RETRO-TRANS-FILE
           END-IF.
           IF WS-RETRO-TRN-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RETRO TRANSACTION FILE - '
                    'STATUS ' WS-RETRO-TRN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WS-PAY-HIST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PAYROLL HISTORY FILE - STATUS '
                    WS-PAY-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-MAST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE MASTER FILE - STATUS '
                    WS-EMP-MAST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT RETRO-WORKSHEET-FILE.
           IF WS-RETRO-WK-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RETRO WORKSHEET - STATUS '
                    WS-RETRO-WK-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE RETRO-REQUEST-FILE.
           CLOSE RETRO-TRANS-FILE.
           CLOSE PAYROLL-HISTORY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE RETRO-WORKSHEET-FILE.

       100-PRINT-HEADINGS.
           MOVE WS-SHOW-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RWK-HDR-LINE TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.

       200-PROCESS-REQUESTS.
           MOVE LOW-VALUES TO RQ-REQUEST-KEY.
           MOVE 'N' TO WS-RQ-EOF.
           START RETRO-REQUEST-FILE KEY NOT < RQ-REQUEST-KEY
               INVALID KEY MOVE 'Y' TO WS-RQ-EOF
           END-START.
           PERFORM UNTIL WS-RQ-EOF = 'Y'
                READ RETRO-REQUEST-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-RQ-EOF
                    NOT AT END
                        IF RQ-OPEN
                             PERFORM 210-PRICE-REQUEST
                        END-IF
                END-READ
           END-PERFORM.

      *************************************************************
      * ONE REQUEST - PRINT THE EMPLOYEE BLOCK, REPRICE EVERY      *
      * HISTORY RECORD FROM THE EFFECTIVE DATE ON, THEN DECIDE     *
      * WHAT HAPPENS TO THE RESULT.  A REQUEST THAT CANNOT BE      *
      * PRICED STAYS OPEN FOR THE NEXT RUN.                        *
      *************************************************************
       210-PRICE-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           MOVE ZEROS TO WS-ER-PERIODS WS-ER-REG WS-ER-OT WS-ER-DBL
               WS-ER-TOTAL WS-ER-REVIEW-COUNT.
           PERFORM 215-LOOKUP-EMPLOYEE.
           PERFORM 220-PRINT-EMP-HEADING.
           IF RQ-OLD-RATE = ZERO
                MOVE 'NO OLD RATE ON REQUEST - CANNOT PRICE, HELD'
                    TO WS-RN-NOTE
                PERFORM 260-WRITE-NOTE-LINE
                ADD 1 TO WS-HELD-COUNT
           ELSE
                COMPUTE WS-OLD-DIFF-RATE ROUNDED =
                    RQ-OLD-RATE * (1 + WS-DIFF-PCT)
                COMPUTE WS-NEW-DIFF-RATE ROUNDED =
                    RQ-NEW-RATE * (1 + WS-DIFF-PCT)
                PERFORM 230-WALK-HISTORY
                PERFORM 240-PRINT-EMP-TOTAL
                PERFORM 250-DISPOSE-REQUEST
           END-IF.

       215-LOOKUP-EMPLOYEE.
           MOVE RQ-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-EMP-NAME
                   MOVE SPACES TO WS-DEPT-CODE
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-EMP-NAME
                   MOVE EM-DEPT-CODE TO WS-DEPT-CODE
           END-READ.

       220-PRINT-EMP-HEADING.
           MOVE RQ-EFF-DATE TO WS-EFF-SORT-DATE.
           MOVE WS-ESD-YEAR TO WS-EFS-YEAR.
           MOVE WS-ESD-MONTH TO WS-EFS-MONTH.
           MOVE WS-ESD-DAY TO WS-EFS-DAY.
           MOVE SPACES TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.
           MOVE RQ-EMP-ID TO WS-RM-EMP-ID.
           MOVE WS-EMP-NAME TO WS-RM-EMP-NAME.
           MOVE WS-DEPT-CODE TO WS-RM-DEPT-CODE.
           MOVE WS-EFF-SHOW-DATE TO WS-RM-EFF-DATE.
           MOVE RQ-OLD-RATE TO WS-RM-OLD-RATE.
           MOVE RQ-NEW-RATE TO WS-RM-NEW-RATE.
           MOVE WS-RWK-EMP-LINE TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.
           MOVE WS-RWK-COL-LINE TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.

       230-WALK-HISTORY.
           MOVE RQ-EMP-ID TO PH-EMP-ID.
           MOVE RQ-EFF-DATE TO PH-SORT-DATE.
           MOVE ZERO TO PH-SEQ-NO.
           MOVE 'N' TO WS-PH-EOF.
           START PAYROLL-HISTORY-FILE KEY NOT < PH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-PH-EOF
           END-START.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                READ PAYROLL-HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PH-EOF
                    NOT AT END
                        IF PH-EMP-ID NOT = RQ-EMP-ID
                             MOVE 'Y' TO WS-PH-EOF
                        ELSE
                             PERFORM 235-PRICE-HISTORY-RECORD
                        END-IF
                END-READ
           END-PERFORM.

      *************************************************************
      * EACH EARNINGS COMPONENT IS RESCALED BY NEW RATE OVER OLD   *
      * RATE, WHICH CARRIES THE OVERTIME MULTIPLIERS AND THE       *
      * DIFFERENTIAL THROUGH UNCHANGED.  A VOID REVERSAL IS        *
      * NEGATIVE AND CANCELS THE PAY IT VOIDED.  RETRO PAY         *
      * RECORDS THEMSELVES ARE NOT REPRICED.  A PERIOD WHOSE       *
      * HISTORY RATE IS NEITHER THE OLD RATE NOR THE OLD RATE      *
      * WITH DIFFERENTIAL (A JOB RATE OR A SPLIT WEEK) IS SHOWN    *
      * REPRICED BUT MARKED FOR REVIEW, AND HOLDS THE REQUEST.     *
      *************************************************************
       235-PRICE-HISTORY-RECORD.
           IF NOT PH-RETRO-REC
                MOVE SPACES TO WS-LINE-NOTE
                MOVE ZEROS TO WS-DIFF-REG WS-DIFF-OT WS-DIFF-DBL
                    WS-DIFF-TOTAL
                IF PH-REG-RATE = RQ-NEW-RATE
                   OR PH-REG-RATE = WS-NEW-DIFF-RATE
                     MOVE 'ALREADY PAID AT THE NEW RATE - NO RETRO'
                         TO WS-LINE-NOTE
                ELSE
                     COMPUTE WS-NEW-REG ROUNDED = PH-REG-EARNINGS
                         * RQ-NEW-RATE / RQ-OLD-RATE
                     COMPUTE WS-NEW-OT ROUNDED = PH-OT-EARNINGS
                         * RQ-NEW-RATE / RQ-OLD-RATE
                     COMPUTE WS-NEW-DBL ROUNDED = PH-OT-EARNINGS-DBL
                         * RQ-NEW-RATE / RQ-OLD-RATE
                     COMPUTE WS-DIFF-REG = WS-NEW-REG - PH-REG-EARNINGS
                     COMPUTE WS-DIFF-OT = WS-NEW-OT - PH-OT-EARNINGS
                     COMPUTE WS-DIFF-DBL =
                         WS-NEW-DBL - PH-OT-EARNINGS-DBL
                     COMPUTE WS-DIFF-TOTAL =
                         WS-DIFF-REG + WS-DIFF-OT + WS-DIFF-DBL
                     ADD WS-DIFF-REG TO WS-ER-REG
                     ADD WS-DIFF-OT TO WS-ER-OT
                     ADD WS-DIFF-DBL TO WS-ER-DBL
                     ADD WS-DIFF-TOTAL TO WS-ER-TOTAL
                     IF NOT PH-VOID-REC
                          ADD 1 TO WS-ER-PERIODS
                     END-IF
                     IF PH-REG-RATE NOT = RQ-OLD-RATE
                        AND PH-REG-RATE NOT = WS-OLD-DIFF-RATE
                          MOVE 'HISTORY RATE NOT THE OLD RATE - REVIEW'
                              TO WS-LINE-NOTE
                          ADD 1 TO WS-ER-REVIEW-COUNT
                     END-IF
                END-IF
                MOVE PH-PAY-DATE TO WS-RD-PAY-DATE
                IF PH-REC-TYPE = SPACE OR LOW-VALUE
                     MOVE 'P' TO WS-RD-REC-TYPE
                ELSE
                     MOVE PH-REC-TYPE TO WS-RD-REC-TYPE
                END-IF
                MOVE PH-REG-RATE TO WS-RD-RATE
                MOVE PH-TOTAL-EARNINGS TO WS-RD-PAID-GROSS
                MOVE WS-DIFF-REG TO WS-RD-RETRO-REG
                MOVE WS-DIFF-OT TO WS-RD-RETRO-OT
                MOVE WS-DIFF-DBL TO WS-RD-RETRO-DBL
                MOVE WS-DIFF-TOTAL TO WS-RD-RETRO-TOT
                MOVE WS-RWK-DETAIL-LINE TO RETRO-WORKSHEET-RECORD
                WRITE RETRO-WORKSHEET-RECORD
                IF WS-LINE-NOTE NOT = SPACES
                     MOVE WS-LINE-NOTE TO WS-RN-NOTE
                     PERFORM 260-WRITE-NOTE-LINE
                END-IF
           END-IF.

       240-PRINT-EMP-TOTAL.
           MOVE WS-ER-PERIODS TO WS-RE-PERIODS.
           MOVE WS-ER-REG TO WS-RE-RETRO-REG.
           MOVE WS-ER-OT TO WS-RE-RETRO-OT.
           MOVE WS-ER-DBL TO WS-RE-RETRO-DBL.
           MOVE WS-ER-TOTAL TO WS-RE-RETRO-TOT.
           MOVE WS-RWK-EMP-TOTAL-LINE TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.

      *************************************************************
      * A POSITIVE RETRO BECOMES AN OPEN TRANSACTION FOR THE NEXT  *
      * PAY RUN.  NOTHING DUE, OR A NET DECREASE (A RATE CUT OR A  *
      * NEGATIVE COMPONENT), CLOSES THE REQUEST WITHOUT ONE - A    *
      * DECREASE IS NEVER TAKEN BACK AUTOMATICALLY.  A REQUEST     *
      * WITH ANY PERIOD MARKED FOR REVIEW IS HELD OPEN WITH NO     *
      * TRANSACTION - THE RATIO DOES NOT PRICE THAT PERIOD.        *
      *************************************************************
       250-DISPOSE-REQUEST.
           EVALUATE TRUE
               WHEN WS-ER-REVIEW-COUNT > ZERO
                   MOVE 'HISTORY RATE NOT OLD RATE - PRICE MANUALLY'
                       TO WS-RN-NOTE
                   PERFORM 260-WRITE-NOTE-LINE
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-ER-TOTAL = ZERO
                   MOVE 'NO RETRO DUE - REQUEST CLOSED' TO WS-RN-NOTE
                   PERFORM 260-WRITE-NOTE-LINE
                   ADD 1 TO WS-NONE-COUNT
                   PERFORM 270-CLOSE-REQUEST
               WHEN WS-ER-TOTAL < ZERO
                 OR WS-ER-REG < ZERO
                 OR WS-ER-OT < ZERO
                 OR WS-ER-DBL < ZERO
                   MOVE 'RETRO IS A DECREASE - RECOVER MANUALLY'
                       TO WS-RN-NOTE
                   PERFORM 260-WRITE-NOTE-LINE
                   ADD 1 TO WS-DECR-COUNT
                   PERFORM 270-CLOSE-REQUEST
               WHEN OTHER
                   PERFORM 255-WRITE-RETRO-TRANS
           END-EVALUATE.

       255-WRITE-RETRO-TRANS.
           MOVE RQ-EMP-ID TO RT-EMP-ID.
           MOVE RQ-EFF-DATE TO RT-EFF-DATE.
           MOVE RQ-OLD-RATE TO RT-OLD-RATE.
           MOVE RQ-NEW-RATE TO RT-NEW-RATE.
           MOVE WS-ER-PERIODS TO RT-PERIOD-COUNT.
           MOVE WS-ER-REG TO RT-REG-EARNINGS.
           MOVE WS-ER-OT TO RT-OT-EARNINGS.
           MOVE WS-ER-DBL TO RT-DBL-EARNINGS.
           MOVE WS-ER-TOTAL TO RT-TOTAL-EARNINGS.
           MOVE WS-SHOW-DATE TO RT-CALC-DATE.
           MOVE 'O' TO RT-STATUS-FLAG.
           MOVE SPACES TO RT-PAID-DATE.
           WRITE RETRO-TRANS-RECORD.
           IF WS-RETRO-TRN-STATUS = '22'
                MOVE 'RETRO TRANSACTION ALREADY ON FILE - HELD'
                    TO WS-RN-NOTE
                PERFORM 260-WRITE-NOTE-LINE
                ADD 1 TO WS-HELD-COUNT
           ELSE
                IF WS-RETRO-TRN-STATUS NOT = '00'
                     DISPLAY 'ERROR WRITING RETRO TRANSACTION - '
                         'STATUS ' WS-RETRO-TRN-STATUS
                         ' - EMP ' RQ-EMP-ID
                     MOVE 'RETRO TRANSACTION NOT WRITTEN - HELD'
                         TO WS-RN-NOTE
                     PERFORM 260-WRITE-NOTE-LINE
                     ADD 1 TO WS-HELD-COUNT
                ELSE
                     MOVE 'RETRO TRANSACTION WRITTEN FOR NEXT PAY RUN'
                         TO WS-RN-NOTE
                     PERFORM 260-WRITE-NOTE-LINE
                     ADD 1 TO WS-TRN-COUNT
                     ADD RT-TOTAL-EARNINGS TO WS-TRN-TOTAL
                     PERFORM 270-CLOSE-REQUEST
                END-IF
           END-IF.

       260-WRITE-NOTE-LINE.
           MOVE WS-RWK-NOTE-LINE TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.

       270-CLOSE-REQUEST.
           MOVE 'C' TO RQ-STATUS-FLAG.
           REWRITE RETRO-REQUEST-RECORD.
           IF WS-RETRO-REQ-STATUS NOT = '00'
                DISPLAY 'ERROR UPDATING RETRO REQUEST - STATUS '
                    WS-RETRO-REQ-STATUS ' - EMP ' RQ-EMP-ID
           END-IF.

       400-PRINT-TOTALS.
           MOVE SPACES TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.
           MOVE 'REQUESTS PRICED      : ' TO WS-RT-LABEL.
           MOVE WS-REQ-COUNT TO WS-RT-COUNT.
           MOVE ZERO TO WS-RT-AMOUNT.
           PERFORM 410-WRITE-TOT-LINE.
           MOVE 'TRANSACTIONS WRITTEN : ' TO WS-RT-LABEL.
           MOVE WS-TRN-COUNT TO WS-RT-COUNT.
           MOVE WS-TRN-TOTAL TO WS-RT-AMOUNT.
           PERFORM 410-WRITE-TOT-LINE.
           MOVE 'NO RETRO DUE         : ' TO WS-RT-LABEL.
           MOVE WS-NONE-COUNT TO WS-RT-COUNT.
           MOVE ZERO TO WS-RT-AMOUNT.
           PERFORM 410-WRITE-TOT-LINE.
           MOVE 'DECREASES - MANUAL   : ' TO WS-RT-LABEL.
           MOVE WS-DECR-COUNT TO WS-RT-COUNT.
           PERFORM 410-WRITE-TOT-LINE.
           MOVE 'HELD - STILL OPEN    : ' TO WS-RT-LABEL.
           MOVE WS-HELD-COUNT TO WS-RT-COUNT.
           PERFORM 410-WRITE-TOT-LINE.

       410-WRITE-TOT-LINE.
           MOVE WS-RWK-TOT-LINE TO RETRO-WORKSHEET-RECORD.
           WRITE RETRO-WORKSHEET-RECORD.
