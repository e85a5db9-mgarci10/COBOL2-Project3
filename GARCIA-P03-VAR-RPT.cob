      ******************************************************************
      * PROGRAM : PROJECT 3 - PAY VARIANCE REVIEW                      *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-VAR-RPT.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - PERIOD-OVER-PERIOD PAY       *
      *              VARIANCE REVIEW.  RUN AFTER THE PAY RUN AND    *
      *              BEFORE ACHDEP.DAT GOES TO THE BANK.  COMPARES  *
      *              EACH EMPLOYEE'S PAY ON THE PAY DATE JUST PAID  *
      *              (PAYHIST.DAT, VOIDS NETTED) WITH THEIR EARLIER *
      *              PAYS AND FLAGS GROSS OR NET SWINGS OVER THE    *
      *              THRESHOLD PERCENT (PARM 1, DEFAULT 25), HOURS  *
      *              OUTSIDE THE RANGE OF THEIR LAST SIX PAYS,      *
      *              FIRST-TIME PAYEES AND EMPLOYEES PAID LAST      *
      *              PERIOD BUT NOT THIS ONE.  EACH FLAGGED         *
      *              EMPLOYEE SHOWS ANY RATE OR BANK ACCOUNT CHANGE *
      *              LOGGED ON AUDITLOG.DAT SINCE THE PERIOD        *
      *              STARTED.  PARM 2 (MM/DD/YYYY) RE-REVIEWS AN    *
      *              EARLIER PAY DATE.  RETURN CODE 4 WHEN ANYTHING *
      *              IS FLAGGED.                                    *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END-KEY
               FILE STATUS IS WS-PAY-CAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT VARIANCE-RPT-FILE ASSIGN TO 'VARRPT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-RPT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  PAY-PERIOD-FILE.
           COPY PAYCAL.

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       FD  VARIANCE-RPT-FILE.
       01  VARIANCE-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-PAY-HIST-STATUS   PIC XX.
           03  WS-EMP-MAST-STATUS   PIC XX.
           03  WS-PAY-CAL-STATUS    PIC XX.
           03  WS-AUDIT-LOG-STATUS  PIC XX.
           03  WS-VAR-RPT-STATUS    PIC XX.

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
           03  WS-VAR-PCT-PARM      PIC 9(3) VALUE ZERO.
           03  WS-PAY-DATE-PARM     PIC X(10) VALUE SPACES.

      * HOURS ARE ONLY JUDGED ONCE THERE ARE ENOUGH EARLIER PAYS TO
      * SHOW A USUAL RANGE
       01  WS-VARIANCE-CTL.
           03  WS-VAR-PCT           PIC 9(3) VALUE 25.
           03  WS-HRS-MIN-PAYS      PIC 9 VALUE 3.
           03  WS-PH-EOF            PIC X VALUE 'N'.
           03  WS-PC-EOF            PIC X VALUE 'N'.
           03  WS-AL-EOF            PIC X VALUE 'N'.
           03  WS-PERIOD-FOUND      PIC X VALUE 'N'.
           03  WS-GRP-ACTIVE        PIC X VALUE 'N'.

       01  WS-PERIOD-INFO.
           03  WS-CUR-PERIOD-START  PIC X(10).
           03  WS-CUR-PERIOD-END    PIC X(10).
           03  WS-CUR-PAY-DATE      PIC X(10).
           03  WS-CUR-STATUS        PIC X.
           03  WS-PRV-PAY-DATE      PIC X(10) VALUE SPACES.
           03  WS-LAST-CAL-PAY-DATE PIC X(10) VALUE SPACES.

       01  WS-DATE-SPLIT.
           03  WS-DS-MONTH          PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-DAY            PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-YEAR           PIC XXXX.

       01  WS-SORT-KEYS.
           03  WS-CUR-SORT-DATE     PIC X(8).
           03  WS-PRV-SORT-DATE     PIC X(8).
           03  WS-AUD-FROM-KEY      PIC X(8).
           03  WS-REC-KEY           PIC X(8).
       01  WS-SORT-KEY-BUILD.
           03  WS-SK-YEAR           PIC XXXX.
           03  WS-SK-MONTH          PIC XX.
           03  WS-SK-DAY            PIC XX.

      * RATE AND BANK ACCOUNT CHANGES LOGGED SINCE THE PERIOD BEGAN
       01  WS-AUDIT-CHG-TABLE.
           03  WS-AC-COUNT          PIC 9(3) VALUE ZERO.
           03  WS-AC-ENTRY OCCURS 200 TIMES.
               05  WS-AC-RECORD-KEY PIC X(8).
               05  WS-AC-LOG-DATE   PIC X(10).
               05  WS-AC-LOG-TIME   PIC 9(4).
               05  WS-AC-OPERATOR   PIC X(8).
               05  WS-AC-RATE-FLAG  PIC X.
               05  WS-AC-BANK-FLAG  PIC X.
       01  WS-AUDIT-CHG-CTL.
           03  WS-AC-IX             PIC 9(3) VALUE ZERO.
           03  WS-AC-TOTAL          PIC 9(4) VALUE ZERO.
           03  WS-AC-DROPPED        PIC 9(4) VALUE ZERO.
           03  WS-AC-SHOWN-COUNT    PIC 9(4) VALUE ZERO.
           03  WS-AC-EMP-KEY        PIC X(8).

      * ONE PAY DATE FOR ONE EMPLOYEE - VOIDS AND REISSUES ON THE
      * SAME DATE NET INTO IT
       01  WS-DATE-GROUP.
           03  WS-DG-SORT-DATE      PIC X(8).
           03  WS-DG-PAY-DATE       PIC X(10).
           03  WS-DG-GROSS          PIC S9(6)V99.
           03  WS-DG-NET            PIC S9(6)V99.
           03  WS-DG-HOURS          PIC S9(3)V99.

      * THE EMPLOYEE'S LAST SIX EARLIER PAYS, OLDEST FIRST
       01  WS-PRIOR-PAYS.
           03  WS-PP-COUNT          PIC 9 VALUE ZERO.
           03  WS-PP-IX             PIC 9(2) VALUE ZERO.
           03  WS-PP-ENTRY OCCURS 6 TIMES.
               05  WS-PP-PAY-DATE   PIC X(10).
               05  WS-PP-GROSS      PIC S9(6)V99.
               05  WS-PP-NET        PIC S9(6)V99.
               05  WS-PP-HOURS      PIC S9(3)V99.

       01  WS-EMP-EVAL.
           03  WS-EV-EMP-ID         PIC 9(5).
           03  WS-EV-CUR-PAID       PIC X.
           03  WS-EV-PRV-PAID       PIC X.
           03  WS-EV-TERMINATED     PIC X.
           03  WS-EV-CUR-GROSS      PIC S9(6)V99.
           03  WS-EV-CUR-NET        PIC S9(6)V99.
           03  WS-EV-CUR-HOURS      PIC S9(3)V99.
           03  WS-EV-LAST-PAY-DATE  PIC X(10).
           03  WS-EV-GROSS-PCT      PIC 9(4)V9.
           03  WS-EV-NET-PCT        PIC 9(4)V9.
           03  WS-EV-MIN-HOURS      PIC S9(3)V99.
           03  WS-EV-MAX-HOURS      PIC S9(3)V99.
           03  WS-EV-GROSS-FLAG     PIC X.
           03  WS-EV-NET-FLAG       PIC X.
           03  WS-EV-HOURS-FLAG     PIC X.
           03  WS-EV-FIRST-FLAG     PIC X.
           03  WS-EV-MISSING-FLAG   PIC X.

       01  WS-SWING-WORK.
           03  WS-SW-CUR            PIC S9(6)V99.
           03  WS-SW-LAST           PIC S9(6)V99.
           03  WS-SW-DIFF           PIC S9(6)V99.
           03  WS-SW-PCT            PIC 9(4)V9.
           03  WS-SW-OVER           PIC X.

       01  WS-VAR-TOTALS.
           03  WS-PAID-COUNT        PIC 9(5) VALUE ZERO.
           03  WS-PAID-GROSS        PIC S9(7)V99 VALUE ZERO.
           03  WS-PAID-NET          PIC S9(7)V99 VALUE ZERO.
           03  WS-FLAG-COUNT        PIC 9(5) VALUE ZERO.
           03  WS-GROSS-FLAGS       PIC 9(5) VALUE ZERO.
           03  WS-NET-FLAGS         PIC 9(5) VALUE ZERO.
           03  WS-HOURS-FLAGS       PIC 9(5) VALUE ZERO.
           03  WS-FIRST-FLAGS       PIC 9(5) VALUE ZERO.
           03  WS-MISSING-FLAGS     PIC 9(5) VALUE ZERO.

       01  WS-VAR-HDR-LINE.
           03  FILLER               PIC X(26) VALUE
               'PAY VARIANCE REVIEW - RUN '.
           03  WS-VH-RUN-DATE       PIC X(10).
       01  WS-VAR-SEL-LINE.
           03  FILLER               PIC X(9) VALUE 'PAY DATE '.
           03  WS-VS-PAY-DATE       PIC X(10).
           03  FILLER               PIC X(9) VALUE '  PERIOD '.
           03  WS-VS-PER-START      PIC X(10).
           03  FILLER               PIC X(3) VALUE ' - '.
           03  WS-VS-PER-END        PIC X(10).
       01  WS-VAR-SEL2-LINE.
           03  FILLER               PIC X(21) VALUE
               'LAST PERIOD PAY DATE '.
           03  WS-VS-PRV-PAY-DATE   PIC X(10).
           03  FILLER               PIC X(18) VALUE
               '  SWING THRESHOLD '.
           03  WS-VS-PCT            PIC ZZ9.
           03  FILLER               PIC X(4) VALUE ' PCT'.
       01  WS-VAR-SEL3-LINE.
           03  FILLER               PIC X(31) VALUE
               'RATE/BANK CHANGES LOGGED SINCE '.
           03  WS-VS-AUD-FROM       PIC X(10).
       01  WS-VAR-COL-LINE.
           03  FILLER               PIC X(38) VALUE
               'EMP ID NAME                  CUR GROSS'.
           03  FILLER               PIC X(41) VALUE
               '  PRV GROSS    CUR NET    PRV NET   HOURS'.
       01  WS-VAR-DETAIL-LINE.
           03  WS-VD-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-VD-EMP-NAME       PIC X(20).
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-VD-CUR-GROSS      PIC ZZ,ZZ9.99-.
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-VD-PRV-GROSS      PIC ZZ,ZZ9.99-.
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-VD-CUR-NET        PIC ZZ,ZZ9.99-.
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-VD-PRV-NET        PIC ZZ,ZZ9.99-.
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-VD-HOURS          PIC ZZ9.99-.
       01  WS-VAR-SWING-LINE.
           03  FILLER               PIC X(9) VALUE '      ** '.
           03  WS-VW-WHAT           PIC X(5).
           03  FILLER               PIC X(12) VALUE ' CHANGED BY '.
           03  WS-VW-PCT            PIC ZZZ9.9.
           03  FILLER               PIC X(19) VALUE
               ' PCT FROM LAST PAY '.
           03  WS-VW-LAST-DATE      PIC X(10).
       01  WS-VAR-HOURS-LINE.
           03  FILLER               PIC X(15) VALUE
               '      ** HOURS '.
           03  WS-VR-HOURS          PIC ZZ9.99-.
           03  FILLER               PIC X(14) VALUE ' OUTSIDE LAST '.
           03  WS-VR-PAYS           PIC 9.
           03  FILLER               PIC X(12) VALUE ' PAYS RANGE '.
           03  WS-VR-MIN            PIC ZZ9.99-.
           03  FILLER               PIC X(3) VALUE ' - '.
           03  WS-VR-MAX            PIC ZZ9.99-.
       01  WS-VAR-NOTE-LINE.
           03  FILLER               PIC X(9) VALUE '      ** '.
           03  WS-VN-TEXT           PIC X(60).
       01  WS-VAR-AUDIT-LINE.
           03  FILLER               PIC X(9) VALUE '      ** '.
           03  WS-VA-WHAT           PIC X(17).
           03  FILLER               PIC X(8) VALUE ' LOGGED '.
           03  WS-VA-LOG-DATE       PIC X(10).
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-VA-LOG-TIME       PIC 9(4).
           03  FILLER               PIC X(4) VALUE ' BY '.
           03  WS-VA-OPERATOR       PIC X(8).
       01  WS-VAR-PAID-LINE.
           03  WS-VT-LABEL          PIC X(32).
           03  WS-VT-COUNT          PIC ZZZZ9.
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-VT-GROSS          PIC ZZZZ,ZZ9.99-.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-VT-NET            PIC ZZZZ,ZZ9.99-.
       01  WS-VAR-COUNT-LINE.
           03  WS-VC-LABEL          PIC X(32).
           03  WS-VC-COUNT          PIC ZZZZ9.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 500-GET-THAT-DATE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-VAR-PCT-PARM WS-PAY-DATE-PARM.
           IF WS-VAR-PCT-PARM NOT = ZERO
                MOVE WS-VAR-PCT-PARM TO WS-VAR-PCT
           END-IF.
           PERFORM 060-FIND-PAY-PERIODS.
           PERFORM 050-OPEN-FILES.
           PERFORM 070-LOAD-AUDIT-CHANGES.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-SCAN-HISTORY.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 990-CLOSE-FILES.
           IF WS-FLAG-COUNT = ZERO
                DISPLAY 'NO PAY VARIANCES FLAGGED - ACHDEP.DAT MAY BE '
                    'SENT'
           ELSE
                DISPLAY 'PAY VARIANCES FLAGGED - REVIEW VARRPT.PRT '
                    'BEFORE SENDING ACHDEP.DAT'
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.

       050-OPEN-FILES.
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
           OPEN OUTPUT VARIANCE-RPT-FILE.
           IF WS-VAR-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING VARIANCE REPORT FILE - STATUS '
                    WS-VAR-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE PAYROLL-HISTORY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE VARIANCE-RPT-FILE.

      *************************************************************
      * THE PAY DATE REVIEWED IS THE LATEST PAID PERIOD ON THE     *
      * CALENDAR (THE RUN JUST FINISHED) UNLESS ONE IS GIVEN.  THE *
      * PERIOD BEFORE IT ON THE CALENDAR IS "LAST PERIOD".         *
      *************************************************************
       060-FIND-PAY-PERIODS.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PAY-CAL-STATUS NOT = '00'
                DISPLAY 'PAY PERIOD CALENDAR NOT AVAILABLE - STATUS '
                    WS-PAY-CAL-STATUS ' - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 'N' TO WS-PERIOD-FOUND.
           MOVE 'N' TO WS-PC-EOF.
           MOVE LOW-VALUES TO PC-PERIOD-END-KEY.
           START PAY-PERIOD-FILE KEY NOT < PC-PERIOD-END-KEY
               INVALID KEY MOVE 'Y' TO WS-PC-EOF
           END-START.
           PERFORM UNTIL WS-PC-EOF = 'Y'
                READ PAY-PERIOD-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PC-EOF
                    NOT AT END PERFORM 065-CHECK-PERIOD
                END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-FILE.
           IF WS-PERIOD-FOUND = 'N'
                IF WS-PAY-DATE-PARM = SPACES
                     DISPLAY 'NO PAID PAY PERIOD ON CALENDAR - RUN '
                         'REFUSED'
                ELSE
                     DISPLAY 'PAY DATE ' WS-PAY-DATE-PARM
                         ' NOT ON CALENDAR - RUN REFUSED'
                END-IF
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-CUR-STATUS = 'O'
                DISPLAY 'PAY PERIOD ENDING ' WS-CUR-PERIOD-END
                    ' HAS NOT BEEN PAID - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-CUR-PAY-DATE TO WS-DATE-SPLIT.
           PERFORM 120-BUILD-SORT-KEY.
           MOVE WS-SORT-KEY-BUILD TO WS-CUR-SORT-DATE.
           IF WS-PRV-PAY-DATE = SPACES
                MOVE SPACES TO WS-PRV-SORT-DATE
           ELSE
                MOVE WS-PRV-PAY-DATE TO WS-DATE-SPLIT
                PERFORM 120-BUILD-SORT-KEY
                MOVE WS-SORT-KEY-BUILD TO WS-PRV-SORT-DATE
           END-IF.
      * THE PREVIOUS BATCH CANNOT RUN BEFORE ITS PERIOD ENDS, SO
      * EVERYTHING LOGGED SINCE THIS PERIOD STARTED IS NEW TO THIS RUN
           MOVE WS-CUR-PERIOD-START TO WS-DATE-SPLIT.
           PERFORM 120-BUILD-SORT-KEY.
           MOVE WS-SORT-KEY-BUILD TO WS-AUD-FROM-KEY.

       065-CHECK-PERIOD.
           IF WS-PAY-DATE-PARM = SPACES
                IF PC-PAID
                     PERFORM 066-TAKE-PERIOD
                END-IF
           ELSE
                IF PC-PAY-DATE = WS-PAY-DATE-PARM
                   AND WS-PERIOD-FOUND = 'N'
                     PERFORM 066-TAKE-PERIOD
                END-IF
           END-IF.
           MOVE PC-PAY-DATE TO WS-LAST-CAL-PAY-DATE.

       066-TAKE-PERIOD.
           MOVE 'Y' TO WS-PERIOD-FOUND.
           MOVE PC-PERIOD-START TO WS-CUR-PERIOD-START.
           MOVE PC-PERIOD-END TO WS-CUR-PERIOD-END.
           MOVE PC-PAY-DATE TO WS-CUR-PAY-DATE.
           MOVE PC-STATUS-FLAG TO WS-CUR-STATUS.
           MOVE WS-LAST-CAL-PAY-DATE TO WS-PRV-PAY-DATE.

       070-LOAD-AUDIT-CHANGES.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS = '35'
                DISPLAY 'AUDIT LOG NOT FOUND - NO RATE OR BANK '
                    'CHANGES TO CROSS-REFERENCE'
           ELSE
                IF WS-AUDIT-LOG-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING AUDIT LOG FILE - STATUS '
                         WS-AUDIT-LOG-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE 'N' TO WS-AL-EOF
                PERFORM UNTIL WS-AL-EOF = 'Y'
                     READ AUDIT-LOG-FILE
                         AT END MOVE 'Y' TO WS-AL-EOF
                         NOT AT END PERFORM 075-CHECK-AUDIT-RECORD
                     END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-AC-DROPPED > ZERO
                DISPLAY 'AUDIT CHANGE TABLE FULL - ' WS-AC-DROPPED
                    ' CHANGES NOT CROSS-REFERENCED - SEE '
                    'GARCIA-P03-AUD-RPT'
           END-IF.

       075-CHECK-AUDIT-RECORD.
           IF AL-RATE-CHG-FLAG = 'Y' OR AL-BANK-CHG-FLAG = 'Y'
                MOVE AL-LOG-DATE TO WS-DATE-SPLIT
                PERFORM 120-BUILD-SORT-KEY
                MOVE WS-SORT-KEY-BUILD TO WS-REC-KEY
                IF WS-REC-KEY NOT < WS-AUD-FROM-KEY
                     ADD 1 TO WS-AC-TOTAL
                     IF WS-AC-COUNT < 200
                          ADD 1 TO WS-AC-COUNT
                          MOVE AL-RECORD-KEY
                              TO WS-AC-RECORD-KEY (WS-AC-COUNT)
                          MOVE AL-LOG-DATE
                              TO WS-AC-LOG-DATE (WS-AC-COUNT)
                          MOVE AL-LOG-TIME
                              TO WS-AC-LOG-TIME (WS-AC-COUNT)
                          MOVE AL-OPERATOR-ID
                              TO WS-AC-OPERATOR (WS-AC-COUNT)
                          MOVE AL-RATE-CHG-FLAG
                              TO WS-AC-RATE-FLAG (WS-AC-COUNT)
                          MOVE AL-BANK-CHG-FLAG
                              TO WS-AC-BANK-FLAG (WS-AC-COUNT)
                     ELSE
                          ADD 1 TO WS-AC-DROPPED
                     END-IF
                END-IF
           END-IF.

       120-BUILD-SORT-KEY.
           MOVE WS-DS-YEAR TO WS-SK-YEAR.
           MOVE WS-DS-MONTH TO WS-SK-MONTH.
           MOVE WS-DS-DAY TO WS-SK-DAY.

       100-PRINT-HEADINGS.
           MOVE WS-SHOW-DATE TO WS-VH-RUN-DATE.
           MOVE WS-VAR-HDR-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
           MOVE WS-CUR-PAY-DATE TO WS-VS-PAY-DATE.
           MOVE WS-CUR-PERIOD-START TO WS-VS-PER-START.
           MOVE WS-CUR-PERIOD-END TO WS-VS-PER-END.
           MOVE WS-VAR-SEL-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
           IF WS-PRV-PAY-DATE = SPACES
                MOVE 'NONE      ' TO WS-VS-PRV-PAY-DATE
           ELSE
                MOVE WS-PRV-PAY-DATE TO WS-VS-PRV-PAY-DATE
           END-IF.
           MOVE WS-VAR-PCT TO WS-VS-PCT.
           MOVE WS-VAR-SEL2-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
           MOVE WS-CUR-PERIOD-START TO WS-VS-AUD-FROM.
           MOVE WS-VAR-SEL3-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
           MOVE SPACES TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
           MOVE WS-VAR-COL-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.

      *************************************************************
      * HISTORY IS READ IN PRIMARY KEY ORDER - EMPLOYEE, THEN PAY  *
      * DATE OLDEST FIRST - SO EACH EMPLOYEE'S PAYS ARRIVE AS ONE  *
      * GROUP.  PAYS AFTER THE REVIEWED PAY DATE ARE IGNORED.      *
      *************************************************************
       200-SCAN-HISTORY.
           MOVE 'N' TO WS-PH-EOF.
           MOVE LOW-VALUES TO PH-HIST-KEY.
           START PAYROLL-HISTORY-FILE KEY NOT < PH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-PH-EOF
           END-START.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                READ PAYROLL-HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PH-EOF
                    NOT AT END PERFORM 210-TAKE-HIST-RECORD
                END-READ
           END-PERFORM.
           IF WS-GRP-ACTIVE = 'Y'
                PERFORM 250-CLOSE-DATE-GROUP
                PERFORM 300-EVALUATE-EMPLOYEE
           END-IF.

       210-TAKE-HIST-RECORD.
           IF WS-GRP-ACTIVE = 'N' OR PH-EMP-ID NOT = WS-EV-EMP-ID
                IF WS-GRP-ACTIVE = 'Y'
                     PERFORM 250-CLOSE-DATE-GROUP
                     PERFORM 300-EVALUATE-EMPLOYEE
                END-IF
                PERFORM 220-START-EMPLOYEE
           ELSE
                IF PH-SORT-DATE NOT = WS-DG-SORT-DATE
                     PERFORM 250-CLOSE-DATE-GROUP
                     PERFORM 230-START-DATE-GROUP
                END-IF
           END-IF.
           ADD PH-TOTAL-EARNINGS TO WS-DG-GROSS.
           ADD PH-NET-PAY TO WS-DG-NET.
           ADD PH-TOTAL-HRS TO WS-DG-HOURS.

       220-START-EMPLOYEE.
           MOVE 'Y' TO WS-GRP-ACTIVE.
           MOVE PH-EMP-ID TO WS-EV-EMP-ID.
           MOVE 'N' TO WS-EV-CUR-PAID.
           MOVE 'N' TO WS-EV-PRV-PAID.
           MOVE ZERO TO WS-EV-CUR-GROSS WS-EV-CUR-NET WS-EV-CUR-HOURS.
           MOVE ZERO TO WS-PP-COUNT.
           PERFORM 230-START-DATE-GROUP.

       230-START-DATE-GROUP.
           MOVE PH-SORT-DATE TO WS-DG-SORT-DATE.
           MOVE PH-PAY-DATE TO WS-DG-PAY-DATE.
           MOVE ZERO TO WS-DG-GROSS WS-DG-NET WS-DG-HOURS.

      * A PAY VOIDED AND NOT REISSUED NETS TO NOTHING AND DOES NOT
      * COUNT AS A PAY
       250-CLOSE-DATE-GROUP.
           EVALUATE TRUE
               WHEN WS-DG-GROSS = ZERO AND WS-DG-NET = ZERO
                    AND WS-DG-HOURS = ZERO
                   CONTINUE
               WHEN WS-DG-SORT-DATE = WS-CUR-SORT-DATE
                   MOVE 'Y' TO WS-EV-CUR-PAID
                   MOVE WS-DG-GROSS TO WS-EV-CUR-GROSS
                   MOVE WS-DG-NET TO WS-EV-CUR-NET
                   MOVE WS-DG-HOURS TO WS-EV-CUR-HOURS
               WHEN WS-DG-SORT-DATE < WS-CUR-SORT-DATE
                   PERFORM 255-SAVE-PRIOR-PAY
                   IF WS-DG-SORT-DATE = WS-PRV-SORT-DATE
                        MOVE 'Y' TO WS-EV-PRV-PAID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       255-SAVE-PRIOR-PAY.
           IF WS-PP-COUNT < 6
                ADD 1 TO WS-PP-COUNT
           ELSE
                PERFORM 256-SHIFT-PRIOR-PAY
                    VARYING WS-PP-IX FROM 1 BY 1
                    UNTIL WS-PP-IX > 5
           END-IF.
           MOVE WS-DG-PAY-DATE TO WS-PP-PAY-DATE (WS-PP-COUNT).
           MOVE WS-DG-GROSS TO WS-PP-GROSS (WS-PP-COUNT).
           MOVE WS-DG-NET TO WS-PP-NET (WS-PP-COUNT).
           MOVE WS-DG-HOURS TO WS-PP-HOURS (WS-PP-COUNT).

       256-SHIFT-PRIOR-PAY.
           MOVE WS-PP-ENTRY (WS-PP-IX + 1) TO WS-PP-ENTRY (WS-PP-IX).

       300-EVALUATE-EMPLOYEE.
           MOVE 'N' TO WS-EV-GROSS-FLAG.
           MOVE 'N' TO WS-EV-NET-FLAG.
           MOVE 'N' TO WS-EV-HOURS-FLAG.
           MOVE 'N' TO WS-EV-FIRST-FLAG.
           MOVE 'N' TO WS-EV-MISSING-FLAG.
           IF WS-EV-CUR-PAID = 'Y'
                ADD 1 TO WS-PAID-COUNT
                ADD WS-EV-CUR-GROSS TO WS-PAID-GROSS
                ADD WS-EV-CUR-NET TO WS-PAID-NET
                IF WS-PP-COUNT = ZERO
                     MOVE 'Y' TO WS-EV-FIRST-FLAG
                ELSE
                     PERFORM 310-CHECK-PAY-SWINGS
                     PERFORM 320-CHECK-HOURS-RANGE
                END-IF
           ELSE
                IF WS-EV-PRV-PAID = 'Y'
                     MOVE 'Y' TO WS-EV-MISSING-FLAG
                END-IF
           END-IF.
           IF WS-EV-GROSS-FLAG = 'Y' OR WS-EV-NET-FLAG = 'Y'
              OR WS-EV-HOURS-FLAG = 'Y' OR WS-EV-FIRST-FLAG = 'Y'
              OR WS-EV-MISSING-FLAG = 'Y'
                PERFORM 400-PRINT-FLAGGED-EMP
           END-IF.

      * GROSS AND NET ARE EACH MEASURED AGAINST THE LAST EARLIER PAY
       310-CHECK-PAY-SWINGS.
           MOVE WS-EV-CUR-GROSS TO WS-SW-CUR.
           MOVE WS-PP-GROSS (WS-PP-COUNT) TO WS-SW-LAST.
           PERFORM 315-MEASURE-SWING.
           MOVE WS-SW-PCT TO WS-EV-GROSS-PCT.
           MOVE WS-SW-OVER TO WS-EV-GROSS-FLAG.
           MOVE WS-EV-CUR-NET TO WS-SW-CUR.
           MOVE WS-PP-NET (WS-PP-COUNT) TO WS-SW-LAST.
           PERFORM 315-MEASURE-SWING.
           MOVE WS-SW-PCT TO WS-EV-NET-PCT.
           MOVE WS-SW-OVER TO WS-EV-NET-FLAG.

      * A LAST PAY OF ZERO OR LESS, OR A SWING OF 99 TIMES OR MORE,
      * SHOWS AS 9999.9 PERCENT
       315-MEASURE-SWING.
           COMPUTE WS-SW-DIFF = WS-SW-CUR - WS-SW-LAST.
           IF WS-SW-DIFF < ZERO
                COMPUTE WS-SW-DIFF = ZERO - WS-SW-DIFF
           END-IF.
           IF WS-SW-LAST > ZERO
                IF WS-SW-DIFF < WS-SW-LAST * 99
                     COMPUTE WS-SW-PCT ROUNDED =
                         WS-SW-DIFF * 100 / WS-SW-LAST
                ELSE
                     MOVE 9999.9 TO WS-SW-PCT
                END-IF
           ELSE
                IF WS-SW-DIFF = ZERO
                     MOVE ZERO TO WS-SW-PCT
                ELSE
                     MOVE 9999.9 TO WS-SW-PCT
                END-IF
           END-IF.
           IF WS-SW-PCT > WS-VAR-PCT
                MOVE 'Y' TO WS-SW-OVER
           ELSE
                MOVE 'N' TO WS-SW-OVER
           END-IF.

       320-CHECK-HOURS-RANGE.
           IF WS-PP-COUNT NOT < WS-HRS-MIN-PAYS
                MOVE WS-PP-HOURS (1) TO WS-EV-MIN-HOURS
                MOVE WS-PP-HOURS (1) TO WS-EV-MAX-HOURS
                PERFORM 325-WIDEN-HOURS-RANGE
                    VARYING WS-PP-IX FROM 2 BY 1
                    UNTIL WS-PP-IX > WS-PP-COUNT
                IF WS-EV-CUR-HOURS < WS-EV-MIN-HOURS
                   OR WS-EV-CUR-HOURS > WS-EV-MAX-HOURS
                     MOVE 'Y' TO WS-EV-HOURS-FLAG
                END-IF
           END-IF.

       325-WIDEN-HOURS-RANGE.
           IF WS-PP-HOURS (WS-PP-IX) < WS-EV-MIN-HOURS
                MOVE WS-PP-HOURS (WS-PP-IX) TO WS-EV-MIN-HOURS
           END-IF.
           IF WS-PP-HOURS (WS-PP-IX) > WS-EV-MAX-HOURS
                MOVE WS-PP-HOURS (WS-PP-IX) TO WS-EV-MAX-HOURS
           END-IF.

      *************************************************************
      * ONE DETAIL LINE PER FLAGGED EMPLOYEE, THEN A LINE FOR EACH *
      * REASON AND FOR EACH RATE OR BANK CHANGE LOGGED THIS PERIOD *
      *************************************************************
       400-PRINT-FLAGGED-EMP.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE WS-EV-EMP-ID TO WS-VD-EMP-ID.
           MOVE 'N' TO WS-EV-TERMINATED.
           MOVE WS-EV-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO WS-VD-EMP-NAME
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-VD-EMP-NAME
                   IF EM-TERMINATED
                        MOVE 'Y' TO WS-EV-TERMINATED
                   END-IF
           END-READ.
           MOVE WS-EV-CUR-GROSS TO WS-VD-CUR-GROSS.
           MOVE WS-EV-CUR-NET TO WS-VD-CUR-NET.
           MOVE WS-EV-CUR-HOURS TO WS-VD-HOURS.
           IF WS-PP-COUNT > ZERO
                MOVE WS-PP-GROSS (WS-PP-COUNT) TO WS-VD-PRV-GROSS
                MOVE WS-PP-NET (WS-PP-COUNT) TO WS-VD-PRV-NET
                MOVE WS-PP-PAY-DATE (WS-PP-COUNT)
                    TO WS-EV-LAST-PAY-DATE
           ELSE
                MOVE ZERO TO WS-VD-PRV-GROSS WS-VD-PRV-NET
                MOVE SPACES TO WS-EV-LAST-PAY-DATE
           END-IF.
           MOVE WS-VAR-DETAIL-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.

           IF WS-EV-GROSS-FLAG = 'Y'
                ADD 1 TO WS-GROSS-FLAGS
                MOVE 'GROSS' TO WS-VW-WHAT
                MOVE WS-EV-GROSS-PCT TO WS-VW-PCT
                MOVE WS-EV-LAST-PAY-DATE TO WS-VW-LAST-DATE
                MOVE WS-VAR-SWING-LINE TO VARIANCE-RPT-RECORD
                WRITE VARIANCE-RPT-RECORD
           END-IF.
           IF WS-EV-NET-FLAG = 'Y'
                ADD 1 TO WS-NET-FLAGS
                MOVE 'NET  ' TO WS-VW-WHAT
                MOVE WS-EV-NET-PCT TO WS-VW-PCT
                MOVE WS-EV-LAST-PAY-DATE TO WS-VW-LAST-DATE
                MOVE WS-VAR-SWING-LINE TO VARIANCE-RPT-RECORD
                WRITE VARIANCE-RPT-RECORD
           END-IF.
           IF WS-EV-HOURS-FLAG = 'Y'
                ADD 1 TO WS-HOURS-FLAGS
                MOVE WS-EV-CUR-HOURS TO WS-VR-HOURS
                MOVE WS-PP-COUNT TO WS-VR-PAYS
                MOVE WS-EV-MIN-HOURS TO WS-VR-MIN
                MOVE WS-EV-MAX-HOURS TO WS-VR-MAX
                MOVE WS-VAR-HOURS-LINE TO VARIANCE-RPT-RECORD
                WRITE VARIANCE-RPT-RECORD
           END-IF.
           IF WS-EV-FIRST-FLAG = 'Y'
                ADD 1 TO WS-FIRST-FLAGS
                MOVE 'FIRST-TIME PAYEE - NO EARLIER PAY ON HISTORY'
                    TO WS-VN-TEXT
                MOVE WS-VAR-NOTE-LINE TO VARIANCE-RPT-RECORD
                WRITE VARIANCE-RPT-RECORD
           END-IF.
           IF WS-EV-MISSING-FLAG = 'Y'
                ADD 1 TO WS-MISSING-FLAGS
                MOVE SPACES TO WS-VN-TEXT
                STRING 'PAID LAST PERIOD (' WS-PRV-PAY-DATE
                    ') - NOT PAID THIS PERIOD'
                    DELIMITED BY SIZE INTO WS-VN-TEXT
                MOVE WS-VAR-NOTE-LINE TO VARIANCE-RPT-RECORD
                WRITE VARIANCE-RPT-RECORD
                IF WS-EV-TERMINATED = 'Y'
                     MOVE 'EMPLOYEE IS TERMINATED ON THE MASTER'
                         TO WS-VN-TEXT
                ELSE
                     MOVE 'EMPLOYEE IS STILL ACTIVE - CHECK TIMECARD'
                         TO WS-VN-TEXT
                END-IF
                MOVE WS-VAR-NOTE-LINE TO VARIANCE-RPT-RECORD
                WRITE VARIANCE-RPT-RECORD
           END-IF.
           PERFORM 410-SHOW-AUDIT-CHANGES.
           MOVE SPACES TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.

      * THE MASTER MAINTENANCE LOG KEYS ITS RECORDS BY EMPLOYEE ID
       410-SHOW-AUDIT-CHANGES.
           MOVE WS-EV-EMP-ID TO WS-AC-EMP-KEY.
           PERFORM 415-SHOW-AUDIT-CHANGE
               VARYING WS-AC-IX FROM 1 BY 1
               UNTIL WS-AC-IX > WS-AC-COUNT.

       415-SHOW-AUDIT-CHANGE.
           IF WS-AC-RECORD-KEY (WS-AC-IX) = WS-AC-EMP-KEY
                ADD 1 TO WS-AC-SHOWN-COUNT
                IF WS-AC-RATE-FLAG (WS-AC-IX) = 'Y'
                   AND WS-AC-BANK-FLAG (WS-AC-IX) = 'Y'
                     MOVE 'RATE+BANK CHANGE' TO WS-VA-WHAT
                ELSE
                     IF WS-AC-RATE-FLAG (WS-AC-IX) = 'Y'
                          MOVE 'RATE CHANGE' TO WS-VA-WHAT
                     ELSE
                          MOVE 'BANK ACCT CHANGE' TO WS-VA-WHAT
                     END-IF
                END-IF
                MOVE WS-AC-LOG-DATE (WS-AC-IX) TO WS-VA-LOG-DATE
                MOVE WS-AC-LOG-TIME (WS-AC-IX) TO WS-VA-LOG-TIME
                MOVE WS-AC-OPERATOR (WS-AC-IX) TO WS-VA-OPERATOR
                MOVE WS-VAR-AUDIT-LINE TO VARIANCE-RPT-RECORD
                WRITE VARIANCE-RPT-RECORD
           END-IF.

       800-PRINT-TOTALS.
           MOVE SPACES TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
           MOVE 'EMPLOYEES PAID THIS PAY DATE  : ' TO WS-VT-LABEL.
           MOVE WS-PAID-COUNT TO WS-VT-COUNT.
           MOVE WS-PAID-GROSS TO WS-VT-GROSS.
           MOVE WS-PAID-NET TO WS-VT-NET.
           MOVE WS-VAR-PAID-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
           MOVE 'EMPLOYEES FLAGGED FOR REVIEW  : ' TO WS-VC-LABEL.
           MOVE WS-FLAG-COUNT TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  GROSS SWING OVER THRESHOLD  : ' TO WS-VC-LABEL.
           MOVE WS-GROSS-FLAGS TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  NET SWING OVER THRESHOLD    : ' TO WS-VC-LABEL.
           MOVE WS-NET-FLAGS TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  HOURS OUTSIDE USUAL RANGE   : ' TO WS-VC-LABEL.
           MOVE WS-HOURS-FLAGS TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  FIRST-TIME PAYEES           : ' TO WS-VC-LABEL.
           MOVE WS-FIRST-FLAGS TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  PAID LAST PERIOD, NOT THIS  : ' TO WS-VC-LABEL.
           MOVE WS-MISSING-FLAGS TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE 'RATE/BANK CHANGES THIS PERIOD : ' TO WS-VC-LABEL.
           MOVE WS-AC-TOTAL TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  ON FLAGGED EMPLOYEES        : ' TO WS-VC-LABEL.
           MOVE WS-AC-SHOWN-COUNT TO WS-VC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           IF WS-AC-DROPPED > ZERO
                MOVE '  NOT CROSS-REFERENCED (FULL) : ' TO WS-VC-LABEL
                MOVE WS-AC-DROPPED TO WS-VC-COUNT
                PERFORM 810-PRINT-COUNT-LINE
           END-IF.

       810-PRINT-COUNT-LINE.
           MOVE WS-VAR-COUNT-LINE TO VARIANCE-RPT-RECORD.
           WRITE VARIANCE-RPT-RECORD.
