      ******************************************************************
      * PROGRAM : PROJECT 3 - LABOR COST DISTRIBUTION REPORT           *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-LAB-DIST.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - LABOR COST DISTRIBUTION BY   *
      *              DEPARTMENT AND JOB CODE FROM LABDIST.DAT FOR   *
      *              ANY RANGE OF PAY DATES.  PARM 1 IS MTD, QTD OR *
      *              A FROM DATE (MM/DD/YYYY); PARM 2 IS THE TO     *
      *              DATE (OR THE AS-OF DATE FOR MTD/QTD), DEFAULT  *
      *              TODAY.  DETAIL AS PARM 2 OR 3 ADDS EACH        *
      *              EMPLOYEE UNDER THEIR DEPARTMENT AND JOB.       *
      *              REGULAR, OVERTIME, DIFFERENTIAL AND LEAVE      *
      *              HOURS AND DOLLARS PRINT TO LABDIST.PRT WITH    *
      *              VOIDS NETTED.  RETURN CODE 4 WHEN A TABLE      *
      *              FILLS OR THE DOLLARS DO NOT ADD TO THE TOTAL.  *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-DIST-KEY
               FILE STATUS IS WS-LABOR-DIST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMP-MAST-STATUS.

           SELECT LABOR-RPT-FILE ASSIGN TO 'LABDIST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-RPT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DIST-FILE.
           COPY LABDIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  LABOR-RPT-FILE.
       01  LABOR-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-LABOR-DIST-STATUS PIC XX.
           03  WS-EMP-MAST-STATUS   PIC XX.
           03  WS-LABOR-RPT-STATUS  PIC XX.

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
           03  WS-PARM-1            PIC X(10) VALUE SPACES.
           03  WS-PARM-2            PIC X(10) VALUE SPACES.
           03  WS-PARM-3            PIC X(10) VALUE SPACES.
           03  WS-RANGE-TYPE        PIC X(3) VALUE SPACES.
               88  WS-RANGE-MTD         VALUE 'MTD'.
               88  WS-RANGE-QTD         VALUE 'QTD'.
               88  WS-RANGE-DATES       VALUE 'DTE'.
           03  WS-DETAIL-FLAG       PIC X VALUE 'N'.
           03  WS-DATE-OK           PIC X VALUE 'Y'.
           03  WS-FROM-DATE         PIC X(10) VALUE SPACES.
           03  WS-TO-DATE           PIC X(10) VALUE SPACES.
           03  WS-FROM-KEY          PIC X(8).
           03  WS-TO-KEY            PIC X(8).

       01  WS-DATE-SPLIT.
           03  WS-DS-MONTH          PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-DAY            PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-YEAR           PIC XXXX.
       01  WS-SORT-KEY-BUILD.
           03  WS-SK-YEAR           PIC XXXX.
           03  WS-SK-MONTH          PIC XX.
           03  WS-SK-DAY            PIC XX.

      * A QUARTER STARTS IN MONTH 1, 4, 7 OR 10
       01  WS-QTR-WORK.
           03  WS-QTR-MONTH-IN      PIC 99.
           03  WS-QTR-WORK-MONTH    PIC 99.
           03  WS-QTR-NO            PIC 9.
           03  WS-QTR-MONTH         PIC 99.

       01  WS-DIST-CTL.
           03  WS-LD-EOF            PIC X VALUE 'N'.
           03  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           03  WS-VOID-COUNT        PIC 9(7) VALUE ZERO.
           03  WS-OFF-COUNT         PIC 9(7) VALUE ZERO.
           03  WS-DJ-DROPPED        PIC 9(7) VALUE ZERO.
           03  WS-DE-DROPPED        PIC 9(7) VALUE ZERO.
           03  WS-AMT-IX            PIC 9 VALUE ZERO.
           03  WS-NEW-SLOT          PIC X VALUE 'N'.
           03  WS-REC-COMP-SUM      PIC S9(6)V99 VALUE ZERO.
           03  WS-GRAND-COMP-SUM    PIC S9(10)V99 VALUE ZERO.

      * AMOUNT COLUMNS: HOURS 1=REGULAR 2=OVERTIME 3=DIFFERENTIAL
      * 4=LEAVE; DOLLARS THE SAME PLUS 5=TOTAL
       01  WS-REC-AMTS.
           03  WS-RA-HRS            PIC S9(3)V99 OCCURS 4 TIMES.
           03  WS-RA-PAY            PIC S9(5)V99 OCCURS 5 TIMES.

      *************************************************************
      * DEPARTMENT + JOB CODE TOTALS, KEPT IN KEY ORDER AS THEY    *
      * ARE ADDED SO THE REPORT PRINTS WITHOUT A SORT STEP         *
      *************************************************************
       01  WS-DEPT-JOB-CTL.
           03  WS-DJ-COUNT          PIC 9(3) VALUE ZERO.
           03  WS-DJ-IX             PIC 9(3) VALUE ZERO.
           03  WS-DJ-MV             PIC 9(3) VALUE ZERO.
           03  WS-DJ-SUB            PIC 9(3) VALUE ZERO.
           03  WS-DJ-NEW-KEY.
               05  WS-DJ-NEW-DEPT   PIC X(4).
               05  WS-DJ-NEW-JOB    PIC X(4).
       01  WS-DEPT-JOB-TABLE.
           03  WS-DJ-ENTRY OCCURS 200 TIMES.
               05  WS-DJ-KEY.
                   07  WS-DJ-DEPT   PIC X(4).
                   07  WS-DJ-JOB    PIC X(4).
               05  WS-DJ-HRS        PIC S9(6)V99 OCCURS 4 TIMES.
               05  WS-DJ-PAY        PIC S9(8)V99 OCCURS 5 TIMES.

      * EMPLOYEE WITHIN DEPARTMENT AND JOB - DETAIL RUNS ONLY
       01  WS-DEPT-EMP-CTL.
           03  WS-DE-COUNT          PIC 9(4) VALUE ZERO.
           03  WS-DE-IX             PIC 9(4) VALUE ZERO.
           03  WS-DE-MV             PIC 9(4) VALUE ZERO.
           03  WS-DE-SUB            PIC 9(4) VALUE ZERO.
           03  WS-DE-DONE           PIC X VALUE 'N'.
           03  WS-DE-NEW-KEY.
               05  WS-DE-NEW-DEPT   PIC X(4).
               05  WS-DE-NEW-JOB    PIC X(4).
               05  WS-DE-NEW-EMP    PIC 9(5).
       01  WS-DEPT-EMP-TABLE.
           03  WS-DE-ENTRY OCCURS 2000 TIMES.
               05  WS-DE-KEY.
                   07  WS-DE-DEPT   PIC X(4).
                   07  WS-DE-JOB    PIC X(4).
                   07  WS-DE-EMP    PIC 9(5).
               05  WS-DE-HRS        PIC S9(4)V99 OCCURS 4 TIMES.
               05  WS-DE-PAY        PIC S9(6)V99 OCCURS 5 TIMES.

       01  WS-PRINT-CTL.
           03  WS-CUR-DEPT          PIC X(4) VALUE SPACES.
           03  WS-DEPT-JOBS         PIC 9(3) VALUE ZERO.
           03  WS-PRT-TAG           PIC X(11).

       01  WS-PRT-AMTS.
           03  WS-PA-HRS            PIC S9(7)V99 OCCURS 4 TIMES.
           03  WS-PA-PAY            PIC S9(9)V99 OCCURS 5 TIMES.
       01  WS-DEPT-AMTS.
           03  WS-DA-HRS            PIC S9(7)V99 OCCURS 4 TIMES.
           03  WS-DA-PAY            PIC S9(9)V99 OCCURS 5 TIMES.
       01  WS-GRAND-AMTS.
           03  WS-GA-HRS            PIC S9(7)V99 OCCURS 4 TIMES.
           03  WS-GA-PAY            PIC S9(9)V99 OCCURS 5 TIMES.

       01  WS-LAB-HDR-LINE.
           03  FILLER               PIC X(30) VALUE
               'LABOR COST DISTRIBUTION - RUN '.
           03  WS-LH-RUN-DATE       PIC X(10).
       01  WS-LAB-SEL-LINE.
           03  FILLER               PIC X(10) VALUE 'PAY DATES '.
           03  WS-LS-FROM-DATE      PIC X(10).
           03  FILLER               PIC X(3) VALUE ' - '.
           03  WS-LS-TO-DATE        PIC X(10).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-LS-RANGE-DESC     PIC X(15).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-LS-DETAIL         PIC X(15).
       01  WS-LAB-COL-LINE.
           03  FILLER               PIC X(15) VALUE 'DEPT JOB'.
           03  FILLER               PIC X(13) VALUE '      REGULAR'.
           03  FILLER               PIC X(13) VALUE '     OVERTIME'.
           03  FILLER               PIC X(13) VALUE ' DIFFERENTIAL'.
           03  FILLER               PIC X(13) VALUE '        LEAVE'.
           03  FILLER               PIC X(13) VALUE '        TOTAL'.
       01  WS-LAB-HRS-LINE.
           03  WS-LL-HRS-TAG        PIC X(11).
           03  WS-LL-HRS-LABEL      PIC X(4).
           03  WS-LL-HRS-COL OCCURS 5 TIMES.
               05  WS-LL-HRS-SP     PIC X(1).
               05  WS-LL-HRS        PIC ZZZZ,ZZ9.99-.
       01  WS-LAB-PAY-LINE.
           03  WS-LL-PAY-TAG        PIC X(11).
           03  WS-LL-PAY-LABEL      PIC X(4).
           03  WS-LL-PAY-COL OCCURS 5 TIMES.
               05  WS-LL-PAY-SP     PIC X(1).
               05  WS-LL-PAY        PIC ZZZZZZZ9.99-.
       01  WS-LAB-EMP-LINE.
           03  FILLER               PIC X(6) VALUE '  EMP '.
           03  WS-LE-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-LE-EMP-NAME       PIC X(20).
       01  WS-LAB-COUNT-LINE.
           03  WS-LC-LABEL          PIC X(36).
           03  WS-LC-COUNT          PIC Z,ZZZ,ZZ9.
       01  WS-LAB-CHECK-LINE.
           03  WS-LK-RESULT         PIC X(10).
           03  WS-LK-WHAT           PIC X(40).
       01  WS-LAB-NOTE-LINE.
           03  WS-LN-TEXT           PIC X(70).

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 500-GET-THAT-DATE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3.
           PERFORM 060-SET-DATE-RANGE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-READ-DISTRIBUTION.
           PERFORM 300-PRINT-DISTRIBUTION.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 990-CLOSE-FILES.
           DISPLAY 'LABOR DISTRIBUTION PRINTED TO LABDIST.PRT - '
               WS-FROM-DATE ' TO ' WS-TO-DATE.
           IF WS-DJ-DROPPED > ZERO OR WS-DE-DROPPED > ZERO
              OR WS-OFF-COUNT > ZERO
              OR WS-GRAND-COMP-SUM NOT = WS-GA-PAY (5)
                DISPLAY 'LABOR DISTRIBUTION INCOMPLETE OR OUT OF '
                    'BALANCE - SEE LABDIST.PRT'
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.

       050-OPEN-FILES.
           OPEN INPUT LABOR-DIST-FILE.
           IF WS-LABOR-DIST-STATUS = '35'
                DISPLAY 'LABOR DISTRIBUTION FILE NOT FOUND - '
                    'NOTHING TO REPORT'
                STOP RUN
           END-IF.
           IF WS-LABOR-DIST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING LABOR DISTRIBUTION FILE - '
                    'STATUS ' WS-LABOR-DIST-STATUS
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
           OPEN OUTPUT LABOR-RPT-FILE.
           IF WS-LABOR-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING LABOR DISTRIBUTION REPORT - '
                    'STATUS ' WS-LABOR-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE LABOR-DIST-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE LABOR-RPT-FILE.

      *************************************************************
      * MTD RUNS FROM THE FIRST OF THE AS-OF DATE'S MONTH, QTD     *
      * FROM THE FIRST OF ITS QUARTER.  A FROM DATE WITH NO TO     *
      * DATE RUNS THROUGH TODAY.  DETAIL MAY FOLLOW EITHER FORM.   *
      *************************************************************
       060-SET-DATE-RANGE.
           IF WS-PARM-1 = 'DETAIL' OR WS-PARM-2 = 'DETAIL'
              OR WS-PARM-3 = 'DETAIL'
                MOVE 'Y' TO WS-DETAIL-FLAG
           END-IF.
           IF WS-PARM-1 = 'DETAIL'
                MOVE SPACES TO WS-PARM-1
           END-IF.
           IF WS-PARM-2 = 'DETAIL'
                MOVE SPACES TO WS-PARM-2
           END-IF.
           IF WS-PARM-2 = SPACES
                MOVE WS-SHOW-DATE TO WS-TO-DATE
           ELSE
                MOVE WS-PARM-2 TO WS-TO-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARM-1 = SPACES OR 'MTD'
                   MOVE 'MTD' TO WS-RANGE-TYPE
               WHEN WS-PARM-1 = 'QTD'
                   MOVE 'QTD' TO WS-RANGE-TYPE
               WHEN OTHER
                   MOVE 'DTE' TO WS-RANGE-TYPE
                   MOVE WS-PARM-1 TO WS-FROM-DATE
           END-EVALUATE.
           MOVE WS-TO-DATE TO WS-DATE-SPLIT.
           PERFORM 065-CHECK-DATE.
           IF WS-DATE-OK = 'N'
                DISPLAY 'INVALID TO DATE ' WS-TO-DATE
                    ' - USE MM/DD/YYYY - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 120-BUILD-SORT-KEY.
           MOVE WS-SORT-KEY-BUILD TO WS-TO-KEY.
           EVALUATE TRUE
               WHEN WS-RANGE-MTD
                   MOVE '01' TO WS-DS-DAY
               WHEN WS-RANGE-QTD
                   MOVE WS-DS-MONTH TO WS-QTR-MONTH-IN
                   COMPUTE WS-QTR-WORK-MONTH = WS-QTR-MONTH-IN - 1
                   DIVIDE 3 INTO WS-QTR-WORK-MONTH GIVING WS-QTR-NO
                   COMPUTE WS-QTR-MONTH = (WS-QTR-NO * 3) + 1
                   MOVE WS-QTR-MONTH TO WS-DS-MONTH
                   MOVE '01' TO WS-DS-DAY
               WHEN OTHER
                   MOVE WS-FROM-DATE TO WS-DATE-SPLIT
                   PERFORM 065-CHECK-DATE
                   IF WS-DATE-OK = 'N'
                        DISPLAY 'INVALID FROM DATE ' WS-FROM-DATE
                            ' - USE MTD, QTD OR MM/DD/YYYY - RUN '
                            'REFUSED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                   END-IF
           END-EVALUATE.
           MOVE WS-DATE-SPLIT TO WS-FROM-DATE.
           PERFORM 120-BUILD-SORT-KEY.
           MOVE WS-SORT-KEY-BUILD TO WS-FROM-KEY.
           IF WS-FROM-KEY > WS-TO-KEY
                DISPLAY 'FROM DATE ' WS-FROM-DATE ' IS AFTER TO DATE '
                    WS-TO-DATE ' - RUN REFUSED'
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
           MOVE WS-SHOW-DATE TO WS-LH-RUN-DATE.
           MOVE WS-LAB-HDR-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           MOVE WS-FROM-DATE TO WS-LS-FROM-DATE.
           MOVE WS-TO-DATE TO WS-LS-TO-DATE.
           EVALUATE TRUE
               WHEN WS-RANGE-MTD
                   MOVE 'MONTH TO DATE' TO WS-LS-RANGE-DESC
               WHEN WS-RANGE-QTD
                   MOVE 'QUARTER TO DATE' TO WS-LS-RANGE-DESC
               WHEN OTHER
                   MOVE 'DATE RANGE' TO WS-LS-RANGE-DESC
           END-EVALUATE.
           IF WS-DETAIL-FLAG = 'Y'
                MOVE 'EMPLOYEE DETAIL' TO WS-LS-DETAIL
           ELSE
                MOVE SPACES TO WS-LS-DETAIL
           END-IF.
           MOVE WS-LAB-SEL-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           MOVE SPACES TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           MOVE WS-LAB-COL-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.

      *************************************************************
      * THE FILE IS KEYED ON PAY DATE FIRST, SO THE RANGE IS ONE   *
      * CONTIGUOUS STRETCH.  VOIDS CARRY NEGATIVE AMOUNTS AND NET  *
      * OUT THE PAY THEY REVERSE.                                  *
      *************************************************************
       200-READ-DISTRIBUTION.
           MOVE 'N' TO WS-LD-EOF.
           MOVE LOW-VALUES TO LD-DIST-KEY.
           MOVE WS-FROM-KEY TO LD-SORT-DATE.
           START LABOR-DIST-FILE KEY NOT < LD-DIST-KEY
               INVALID KEY MOVE 'Y' TO WS-LD-EOF
           END-START.
           PERFORM UNTIL WS-LD-EOF = 'Y'
                READ LABOR-DIST-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-LD-EOF
                    NOT AT END
                        IF LD-SORT-DATE > WS-TO-KEY
                             MOVE 'Y' TO WS-LD-EOF
                        ELSE
                             PERFORM 210-TAKE-DIST-RECORD
                        END-IF
                END-READ
           END-PERFORM.

       210-TAKE-DIST-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF LD-VOID-REC
                ADD 1 TO WS-VOID-COUNT
           END-IF.
           MOVE LD-REG-HRS TO WS-RA-HRS (1).
           MOVE LD-OT-HRS TO WS-RA-HRS (2).
           MOVE LD-DIFF-HRS TO WS-RA-HRS (3).
           MOVE LD-LEAVE-HRS TO WS-RA-HRS (4).
           MOVE LD-REG-PAY TO WS-RA-PAY (1).
           MOVE LD-OT-PAY TO WS-RA-PAY (2).
           MOVE LD-DIFF-PAY TO WS-RA-PAY (3).
           MOVE LD-LEAVE-PAY TO WS-RA-PAY (4).
           MOVE LD-TOTAL-PAY TO WS-RA-PAY (5).
           COMPUTE WS-REC-COMP-SUM = WS-RA-PAY (1) + WS-RA-PAY (2)
               + WS-RA-PAY (3) + WS-RA-PAY (4).
           IF WS-REC-COMP-SUM NOT = WS-RA-PAY (5)
                ADD 1 TO WS-OFF-COUNT
                DISPLAY 'LABOR DISTRIBUTION OUT OF BALANCE - EMP '
                    LD-EMP-ID ' DEPT ' LD-DEPT-CODE
                    ' PAY DATE ' LD-PAY-DATE
           END-IF.
           PERFORM 220-POST-DEPT-JOB.
           IF WS-DJ-SUB NOT = ZERO AND WS-DETAIL-FLAG = 'Y'
                PERFORM 230-POST-EMPLOYEE
           END-IF.

       220-POST-DEPT-JOB.
           MOVE LD-DEPT-CODE TO WS-DJ-NEW-DEPT.
           MOVE LD-JOB-CODE TO WS-DJ-NEW-JOB.
           MOVE ZERO TO WS-DJ-SUB.
           PERFORM VARYING WS-DJ-IX FROM 1 BY 1
               UNTIL WS-DJ-IX > WS-DJ-COUNT
                  OR WS-DJ-SUB NOT = ZERO
                IF WS-DJ-KEY (WS-DJ-IX) NOT < WS-DJ-NEW-KEY
                     MOVE WS-DJ-IX TO WS-DJ-SUB
                END-IF
           END-PERFORM.
      * NOT FOUND - OPEN A SLOT AT THE FIRST HIGHER KEY OR THE END
           MOVE 'N' TO WS-NEW-SLOT.
           IF WS-DJ-SUB = ZERO
                COMPUTE WS-DJ-IX = WS-DJ-COUNT + 1
                MOVE 'Y' TO WS-NEW-SLOT
           ELSE
                MOVE WS-DJ-SUB TO WS-DJ-IX
                IF WS-DJ-KEY (WS-DJ-IX) NOT = WS-DJ-NEW-KEY
                     MOVE 'Y' TO WS-NEW-SLOT
                END-IF
           END-IF.
           IF WS-NEW-SLOT = 'Y'
                IF WS-DJ-COUNT < 200
                     PERFORM 222-SHIFT-DEPT-JOB
                         VARYING WS-DJ-MV FROM WS-DJ-COUNT BY -1
                         UNTIL WS-DJ-MV < WS-DJ-IX
                     ADD 1 TO WS-DJ-COUNT
                     MOVE WS-DJ-NEW-KEY TO WS-DJ-KEY (WS-DJ-IX)
                     PERFORM VARYING WS-AMT-IX FROM 1 BY 1
                         UNTIL WS-AMT-IX > 5
                          IF WS-AMT-IX < 5
                               MOVE ZERO TO WS-DJ-HRS
                                   (WS-DJ-IX, WS-AMT-IX)
                          END-IF
                          MOVE ZERO TO WS-DJ-PAY (WS-DJ-IX, WS-AMT-IX)
                     END-PERFORM
                     MOVE WS-DJ-IX TO WS-DJ-SUB
                ELSE
                     MOVE ZERO TO WS-DJ-SUB
                     ADD 1 TO WS-DJ-DROPPED
                END-IF
           END-IF.
           IF WS-DJ-SUB NOT = ZERO
                PERFORM VARYING WS-AMT-IX FROM 1 BY 1
                    UNTIL WS-AMT-IX > 5
                     IF WS-AMT-IX < 5
                          ADD WS-RA-HRS (WS-AMT-IX)
                              TO WS-DJ-HRS (WS-DJ-SUB, WS-AMT-IX)
                     END-IF
                     ADD WS-RA-PAY (WS-AMT-IX)
                         TO WS-DJ-PAY (WS-DJ-SUB, WS-AMT-IX)
                END-PERFORM
           END-IF.

       222-SHIFT-DEPT-JOB.
           MOVE WS-DJ-ENTRY (WS-DJ-MV) TO WS-DJ-ENTRY (WS-DJ-MV + 1).

       230-POST-EMPLOYEE.
           MOVE LD-DEPT-CODE TO WS-DE-NEW-DEPT.
           MOVE LD-JOB-CODE TO WS-DE-NEW-JOB.
           MOVE LD-EMP-ID TO WS-DE-NEW-EMP.
           MOVE ZERO TO WS-DE-SUB.
           PERFORM VARYING WS-DE-IX FROM 1 BY 1
               UNTIL WS-DE-IX > WS-DE-COUNT
                  OR WS-DE-SUB NOT = ZERO
                IF WS-DE-KEY (WS-DE-IX) NOT < WS-DE-NEW-KEY
                     MOVE WS-DE-IX TO WS-DE-SUB
                END-IF
           END-PERFORM.
           MOVE 'N' TO WS-NEW-SLOT.
           IF WS-DE-SUB = ZERO
                COMPUTE WS-DE-IX = WS-DE-COUNT + 1
                MOVE 'Y' TO WS-NEW-SLOT
           ELSE
                MOVE WS-DE-SUB TO WS-DE-IX
                IF WS-DE-KEY (WS-DE-IX) NOT = WS-DE-NEW-KEY
                     MOVE 'Y' TO WS-NEW-SLOT
                END-IF
           END-IF.
           IF WS-NEW-SLOT = 'Y'
                IF WS-DE-COUNT < 2000
                     PERFORM 232-SHIFT-DEPT-EMP
                         VARYING WS-DE-MV FROM WS-DE-COUNT BY -1
                         UNTIL WS-DE-MV < WS-DE-IX
                     ADD 1 TO WS-DE-COUNT
                     MOVE WS-DE-NEW-KEY TO WS-DE-KEY (WS-DE-IX)
                     PERFORM VARYING WS-AMT-IX FROM 1 BY 1
                         UNTIL WS-AMT-IX > 5
                          IF WS-AMT-IX < 5
                               MOVE ZERO TO WS-DE-HRS
                                   (WS-DE-IX, WS-AMT-IX)
                          END-IF
                          MOVE ZERO TO WS-DE-PAY (WS-DE-IX, WS-AMT-IX)
                     END-PERFORM
                     MOVE WS-DE-IX TO WS-DE-SUB
                ELSE
                     MOVE ZERO TO WS-DE-SUB
                     ADD 1 TO WS-DE-DROPPED
                END-IF
           END-IF.
           IF WS-DE-SUB NOT = ZERO
                PERFORM VARYING WS-AMT-IX FROM 1 BY 1
                    UNTIL WS-AMT-IX > 5
                     IF WS-AMT-IX < 5
                          ADD WS-RA-HRS (WS-AMT-IX)
                              TO WS-DE-HRS (WS-DE-SUB, WS-AMT-IX)
                     END-IF
                     ADD WS-RA-PAY (WS-AMT-IX)
                         TO WS-DE-PAY (WS-DE-SUB, WS-AMT-IX)
                END-PERFORM
           END-IF.

       232-SHIFT-DEPT-EMP.
           MOVE WS-DE-ENTRY (WS-DE-MV) TO WS-DE-ENTRY (WS-DE-MV + 1).

      *************************************************************
      * ONE HOURS LINE AND ONE DOLLARS LINE PER DEPARTMENT AND JOB *
      * (EMPLOYEES UNDER IT ON A DETAIL RUN), A DEPARTMENT TOTAL   *
      * WHEN THE DEPARTMENT HAD MORE THAN ONE JOB CODE             *
      *************************************************************
       300-PRINT-DISTRIBUTION.
           MOVE ZEROS TO WS-GRAND-AMTS.
           MOVE SPACES TO WS-CUR-DEPT.
           MOVE ZERO TO WS-DEPT-JOBS.
           MOVE 1 TO WS-DE-IX.
           PERFORM 310-PRINT-DEPT-JOB
               VARYING WS-DJ-IX FROM 1 BY 1
               UNTIL WS-DJ-IX > WS-DJ-COUNT.
           IF WS-DEPT-JOBS > ZERO
                PERFORM 330-CLOSE-DEPARTMENT
           END-IF.

       310-PRINT-DEPT-JOB.
           IF WS-DJ-DEPT (WS-DJ-IX) NOT = WS-CUR-DEPT
                IF WS-DEPT-JOBS > ZERO
                     PERFORM 330-CLOSE-DEPARTMENT
                END-IF
                MOVE WS-DJ-DEPT (WS-DJ-IX) TO WS-CUR-DEPT
                MOVE ZERO TO WS-DEPT-JOBS
                MOVE ZEROS TO WS-DEPT-AMTS
           END-IF.
           ADD 1 TO WS-DEPT-JOBS.
           PERFORM VARYING WS-AMT-IX FROM 1 BY 1 UNTIL WS-AMT-IX > 5
                IF WS-AMT-IX < 5
                     MOVE WS-DJ-HRS (WS-DJ-IX, WS-AMT-IX)
                         TO WS-PA-HRS (WS-AMT-IX)
                     ADD WS-DJ-HRS (WS-DJ-IX, WS-AMT-IX)
                         TO WS-DA-HRS (WS-AMT-IX)
                         WS-GA-HRS (WS-AMT-IX)
                END-IF
                MOVE WS-DJ-PAY (WS-DJ-IX, WS-AMT-IX)
                    TO WS-PA-PAY (WS-AMT-IX)
                ADD WS-DJ-PAY (WS-DJ-IX, WS-AMT-IX)
                    TO WS-DA-PAY (WS-AMT-IX) WS-GA-PAY (WS-AMT-IX)
           END-PERFORM.
           MOVE SPACES TO WS-PRT-TAG.
           STRING WS-DJ-DEPT (WS-DJ-IX) ' ' WS-DJ-JOB (WS-DJ-IX)
               DELIMITED BY SIZE INTO WS-PRT-TAG.
           PERFORM 600-PRINT-AMOUNT-LINES.
           IF WS-DETAIL-FLAG = 'Y'
                MOVE 'N' TO WS-DE-DONE
                PERFORM 320-PRINT-EMP-DETAIL UNTIL WS-DE-DONE = 'Y'
           END-IF.

      * THE EMPLOYEE TABLE IS IN THE SAME KEY ORDER, SO ITS ENTRIES
      * FOR THIS DEPARTMENT AND JOB ARE THE NEXT ONES IN LINE
       320-PRINT-EMP-DETAIL.
           IF WS-DE-IX > WS-DE-COUNT
                MOVE 'Y' TO WS-DE-DONE
           ELSE
                IF WS-DE-DEPT (WS-DE-IX) NOT = WS-DJ-DEPT (WS-DJ-IX)
                   OR WS-DE-JOB (WS-DE-IX) NOT = WS-DJ-JOB (WS-DJ-IX)
                     MOVE 'Y' TO WS-DE-DONE
                ELSE
                     PERFORM 325-PRINT-ONE-EMPLOYEE
                     ADD 1 TO WS-DE-IX
                END-IF
           END-IF.

       325-PRINT-ONE-EMPLOYEE.
           MOVE WS-DE-EMP (WS-DE-IX) TO WS-LE-EMP-ID.
           MOVE WS-DE-EMP (WS-DE-IX) TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO WS-LE-EMP-NAME
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-LE-EMP-NAME
           END-READ.
           MOVE WS-LAB-EMP-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           PERFORM VARYING WS-AMT-IX FROM 1 BY 1 UNTIL WS-AMT-IX > 5
                IF WS-AMT-IX < 5
                     MOVE WS-DE-HRS (WS-DE-IX, WS-AMT-IX)
                         TO WS-PA-HRS (WS-AMT-IX)
                END-IF
                MOVE WS-DE-PAY (WS-DE-IX, WS-AMT-IX)
                    TO WS-PA-PAY (WS-AMT-IX)
           END-PERFORM.
           MOVE SPACES TO WS-PRT-TAG.
           PERFORM 600-PRINT-AMOUNT-LINES.

       330-CLOSE-DEPARTMENT.
           IF WS-DEPT-JOBS > 1
                MOVE WS-DEPT-AMTS TO WS-PRT-AMTS
                MOVE SPACES TO WS-PRT-TAG
                STRING WS-CUR-DEPT ' TOTAL'
                    DELIMITED BY SIZE INTO WS-PRT-TAG
                PERFORM 600-PRINT-AMOUNT-LINES
           END-IF.
           MOVE SPACES TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.

      * TOTAL HOURS ARE REGULAR + OVERTIME + LEAVE - DIFFERENTIAL
      * HOURS ARE ALREADY COUNTED IN REGULAR AND OVERTIME
       600-PRINT-AMOUNT-LINES.
           MOVE SPACES TO WS-LAB-HRS-LINE WS-LAB-PAY-LINE.
           MOVE WS-PRT-TAG TO WS-LL-HRS-TAG.
           MOVE 'HRS ' TO WS-LL-HRS-LABEL.
           MOVE 'PAY ' TO WS-LL-PAY-LABEL.
           PERFORM VARYING WS-AMT-IX FROM 1 BY 1 UNTIL WS-AMT-IX > 4
                MOVE WS-PA-HRS (WS-AMT-IX) TO WS-LL-HRS (WS-AMT-IX)
                MOVE WS-PA-PAY (WS-AMT-IX) TO WS-LL-PAY (WS-AMT-IX)
           END-PERFORM.
           COMPUTE WS-LL-HRS (5) = WS-PA-HRS (1) + WS-PA-HRS (2)
               + WS-PA-HRS (4).
           MOVE WS-PA-PAY (5) TO WS-LL-PAY (5).
           MOVE WS-LAB-HRS-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           MOVE WS-LAB-PAY-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.

       800-PRINT-TOTALS.
           MOVE WS-GRAND-AMTS TO WS-PRT-AMTS.
           MOVE 'GRAND TOTAL' TO WS-PRT-TAG.
           PERFORM 600-PRINT-AMOUNT-LINES.
           MOVE SPACES TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           MOVE 'DISTRIBUTION RECORDS READ        : ' TO WS-LC-LABEL.
           MOVE WS-READ-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE '  VOID REVERSALS NETTED          : ' TO WS-LC-LABEL.
           MOVE WS-VOID-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           MOVE 'DEPARTMENT/JOB LINES             : ' TO WS-LC-LABEL.
           MOVE WS-DJ-COUNT TO WS-LC-COUNT.
           PERFORM 810-PRINT-COUNT-LINE.
           IF WS-DJ-DROPPED > ZERO
                MOVE '  RECORDS LEFT OUT (TABLE FULL)  : '
                    TO WS-LC-LABEL
                MOVE WS-DJ-DROPPED TO WS-LC-COUNT
                PERFORM 810-PRINT-COUNT-LINE
           END-IF.
           IF WS-DETAIL-FLAG = 'Y'
                MOVE 'EMPLOYEE DETAIL LINES            : '
                    TO WS-LC-LABEL
                MOVE WS-DE-COUNT TO WS-LC-COUNT
                PERFORM 810-PRINT-COUNT-LINE
                IF WS-DE-DROPPED > ZERO
                     MOVE '  DETAIL LEFT OUT (TABLE FULL)   : '
                         TO WS-LC-LABEL
                     MOVE WS-DE-DROPPED TO WS-LC-COUNT
                     PERFORM 810-PRINT-COUNT-LINE
                END-IF
           END-IF.
           IF WS-OFF-COUNT > ZERO
                MOVE 'RECORDS OUT OF BALANCE           : '
                    TO WS-LC-LABEL
                MOVE WS-OFF-COUNT TO WS-LC-COUNT
                PERFORM 810-PRINT-COUNT-LINE
           END-IF.
           MOVE SPACES TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           COMPUTE WS-GRAND-COMP-SUM = WS-GA-PAY (1) + WS-GA-PAY (2)
               + WS-GA-PAY (3) + WS-GA-PAY (4).
           IF WS-GRAND-COMP-SUM = WS-GA-PAY (5)
                MOVE 'MATCH    -' TO WS-LK-RESULT
           ELSE
                MOVE 'MISMATCH -' TO WS-LK-RESULT
           END-IF.
           MOVE ' REG+OT+DIFF+LEAVE PAY VS TOTAL PAY'
               TO WS-LK-WHAT.
           MOVE WS-LAB-CHECK-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
           MOVE 'BLANK JOB CODE = PAID AT THE EMPLOYEE''S MASTER RATE'
               TO WS-LN-TEXT.
           MOVE WS-LAB-NOTE-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.

       810-PRINT-COUNT-LINE.
           MOVE WS-LAB-COUNT-LINE TO LABOR-RPT-RECORD.
           WRITE LABOR-RPT-RECORD.
