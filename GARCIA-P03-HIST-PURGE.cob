      ******************************************************************
      * PROGRAM : PROJECT 3 - PAYROLL HISTORY ARCHIVE AND PURGE        *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-HIST-PURGE.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - PAYROLL HISTORY ARCHIVE AND  *
      *              PURGE.  MOVES EVERY PAYHIST.DAT RECORD DATED   *
      *              BEFORE THE RETENTION CUTOFF TO THE ARCHIVE     *
      *              PAYHARC.DAT, STAMPED WITH THE RUN DATE AND     *
      *              TIME, AND RECORDS THE NEW CUTOFF IN            *
      *              PHARCCTL.DAT FOR GARCIA-P03-HIST-INQ.  THE     *
      *              CUTOFF IS JANUARY 1 AFTER THE LAST PURGED      *
      *              YEAR: THE CURRENT YEAR AND THE RETENTION YEARS *
      *              BEFORE IT (PARM 1, DEFAULT AND MINIMUM 4) ARE  *
      *              KEPT.  REFUSED IF ANY YEAR TO BE PURGED IS NOT *
      *              ON EMPYTDPY.DAT (CLOSED BY                     *
      *              GARCIA-P03-YTD-CLOSE).  HISTPURG.PRT BALANCES  *
      *              COUNTS AND GROSS/TAX/NET BEFORE AGAINST AFTER  *
      *              PLUS ARCHIVED - RETURN CODE 8 IF OUT OF        *
      *              BALANCE.  RUN AS ITS OWN STEP, NEVER DURING    *
      *              THE PAYROLL BATCH.                             *
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

           SELECT HIST-ARCHIVE-FILE ASSIGN TO 'PAYHARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               ALTERNATE RECORD KEY IS AH-SORT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-ARCH-STATUS.

           SELECT HIST-ARCHIVE-CTL-FILE ASSIGN TO 'PHARCCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-CTL-STATUS.

           SELECT YTD-ARCHIVE-FILE ASSIGN TO 'EMPYTDPY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-ARCH-STATUS.

           SELECT PURGE-RPT-FILE ASSIGN TO 'HISTPURG.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-RPT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PAYHIST.

       FD  HIST-ARCHIVE-FILE.
           COPY PAYHARC.

       FD  HIST-ARCHIVE-CTL-FILE.
           COPY PHARCCTL.

      * SAME LAYOUT GARCIA-P03-YTD-CLOSE WRITES - ONLY THE CLOSE YEAR
      * IS USED HERE
       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD.
           03  AR-CLOSE-YEAR        PIC 9(4).
           03  AR-EMP-ID            PIC 9(5).
           03  AR-YTD-HOURS         PIC 9(4)V99.
           03  AR-YTD-REG-EARNINGS  PIC 9(6)V99.
           03  AR-YTD-OT-EARNINGS   PIC 9(6)V99.
           03  AR-YTD-TOTAL-EARNINGS PIC 9(6)V99.
           03  AR-YTD-SS-WAGES      PIC 9(6)V99.
           03  AR-YTD-SS-TAX        PIC 9(5)V99.
           03  AR-YTD-MED-WAGES     PIC 9(6)V99.
           03  AR-YTD-MED-TAX       PIC 9(5)V99.

       FD  PURGE-RPT-FILE.
       01  PURGE-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-PAY-HIST-STATUS   PIC XX.
           03  WS-HIST-ARCH-STATUS  PIC XX.
           03  WS-ARCH-CTL-STATUS   PIC XX.
           03  WS-YTD-ARCH-STATUS   PIC XX.
           03  WS-PURGE-RPT-STATUS  PIC XX.

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

       01  WS-RUN-STAMP.
           03  WS-RS-YEAR           PIC 9999.
           03  WS-RS-MONTH          PIC 99.
           03  WS-RS-DAY            PIC 99.

      * PAYROLL RECORDS ARE KEPT FOR THE CURRENT YEAR AND AT LEAST
      * FOUR FULL YEARS BEFORE IT
       01  WS-PURGE-CTL.
           03  WS-CMD-LINE          PIC X(40).
           03  WS-RETAIN-PARM       PIC 9(2) VALUE ZERO.
           03  WS-RETAIN-YEARS      PIC 9(2) VALUE 4.
           03  WS-MIN-RETAIN-YEARS  PIC 9(2) VALUE 4.
           03  WS-PURGE-YEAR        PIC 9(4) VALUE ZERO.
           03  WS-PH-EOF            PIC X VALUE 'N'.
           03  WS-AH-EOF            PIC X VALUE 'N'.
           03  WS-YA-EOF            PIC X VALUE 'N'.
           03  WS-CTL-ON-FILE       PIC X VALUE 'N'.
           03  WS-ARC-WRITTEN       PIC X VALUE 'N'.
           03  WS-ERROR-COUNT       PIC 9(5) VALUE ZERO.
           03  WS-MISMATCH-COUNT    PIC 9(2) VALUE ZERO.
           03  WS-PRIOR-ARC-COUNT   PIC 9(7) VALUE ZERO.

      * THE CONTROL RECORD AS READ - THE FILE IS CLOSED AGAIN
      * BEFORE ANYTHING IS MOVED
       01  WS-SAVED-CTL-RECORD.
           03  WS-SAVED-CUTOFF-KEY  PIC X(8).
           03  FILLER               PIC X(38).

       01  WS-CUTOFF-KEY.
           03  WS-CK-YEAR           PIC 9(4).
           03  FILLER               PIC X(4) VALUE '0101'.
       01  WS-CUTOFF-DATE.
           03  FILLER               PIC X(6) VALUE '01/01/'.
           03  WS-CD-YEAR           PIC 9(4).

       01  WS-HIST-DATE-KEY.
           03  WS-HK-YEAR           PIC 9(4).
           03  WS-HK-MONTH-DAY      PIC X(4).

      * YEARS ON THE YTD ARCHIVE (CLOSED) AND YEARS TO BE PURGED
      * THAT ARE NOT AMONG THEM
       01  WS-YEAR-TABLES.
           03  WS-CLOSED-COUNT      PIC 9(2) VALUE ZERO.
           03  WS-CLOSED-YEAR       OCCURS 50 TIMES PIC 9(4).
           03  WS-OPEN-COUNT        PIC 9(2) VALUE ZERO.
           03  WS-OPEN-YEAR         OCCURS 20 TIMES PIC 9(4).
           03  WS-YR-IX             PIC 9(2) VALUE ZERO.
           03  WS-YR-FOUND          PIC X VALUE 'N'.
           03  WS-YR-WANTED         PIC 9(4) VALUE ZERO.

      * ONE SET OF TOTALS PER SOURCE - HISTORY BEFORE THE RUN, THE
      * PART OF IT DUE FOR ARCHIVE, WHAT WAS MOVED, HISTORY AFTER
      * THE RUN AND THIS RUN'S RECORDS AS READ BACK FROM THE ARCHIVE
       01  WS-PURGE-TOTALS.
           03  WS-PT-ENTRY OCCURS 5 TIMES.
               05  WS-PT-COUNT      PIC 9(7).
               05  WS-PT-GROSS      PIC S9(9)V99.
               05  WS-PT-TAX        PIC S9(9)V99.
               05  WS-PT-NET        PIC S9(9)V99.
       01  WS-PT-SUBSCRIPTS.
           03  WS-PT-BEFORE         PIC 9 VALUE 1.
           03  WS-PT-DUE            PIC 9 VALUE 2.
           03  WS-PT-MOVED          PIC 9 VALUE 3.
           03  WS-PT-AFTER          PIC 9 VALUE 4.
           03  WS-PT-ARCHIVED       PIC 9 VALUE 5.
           03  WS-PT-SUB            PIC 9 VALUE ZERO.
       01  WS-LEFT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-BALANCE-WORK.
           03  WS-BW-COUNT          PIC 9(7).
           03  WS-BW-GROSS          PIC S9(9)V99.
           03  WS-BW-TAX            PIC S9(9)V99.
           03  WS-BW-NET            PIC S9(9)V99.

       01  WS-PURGE-HDR-LINE.
           03  FILLER               PIC X(30) VALUE
               'HISTORY ARCHIVE/PURGE - RUN '.
           03  WS-PH-RUN-DATE       PIC X(10).
       01  WS-PURGE-SEL-LINE.
           03  FILLER               PIC X(16) VALUE 'RETENTION YEARS '.
           03  WS-PS-RETAIN         PIC Z9.
           03  FILLER               PIC X(27) VALUE
               '  ARCHIVE PAY DATES BEFORE '.
           03  WS-PS-CUTOFF         PIC X(10).
       01  WS-PURGE-OPEN-LINE.
           03  FILLER               PIC X(5) VALUE 'YEAR '.
           03  WS-PO-YEAR           PIC 9(4).
           03  FILLER               PIC X(40) VALUE
               ' NOT CLOSED BY GARCIA-P03-YTD-CLOSE'.
       01  WS-PURGE-SRC-LINE.
           03  WS-PR-SOURCE         PIC X(22).
           03  WS-PR-COUNT          PIC ZZZZZZ9.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-PR-GROSS          PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-PR-TAX            PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-PR-NET            PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PURGE-COL-LINE.
           03  FILLER               PIC X(44) VALUE
               '                        COUNT          GROSS'.
           03  FILLER               PIC X(32) VALUE
               '             TAX             NET'.
       01  WS-PURGE-CMP-LINE.
           03  WS-PB-RESULT         PIC X(10).
           03  WS-PB-WHAT           PIC X(40).
       01  WS-PURGE-END-LINE.
           03  FILLER               PIC X(21) VALUE
               'MISMATCHES REPORTED: '.
           03  WS-PE-MISMATCHES     PIC ZZ9.
           03  FILLER               PIC X(18) VALUE
               '   WRITE ERRORS : '.
           03  WS-PE-ERRORS         PIC ZZZZ9.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.
           MOVE WS-PROG-DATE-YEAR TO WS-RS-YEAR.
           MOVE WS-PROG-DATE-MONTH TO WS-RS-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-RS-DAY.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-RETAIN-PARM.
           IF WS-RETAIN-PARM NOT = ZERO
                IF WS-RETAIN-PARM < WS-MIN-RETAIN-YEARS
                     DISPLAY 'RETENTION OF ' WS-RETAIN-PARM
                         ' YEARS IS BELOW THE MINIMUM OF '
                         WS-MIN-RETAIN-YEARS ' - RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE WS-RETAIN-PARM TO WS-RETAIN-YEARS
           END-IF.
           COMPUTE WS-PURGE-YEAR =
               WS-PROG-DATE-YEAR - WS-RETAIN-YEARS - 1.
           COMPUTE WS-CK-YEAR = WS-PURGE-YEAR + 1.
           MOVE WS-CK-YEAR TO WS-CD-YEAR.
           MOVE ZEROS TO WS-PURGE-TOTALS.
           PERFORM 040-LOAD-CLOSED-YEARS.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-TALLY-BEFORE.
           IF WS-OPEN-COUNT > ZERO
                PERFORM 250-REPORT-OPEN-YEARS
                PERFORM 990-CLOSE-FILES
                DISPLAY 'HISTORY PURGE REFUSED - A YEAR TO BE PURGED '
                    'IS NOT CLOSED - SEE HISTPURG.PRT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-PT-COUNT (WS-PT-DUE) = ZERO
                PERFORM 990-CLOSE-FILES
                DISPLAY 'NO PAYROLL HISTORY BEFORE ' WS-CUTOFF-DATE
                    ' - NOTHING TO ARCHIVE'
                STOP RUN
           END-IF.
           PERFORM 300-ARCHIVE-RECORDS.
           PERFORM 400-TALLY-AFTER.
           PERFORM 500-REPORT-BALANCE.
           PERFORM 600-UPDATE-CONTROL.
           PERFORM 990-CLOSE-FILES.
           IF WS-MISMATCH-COUNT = ZERO AND WS-ERROR-COUNT = ZERO
                DISPLAY 'HISTORY ARCHIVE COMPLETE - '
                    WS-PT-COUNT (WS-PT-MOVED)
                    ' RECORDS MOVED TO PAYHARC.DAT'
           ELSE
                DISPLAY 'HISTORY ARCHIVE OUT OF BALANCE - SEE '
                    'HISTPURG.PRT'
                MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *************************************************************
      * A YEAR IS CLOSED ONCE GARCIA-P03-YTD-CLOSE HAS ARCHIVED    *
      * ITS YEAR-TO-DATE TOTALS - ITS STATEMENTS HAVE BEEN CUT AND *
      * NOTHING WILL POST TO IT AGAIN                              *
      *************************************************************
       040-LOAD-CLOSED-YEARS.
           OPEN INPUT YTD-ARCHIVE-FILE.
           IF WS-YTD-ARCH-STATUS = '35'
                DISPLAY 'YTD ARCHIVE NOT FOUND - NO YEAR HAS BEEN '
                    'CLOSED - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-YTD-ARCH-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING YTD ARCHIVE FILE - STATUS '
                    WS-YTD-ARCH-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 'N' TO WS-YA-EOF.
           PERFORM UNTIL WS-YA-EOF = 'Y'
                READ YTD-ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-YA-EOF
                    NOT AT END PERFORM 045-NOTE-CLOSED-YEAR
                END-READ
           END-PERFORM.
           CLOSE YTD-ARCHIVE-FILE.

       045-NOTE-CLOSED-YEAR.
           MOVE AR-CLOSE-YEAR TO WS-YR-WANTED.
           PERFORM 220-FIND-CLOSED-YEAR.
           IF WS-YR-FOUND = 'N' AND WS-CLOSED-COUNT < 50
                ADD 1 TO WS-CLOSED-COUNT
                MOVE AR-CLOSE-YEAR TO WS-CLOSED-YEAR (WS-CLOSED-COUNT)
           END-IF.

       050-OPEN-FILES.
           OPEN I-O PAYROLL-HISTORY-FILE.
           IF WS-PAY-HIST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PAYROLL HISTORY FILE - STATUS '
                    WS-PAY-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN I-O HIST-ARCHIVE-FILE.
           IF WS-HIST-ARCH-STATUS = '35'
                OPEN OUTPUT HIST-ARCHIVE-FILE
                CLOSE HIST-ARCHIVE-FILE
                OPEN I-O HIST-ARCHIVE-FILE
           END-IF.
           IF WS-HIST-ARCH-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING HISTORY ARCHIVE FILE - STATUS '
                    WS-HIST-ARCH-STATUS
                CLOSE PAYROLL-HISTORY-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT PURGE-RPT-FILE.
           IF WS-PURGE-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PURGE REPORT FILE - STATUS '
                    WS-PURGE-RPT-STATUS
                CLOSE PAYROLL-HISTORY-FILE
                CLOSE HIST-ARCHIVE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
      * THE CUTOFF ON FILE ONLY EVER MOVES FORWARD
           MOVE 'N' TO WS-CTL-ON-FILE.
           OPEN INPUT HIST-ARCHIVE-CTL-FILE.
           IF WS-ARCH-CTL-STATUS = '00'
                READ HIST-ARCHIVE-CTL-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE 'Y' TO WS-CTL-ON-FILE
                        MOVE HIST-ARCHIVE-CTL-RECORD
                            TO WS-SAVED-CTL-RECORD
                END-READ
                CLOSE HIST-ARCHIVE-CTL-FILE
           END-IF.

       990-CLOSE-FILES.
           CLOSE PAYROLL-HISTORY-FILE.
           CLOSE HIST-ARCHIVE-FILE.
           CLOSE PURGE-RPT-FILE.

       100-PRINT-HEADINGS.
           MOVE WS-SHOW-DATE TO WS-PH-RUN-DATE.
           MOVE WS-PURGE-HDR-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.
           MOVE WS-RETAIN-YEARS TO WS-PS-RETAIN.
           MOVE WS-CUTOFF-DATE TO WS-PS-CUTOFF.
           MOVE WS-PURGE-SEL-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.
           MOVE SPACES TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

      *************************************************************
      * FIRST PASS - TOTAL THE HISTORY AS IT STANDS AND THE PART   *
      * DUE FOR ARCHIVE, AND NOTE ANY DUE YEAR THAT IS NOT CLOSED. *
      * NOTHING IS MOVED UNLESS EVERY DUE YEAR IS CLOSED.          *
      *************************************************************
       200-TALLY-BEFORE.
           MOVE 'N' TO WS-PH-EOF.
           MOVE LOW-VALUES TO PH-HIST-KEY.
           START PAYROLL-HISTORY-FILE KEY NOT < PH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-PH-EOF
           END-START.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                READ PAYROLL-HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PH-EOF
                    NOT AT END PERFORM 210-TALLY-BEFORE-RECORD
                END-READ
           END-PERFORM.

       210-TALLY-BEFORE-RECORD.
           MOVE WS-PT-BEFORE TO WS-PT-SUB.
           PERFORM 280-ADD-HIST-TO-TOTALS.
           IF PH-SORT-DATE < WS-CUTOFF-KEY
                MOVE WS-PT-DUE TO WS-PT-SUB
                PERFORM 280-ADD-HIST-TO-TOTALS
                MOVE PH-SORT-DATE TO WS-HIST-DATE-KEY
                MOVE WS-HK-YEAR TO WS-YR-WANTED
                PERFORM 220-FIND-CLOSED-YEAR
                IF WS-YR-FOUND = 'N'
                     PERFORM 230-NOTE-OPEN-YEAR
                END-IF
           END-IF.

       220-FIND-CLOSED-YEAR.
           MOVE 'N' TO WS-YR-FOUND.
           PERFORM VARYING WS-YR-IX FROM 1 BY 1
               UNTIL WS-YR-IX > WS-CLOSED-COUNT OR WS-YR-FOUND = 'Y'
                IF WS-CLOSED-YEAR (WS-YR-IX) = WS-YR-WANTED
                     MOVE 'Y' TO WS-YR-FOUND
                END-IF
           END-PERFORM.

       230-NOTE-OPEN-YEAR.
           MOVE 'N' TO WS-YR-FOUND.
           PERFORM VARYING WS-YR-IX FROM 1 BY 1
               UNTIL WS-YR-IX > WS-OPEN-COUNT OR WS-YR-FOUND = 'Y'
                IF WS-OPEN-YEAR (WS-YR-IX) = WS-YR-WANTED
                     MOVE 'Y' TO WS-YR-FOUND
                END-IF
           END-PERFORM.
           IF WS-YR-FOUND = 'N' AND WS-OPEN-COUNT < 20
                ADD 1 TO WS-OPEN-COUNT
                MOVE WS-YR-WANTED TO WS-OPEN-YEAR (WS-OPEN-COUNT)
           END-IF.

       250-REPORT-OPEN-YEARS.
           PERFORM 255-REPORT-OPEN-YEAR
               VARYING WS-YR-IX FROM 1 BY 1
               UNTIL WS-YR-IX > WS-OPEN-COUNT.
           MOVE SPACES TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.
           MOVE 'PURGE REFUSED - NOTHING MOVED' TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

       255-REPORT-OPEN-YEAR.
           MOVE WS-OPEN-YEAR (WS-YR-IX) TO WS-PO-YEAR.
           MOVE WS-PURGE-OPEN-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

       280-ADD-HIST-TO-TOTALS.
           ADD 1 TO WS-PT-COUNT (WS-PT-SUB).
           ADD PH-TOTAL-EARNINGS TO WS-PT-GROSS (WS-PT-SUB).
           ADD PH-FED-TAX PH-STATE-TAX PH-FICA-TAX PH-MEDICARE-TAX
               TO WS-PT-TAX (WS-PT-SUB).
           ADD PH-NET-PAY TO WS-PT-NET (WS-PT-SUB).

      *************************************************************
      * SECOND PASS - EACH DUE RECORD IS WRITTEN TO THE ARCHIVE    *
      * AND ONLY THEN DELETED FROM HISTORY.  A RECORD ALREADY IN   *
      * THE ARCHIVE (A RERUN AFTER A FAILED DELETE) IS REPLACED    *
      * WITH THIS RUN'S COPY.                                      *
      *************************************************************
       300-ARCHIVE-RECORDS.
           MOVE 'N' TO WS-PH-EOF.
           MOVE LOW-VALUES TO PH-HIST-KEY.
           START PAYROLL-HISTORY-FILE KEY NOT < PH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-PH-EOF
           END-START.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                READ PAYROLL-HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PH-EOF
                    NOT AT END
                        IF PH-SORT-DATE < WS-CUTOFF-KEY
                             PERFORM 310-ARCHIVE-ONE-RECORD
                        END-IF
                END-READ
           END-PERFORM.

       310-ARCHIVE-ONE-RECORD.
           MOVE PAYROLL-HISTORY-RECORD TO HIST-ARCHIVE-RECORD.
           MOVE WS-RUN-STAMP TO AH-ARCHIVE-DATE.
           MOVE WS-PROG-DATE-TIME TO AH-ARCHIVE-TIME.
           MOVE 'N' TO WS-ARC-WRITTEN.
           WRITE HIST-ARCHIVE-RECORD
               INVALID KEY
                   MOVE 'D' TO WS-ARC-WRITTEN
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ARC-WRITTEN
           END-WRITE.
           IF WS-ARC-WRITTEN = 'D'
                REWRITE HIST-ARCHIVE-RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-ARC-WRITTEN
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ARC-WRITTEN
                END-REWRITE
           END-IF.
           IF WS-ARC-WRITTEN = 'Y'
                DELETE PAYROLL-HISTORY-FILE RECORD
                    INVALID KEY
                        ADD 1 TO WS-ERROR-COUNT
                        DISPLAY 'ERROR DELETING HISTORY - STATUS '
                            WS-PAY-HIST-STATUS ' - EMP ' PH-EMP-ID
                            ' DATE ' PH-PAY-DATE
                    NOT INVALID KEY
                        MOVE WS-PT-MOVED TO WS-PT-SUB
                        PERFORM 280-ADD-HIST-TO-TOTALS
                END-DELETE
           ELSE
                ADD 1 TO WS-ERROR-COUNT
                DISPLAY 'ERROR WRITING HISTORY ARCHIVE - STATUS '
                    WS-HIST-ARCH-STATUS ' - EMP ' PH-EMP-ID
                    ' DATE ' PH-PAY-DATE ' - LEFT IN HISTORY'
           END-IF.

      *************************************************************
      * THIRD PASS - TOTAL THE HISTORY THAT IS LEFT AND READ BACK  *
      * THIS RUN'S ARCHIVE RECORDS BY THEIR RUN STAMP              *
      *************************************************************
       400-TALLY-AFTER.
           MOVE 'N' TO WS-PH-EOF.
           MOVE LOW-VALUES TO PH-HIST-KEY.
           START PAYROLL-HISTORY-FILE KEY NOT < PH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-PH-EOF
           END-START.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                READ PAYROLL-HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PH-EOF
                    NOT AT END
                        MOVE WS-PT-AFTER TO WS-PT-SUB
                        PERFORM 280-ADD-HIST-TO-TOTALS
                        IF PH-SORT-DATE < WS-CUTOFF-KEY
                             ADD 1 TO WS-LEFT-COUNT
                        END-IF
                END-READ
           END-PERFORM.
           MOVE ZERO TO WS-PRIOR-ARC-COUNT.
           MOVE 'N' TO WS-AH-EOF.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           START HIST-ARCHIVE-FILE KEY NOT < AH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-AH-EOF
           END-START.
           PERFORM UNTIL WS-AH-EOF = 'Y'
                READ HIST-ARCHIVE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-AH-EOF
                    NOT AT END PERFORM 410-TALLY-ARCHIVE-RECORD
                END-READ
           END-PERFORM.

       410-TALLY-ARCHIVE-RECORD.
           IF AH-ARCHIVE-DATE = WS-RUN-STAMP
              AND AH-ARCHIVE-TIME = WS-PROG-DATE-TIME
                ADD 1 TO WS-PT-COUNT (WS-PT-ARCHIVED)
                ADD AH-TOTAL-EARNINGS TO WS-PT-GROSS (WS-PT-ARCHIVED)
                ADD AH-FED-TAX AH-STATE-TAX AH-FICA-TAX AH-MEDICARE-TAX
                    TO WS-PT-TAX (WS-PT-ARCHIVED)
                ADD AH-NET-PAY TO WS-PT-NET (WS-PT-ARCHIVED)
           ELSE
                ADD 1 TO WS-PRIOR-ARC-COUNT
           END-IF.

       500-REPORT-BALANCE.
           MOVE WS-PURGE-COL-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.
           MOVE 'HISTORY BEFORE RUN  : ' TO WS-PR-SOURCE.
           MOVE WS-PT-BEFORE TO WS-PT-SUB.
           PERFORM 510-PRINT-SOURCE-LINE.
           MOVE 'DUE FOR ARCHIVE     : ' TO WS-PR-SOURCE.
           MOVE WS-PT-DUE TO WS-PT-SUB.
           PERFORM 510-PRINT-SOURCE-LINE.
           MOVE 'MOVED THIS RUN      : ' TO WS-PR-SOURCE.
           MOVE WS-PT-MOVED TO WS-PT-SUB.
           PERFORM 510-PRINT-SOURCE-LINE.
           MOVE 'ARCHIVE READ BACK   : ' TO WS-PR-SOURCE.
           MOVE WS-PT-ARCHIVED TO WS-PT-SUB.
           PERFORM 510-PRINT-SOURCE-LINE.
           MOVE 'HISTORY AFTER RUN   : ' TO WS-PR-SOURCE.
           MOVE WS-PT-AFTER TO WS-PT-SUB.
           PERFORM 510-PRINT-SOURCE-LINE.
           MOVE SPACES TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

           COMPUTE WS-BW-COUNT = WS-PT-COUNT (WS-PT-AFTER)
               + WS-PT-COUNT (WS-PT-ARCHIVED).
           COMPUTE WS-BW-GROSS = WS-PT-GROSS (WS-PT-AFTER)
               + WS-PT-GROSS (WS-PT-ARCHIVED).
           COMPUTE WS-BW-TAX = WS-PT-TAX (WS-PT-AFTER)
               + WS-PT-TAX (WS-PT-ARCHIVED).
           COMPUTE WS-BW-NET = WS-PT-NET (WS-PT-AFTER)
               + WS-PT-NET (WS-PT-ARCHIVED).

           MOVE 'BEFORE COUNT VS AFTER + ARCHIVED' TO WS-PB-WHAT.
           IF WS-PT-COUNT (WS-PT-BEFORE) = WS-BW-COUNT
                PERFORM 520-REPORT-MATCH
           ELSE
                PERFORM 530-REPORT-MISMATCH
           END-IF.
           MOVE 'BEFORE GROSS VS AFTER + ARCHIVED' TO WS-PB-WHAT.
           IF WS-PT-GROSS (WS-PT-BEFORE) = WS-BW-GROSS
                PERFORM 520-REPORT-MATCH
           ELSE
                PERFORM 530-REPORT-MISMATCH
           END-IF.
           MOVE 'BEFORE TAX VS AFTER + ARCHIVED' TO WS-PB-WHAT.
           IF WS-PT-TAX (WS-PT-BEFORE) = WS-BW-TAX
                PERFORM 520-REPORT-MATCH
           ELSE
                PERFORM 530-REPORT-MISMATCH
           END-IF.
           MOVE 'BEFORE NET VS AFTER + ARCHIVED' TO WS-PB-WHAT.
           IF WS-PT-NET (WS-PT-BEFORE) = WS-BW-NET
                PERFORM 520-REPORT-MATCH
           ELSE
                PERFORM 530-REPORT-MISMATCH
           END-IF.
           MOVE 'DUE VS MOVED (COUNT/GROSS/TAX/NET)' TO WS-PB-WHAT.
           IF WS-PT-ENTRY (WS-PT-DUE) = WS-PT-ENTRY (WS-PT-MOVED)
                PERFORM 520-REPORT-MATCH
           ELSE
                PERFORM 530-REPORT-MISMATCH
           END-IF.
           MOVE 'MOVED VS ARCHIVE READ BACK' TO WS-PB-WHAT.
           IF WS-PT-ENTRY (WS-PT-MOVED) = WS-PT-ENTRY (WS-PT-ARCHIVED)
                PERFORM 520-REPORT-MATCH
           ELSE
                PERFORM 530-REPORT-MISMATCH
           END-IF.
           MOVE 'NO HISTORY LEFT BEFORE THE CUTOFF' TO WS-PB-WHAT.
           IF WS-LEFT-COUNT = ZERO
                PERFORM 520-REPORT-MATCH
           ELSE
                PERFORM 530-REPORT-MISMATCH
           END-IF.

           MOVE WS-MISMATCH-COUNT TO WS-PE-MISMATCHES.
           MOVE WS-ERROR-COUNT TO WS-PE-ERRORS.
           MOVE WS-PURGE-END-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

       510-PRINT-SOURCE-LINE.
           MOVE WS-PT-COUNT (WS-PT-SUB) TO WS-PR-COUNT.
           MOVE WS-PT-GROSS (WS-PT-SUB) TO WS-PR-GROSS.
           MOVE WS-PT-TAX (WS-PT-SUB) TO WS-PR-TAX.
           MOVE WS-PT-NET (WS-PT-SUB) TO WS-PR-NET.
           MOVE WS-PURGE-SRC-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

       520-REPORT-MATCH.
           MOVE 'MATCH    -' TO WS-PB-RESULT.
           MOVE WS-PURGE-CMP-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

       530-REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE 'MISMATCH -' TO WS-PB-RESULT.
           MOVE WS-PURGE-CMP-LINE TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.

      *************************************************************
      * RECORD THE CUTOFF FOR THE INQUIRY.  IT IS ADVANCED EVEN    *
      * WHEN A RECORD COULD NOT BE MOVED - THE INQUIRY STILL READS *
      * THE LIVE HISTORY, SO NOTHING LEFT BEHIND IS LOST TO IT.    *
      *************************************************************
       600-UPDATE-CONTROL.
           IF WS-CTL-ON-FILE = 'N'
                MOVE WS-CUTOFF-KEY TO HA-CUTOFF-KEY
                MOVE WS-CUTOFF-DATE TO HA-CUTOFF-DATE
           ELSE
                MOVE WS-SAVED-CTL-RECORD TO HIST-ARCHIVE-CTL-RECORD
                IF WS-CUTOFF-KEY > WS-SAVED-CUTOFF-KEY
                     MOVE WS-CUTOFF-KEY TO HA-CUTOFF-KEY
                     MOVE WS-CUTOFF-DATE TO HA-CUTOFF-DATE
                END-IF
           END-IF.
           MOVE WS-SHOW-DATE TO HA-LAST-RUN-DATE.
           MOVE WS-PROG-DATE-TIME TO HA-LAST-RUN-TIME.
           MOVE WS-PT-COUNT (WS-PT-MOVED) TO HA-LAST-RUN-COUNT.
           COMPUTE HA-ARCHIVE-COUNT =
               WS-PT-COUNT (WS-PT-ARCHIVED) + WS-PRIOR-ARC-COUNT.
           OPEN OUTPUT HIST-ARCHIVE-CTL-FILE.
           IF WS-ARCH-CTL-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING ARCHIVE CONTROL FILE - STATUS '
                    WS-ARCH-CTL-STATUS
                DISPLAY 'CUTOFF NOT RECORDED - INQUIRIES WILL NOT '
                    'SEARCH THE NEW ARCHIVE RECORDS'
                ADD 1 TO WS-ERROR-COUNT
           ELSE
                WRITE HIST-ARCHIVE-CTL-RECORD
                CLOSE HIST-ARCHIVE-CTL-FILE
           END-IF.
