      *              BEEN CUT - CHECKS THE GARCIA-P03-YE-STMT RUN   *
      *              CONTROL LINE IN YESTMT.PRT FOR THE CLOSE YEAR  *
      *              BEFORE THE ROLLOVER ZEROES ANYTHING            *
      * 10/15/2026 - SOCIAL SECURITY/MEDICARE WAGES AND TAX NOW     *
      *              ARCHIVED AND ZEROED WITH THE OTHER YTD TOTALS  *
      *              (THE ARCHIVE RECORD IS LONGER - RUN            *
      *              GARCIA-P03-YTDPY-CONV ON EMPYTDPY.DAT BEFORE   *
      *              THE FIRST CLOSE ON THE NEW LAYOUT). EMPLOYEES  *
      *              WITHHELD PAST THE CLOSE YEAR'S SOCIAL SECURITY *
      *              LIMIT ARE LISTED FOR A REFUND, AND A MISSING   *
      *              TAXLIMIT.DAT RECORD FOR THE NEW YEAR IS WARNED *
      *              ABOUT.                                         *
      *************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-PRINT-STATUS.

           SELECT TAX-LIMIT-FILE ASSIGN TO 'TAXLIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TAX-YEAR
               FILE STATUS IS WS-TAX-LIMIT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-YTD-FILE.
           COPY EMPYTD.

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD.
           03  AR-YTD-REG-EARNINGS  PIC 9(6)V99.
           03  AR-YTD-OT-EARNINGS   PIC 9(6)V99.
           03  AR-YTD-TOTAL-EARNINGS PIC 9(6)V99.
           03  AR-YTD-SS-WAGES      PIC 9(6)V99.
           03  AR-YTD-SS-TAX        PIC 9(5)V99.
           03  AR-YTD-MED-WAGES     PIC 9(6)V99.
           03  AR-YTD-MED-TAX       PIC 9(5)V99.

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-RECORD   PIC X(100).

       FD  TAX-LIMIT-FILE.
           COPY TAXLIMIT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-EMP-YTD-STATUS    PIC XX.
           03  WS-YTD-ARCH-STATUS   PIC XX.
           03  WS-STMT-PRINT-STATUS PIC XX.
           03  WS-TAX-LIMIT-STATUS  PIC XX.

      * MUST MATCH THE RUN CONTROL LINE GARCIA-P03-YE-STMT WRITES
      * AS THE FIRST RECORD OF YESTMT.PRT
           03  WS-YT-EOF            PIC X VALUE 'N'.
           03  WS-CLOSE-COUNT       PIC 9(4) VALUE ZERO.

      * SOCIAL SECURITY LIMITS OF THE CLOSE YEAR - ANY EMPLOYEE
      * WITHHELD PAST THEM IS LISTED FOR A REFUND BEFORE THE RESET
       01  WS-LIMIT-CTL.
           03  WS-LIMITS-LOADED     PIC X VALUE 'N'.
           03  WS-NEXT-YEAR         PIC 9(4) VALUE ZERO.
           03  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE ZERO.
           03  WS-SS-MAX-TAX        PIC 9(6)V99 VALUE ZERO.
           03  WS-OVER-LIMIT-COUNT  PIC 9(4) VALUE ZERO.
           03  WS-SHOW-WAGES        PIC ZZZ,ZZ9.99.
           03  WS-SHOW-TAX          PIC ZZ,ZZ9.99.

      *************************************************************

       PROCEDURE DIVISION.
           END-IF.
           PERFORM 040-CHECK-STATEMENTS-CUT.
           PERFORM 050-OPEN-FILES.
           PERFORM 060-LOAD-TAX-LIMITS.
           PERFORM 100-CLOSE-YTD-RECORDS.
           PERFORM 990-CLOSE-FILES.
           DISPLAY 'YTD CLOSE COMPLETE FOR YEAR ' WS-CLOSE-YEAR.
           DISPLAY 'RECORDS ARCHIVED AND RESET: ' WS-CLOSE-COUNT.
           IF WS-LIMITS-LOADED = 'Y'
                DISPLAY 'EMPLOYEES OVER THE SOCIAL SECURITY LIMIT: '
                    WS-OVER-LIMIT-COUNT
           END-IF.
           STOP RUN.

       040-CHECK-STATEMENTS-CUT.
                STOP RUN
           END-IF.

      *************************************************************
      * THE CLOSE YEAR'S LIMITS DRIVE THE OVER-WITHHOLDING CHECK;  *
      * THE NEW YEAR'S RECORD MUST BE ON FILE BEFORE ITS FIRST PAY *
      * RUN, SO ITS ABSENCE IS CALLED OUT HERE                     *
      *************************************************************
       060-LOAD-TAX-LIMITS.
           MOVE 'N' TO WS-LIMITS-LOADED.
           OPEN INPUT TAX-LIMIT-FILE.
           IF WS-TAX-LIMIT-STATUS NOT = '00'
                DISPLAY 'TAX LIMIT FILE NOT AVAILABLE - STATUS '
                    WS-TAX-LIMIT-STATUS
                    ' - SOCIAL SECURITY LIMIT CHECK SKIPPED'
           ELSE
                MOVE WS-CLOSE-YEAR TO TL-TAX-YEAR
                READ TAX-LIMIT-FILE
                    INVALID KEY
                        DISPLAY 'NO TAX LIMITS FOR YEAR '
                            WS-CLOSE-YEAR
                            ' - SOCIAL SECURITY LIMIT CHECK SKIPPED'
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-LIMITS-LOADED
                        MOVE TL-SS-WAGE-BASE TO WS-SS-WAGE-BASE
                        COMPUTE WS-SS-MAX-TAX ROUNDED =
                            TL-SS-WAGE-BASE * TL-SS-PCT
                END-READ
                COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
                MOVE WS-NEXT-YEAR TO TL-TAX-YEAR
                READ TAX-LIMIT-FILE
                    INVALID KEY
                        DISPLAY 'WARNING - NO TAX LIMITS FOR YEAR '
                            WS-NEXT-YEAR ' - SET THEM UP IN '
                            'GARCIA-P03-LIM-MAINT BEFORE THE FIRST '
                            'PAY RUN'
                END-READ
                CLOSE TAX-LIMIT-FILE
           END-IF.

       990-CLOSE-FILES.
           CLOSE EMPLOYEE-YTD-FILE.
           CLOSE YTD-ARCHIVE-FILE.
           MOVE YT-YTD-REG-EARNINGS TO AR-YTD-REG-EARNINGS.
           MOVE YT-YTD-OT-EARNINGS TO AR-YTD-OT-EARNINGS.
           MOVE YT-YTD-TOTAL-EARNINGS TO AR-YTD-TOTAL-EARNINGS.
           MOVE YT-YTD-SS-WAGES TO AR-YTD-SS-WAGES.
           MOVE YT-YTD-SS-TAX TO AR-YTD-SS-TAX.
           MOVE YT-YTD-MED-WAGES TO AR-YTD-MED-WAGES.
           MOVE YT-YTD-MED-TAX TO AR-YTD-MED-TAX.
           IF WS-LIMITS-LOADED = 'Y'
                PERFORM 210-CHECK-SS-LIMIT
           END-IF.
           WRITE YTD-ARCHIVE-RECORD.
           IF WS-YTD-ARCH-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING YTD ARCHIVE - STATUS '
           ELSE
                MOVE ZEROS TO YT-YTD-HOURS YT-YTD-REG-EARNINGS
                    YT-YTD-OT-EARNINGS YT-YTD-TOTAL-EARNINGS
                    YT-YTD-SS-WAGES YT-YTD-SS-TAX
                    YT-YTD-MED-WAGES YT-YTD-MED-TAX
                REWRITE EMPLOYEE-YTD-RECORD
                IF WS-EMP-YTD-STATUS NOT = '00'
                     DISPLAY 'ERROR REWRITING YTD RECORD - STATUS '
                     ADD 1 TO WS-CLOSE-COUNT
                END-IF
           END-IF.

       210-CHECK-SS-LIMIT.
           IF YT-YTD-SS-WAGES > WS-SS-WAGE-BASE
              OR YT-YTD-SS-TAX > WS-SS-MAX-TAX
                ADD 1 TO WS-OVER-LIMIT-COUNT
                MOVE YT-YTD-SS-WAGES TO WS-SHOW-WAGES
                MOVE YT-YTD-SS-TAX TO WS-SHOW-TAX
                DISPLAY 'EMP ' YT-EMP-ID ' SOCIAL SECURITY WAGES '
                    WS-SHOW-WAGES ' TAX ' WS-SHOW-TAX
                    ' OVER THE LIMIT - REFUND DUE'
           END-IF.
