      ******************************************************************
      * PROGRAM : PROJECT 3 - EMPLOYEE YTD FILE CONVERSION             *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-YTD-CONV.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - ONE-TIME CONVERSION OF THE   *
      *              EMPLOYEE YTD FILE TO THE LAYOUT WITH SOCIAL    *
      *              SECURITY AND MEDICARE WAGES AND TAX.  READS    *
      *              EMPYTD.DAT AND BUILDS EMPYTD.NEW; THE OPERATOR *
      *              THEN SAVES THE OLD FILE AND RENAMES EMPYTD.NEW *
      *              TO EMPYTD.DAT.  RUN ONCE, BEFORE ANY OTHER     *
      *              PROGRAM TOUCHES THE NEW LAYOUT.  UNTIL NOW     *
      *              EVERY DOLLAR WAS TAXED, SO BOTH WAGE FIELDS    *
      *              START AT YTD GROSS; THE TAX FIELDS ARE SUMMED  *
      *              FROM PAYROLL HISTORY FOR THE CONVERSION YEAR   *
      *              (COMMAND LINE, DEFAULTS TO THE CURRENT YEAR).  *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-YTD-FILE ASSIGN TO 'EMPYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OYT-EMP-ID
               FILE STATUS IS WS-OLD-YTD-STATUS.

           SELECT NEW-YTD-FILE ASSIGN TO 'EMPYTD.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-EMP-ID
               FILE STATUS IS WS-NEW-YTD-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               ALTERNATE RECORD KEY IS PH-SORT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-HIST-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-YTD-FILE.
       01  OLD-YTD-RECORD.
           03  OYT-EMP-ID           PIC 9(5).
           03  OYT-YTD-HOURS        PIC 9(4)V99.
           03  OYT-YTD-REG-EARNINGS PIC 9(6)V99.
           03  OYT-YTD-OT-EARNINGS  PIC 9(6)V99.
           03  OYT-YTD-TOTAL-EARNINGS PIC 9(6)V99.

       FD  NEW-YTD-FILE.
           COPY EMPYTD.

       FD  PAYROLL-HISTORY-FILE.
           COPY PAYHIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-OLD-YTD-STATUS    PIC XX.
           03  WS-NEW-YTD-STATUS    PIC XX.
           03  WS-PAY-HIST-STATUS   PIC XX.

       01  WS-PROG-DATE.
           03 WS-PROG-DATE-YEAR     PIC 9999.
           03 WS-PROG-DATE-MONTH    PIC 99.
           03 WS-PROG-DATE-DAY      PIC 99.
           03 WS-PROG-DATE-TIME     PIC 9999.

       01  WS-CONV-CTL.
           03  WS-CMD-LINE          PIC X(40).
           03  WS-YEAR-PARM         PIC 9(4) VALUE ZERO.
           03  WS-CONV-YEAR         PIC 9(4) VALUE ZERO.
           03  WS-OY-EOF            PIC X VALUE 'N'.
           03  WS-PH-EOF            PIC X VALUE 'N'.
           03  WS-HIST-OPEN         PIC X VALUE 'N'.
           03  WS-CONV-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-HIST-SUMS.
           03  WS-SUM-FICA-TAX      PIC S9(6)V99 VALUE ZERO.
           03  WS-SUM-MED-TAX       PIC S9(6)V99 VALUE ZERO.

       01  WS-SORT-FROM.
           03  WS-SF-YEAR           PIC 9(4).
           03  FILLER               PIC X(4) VALUE '0101'.
       01  WS-SORT-THRU.
           03  WS-ST-YEAR           PIC 9(4).
           03  FILLER               PIC X(4) VALUE '1231'.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-YEAR-PARM.
           IF WS-YEAR-PARM NOT = ZERO
                MOVE WS-YEAR-PARM TO WS-CONV-YEAR
           ELSE
                MOVE WS-PROG-DATE-YEAR TO WS-CONV-YEAR
           END-IF.
           MOVE WS-CONV-YEAR TO WS-SF-YEAR WS-ST-YEAR.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-CONVERT-RECORDS.
           PERFORM 990-CLOSE-FILES.
           IF RETURN-CODE = ZERO
                DISPLAY 'EMPLOYEE YTD CONVERSION COMPLETE FOR YEAR '
                    WS-CONV-YEAR
                DISPLAY 'RECORDS CONVERTED: ' WS-CONV-COUNT
                DISPLAY 'SAVE EMPYTD.DAT AND RENAME EMPYTD.NEW TO '
                    'EMPYTD.DAT BEFORE THE NEXT PAYROLL RUN'
           ELSE
                DISPLAY 'CONVERSION INCOMPLETE - DO NOT RENAME '
                    'EMPYTD.NEW'
                DISPLAY 'RECORDS CONVERTED BEFORE ERROR: '
                    WS-CONV-COUNT
           END-IF.
           STOP RUN.

       050-OPEN-FILES.
           OPEN INPUT OLD-YTD-FILE.
           IF WS-OLD-YTD-STATUS = '35'
                DISPLAY 'EMPLOYEE YTD FILE NOT FOUND - '
                    'NOTHING TO CONVERT'
                STOP RUN
           END-IF.
           IF WS-OLD-YTD-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE YTD FILE - STATUS '
                    WS-OLD-YTD-STATUS
                DISPLAY 'IF STATUS IS 39 THE FILE IS ALREADY ON THE '
                    'NEW LAYOUT - DO NOT RECONVERT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WS-PAY-HIST-STATUS = '35'
      * NO HISTORY YET MEANS NOTHING WAS WITHHELD THIS YEAR
                DISPLAY 'PAYROLL HISTORY FILE NOT FOUND - '
                    'YTD TAX FIELDS START AT ZERO'
           ELSE
                IF WS-PAY-HIST-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING PAYROLL HISTORY FILE - '
                         'STATUS ' WS-PAY-HIST-STATUS
                     CLOSE OLD-YTD-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE 'Y' TO WS-HIST-OPEN
           END-IF.
           OPEN OUTPUT NEW-YTD-FILE.
           IF WS-NEW-YTD-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING NEW YTD FILE - STATUS '
                    WS-NEW-YTD-STATUS
                CLOSE OLD-YTD-FILE
                IF WS-HIST-OPEN = 'Y'
                     CLOSE PAYROLL-HISTORY-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE OLD-YTD-FILE.
           CLOSE NEW-YTD-FILE.
           IF WS-HIST-OPEN = 'Y'
                CLOSE PAYROLL-HISTORY-FILE
           END-IF.

       100-CONVERT-RECORDS.
           PERFORM UNTIL WS-OY-EOF = 'Y'
                READ OLD-YTD-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-OY-EOF
                    NOT AT END PERFORM 200-WRITE-NEW-RECORD
                END-READ
           END-PERFORM.

       200-WRITE-NEW-RECORD.
           PERFORM 300-SUM-HISTORY-TAX.
           MOVE OYT-EMP-ID TO YT-EMP-ID.
           MOVE OYT-YTD-HOURS TO YT-YTD-HOURS.
           MOVE OYT-YTD-REG-EARNINGS TO YT-YTD-REG-EARNINGS.
           MOVE OYT-YTD-OT-EARNINGS TO YT-YTD-OT-EARNINGS.
           MOVE OYT-YTD-TOTAL-EARNINGS TO YT-YTD-TOTAL-EARNINGS.
           MOVE OYT-YTD-TOTAL-EARNINGS TO YT-YTD-SS-WAGES.
           MOVE OYT-YTD-TOTAL-EARNINGS TO YT-YTD-MED-WAGES.
           MOVE WS-SUM-FICA-TAX TO YT-YTD-SS-TAX.
           MOVE WS-SUM-MED-TAX TO YT-YTD-MED-TAX.
           WRITE EMPLOYEE-YTD-RECORD.
           IF WS-NEW-YTD-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING NEW YTD - STATUS '
                    WS-NEW-YTD-STATUS ' - EMP ' OYT-EMP-ID
                MOVE 8 TO RETURN-CODE
           ELSE
                ADD 1 TO WS-CONV-COUNT
           END-IF.

      *************************************************************
      * SOCIAL SECURITY AND MEDICARE WITHHELD THIS YEAR - PAY,     *
      * VOID AND REISSUE RECORDS ALL COUNT, SO A VOIDED PAY NETS   *
      * OUT OF THE TOTAL                                           *
      *************************************************************
       300-SUM-HISTORY-TAX.
           MOVE ZEROS TO WS-SUM-FICA-TAX WS-SUM-MED-TAX.
           IF WS-HIST-OPEN = 'Y'
                MOVE OYT-EMP-ID TO PH-EMP-ID
                MOVE WS-SORT-FROM TO PH-SORT-DATE
                MOVE ZERO TO PH-SEQ-NO
                MOVE 'N' TO WS-PH-EOF
                START PAYROLL-HISTORY-FILE KEY NOT < PH-HIST-KEY
                    INVALID KEY MOVE 'Y' TO WS-PH-EOF
                END-START
                PERFORM UNTIL WS-PH-EOF = 'Y'
                     READ PAYROLL-HISTORY-FILE NEXT RECORD
                         AT END MOVE 'Y' TO WS-PH-EOF
                         NOT AT END
                             IF PH-EMP-ID NOT = OYT-EMP-ID
                                OR PH-SORT-DATE > WS-SORT-THRU
                                  MOVE 'Y' TO WS-PH-EOF
                             ELSE
                                  ADD PH-FICA-TAX TO WS-SUM-FICA-TAX
                                  ADD PH-MEDICARE-TAX
                                      TO WS-SUM-MED-TAX
                             END-IF
                     END-READ
                END-PERFORM
           END-IF.
           IF WS-SUM-FICA-TAX < ZERO
                MOVE ZERO TO WS-SUM-FICA-TAX
           END-IF.
           IF WS-SUM-MED-TAX < ZERO
                MOVE ZERO TO WS-SUM-MED-TAX
           END-IF.
