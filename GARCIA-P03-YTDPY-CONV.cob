      ******************************************************************
      * PROGRAM : PROJECT 3 - PRIOR-YEAR YTD ARCHIVE CONVERSION        *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-YTDPY-CONV.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - ONE-TIME CONVERSION OF THE   *
      *              PRIOR-YEAR YTD ARCHIVE TO THE LAYOUT WITH      *
      *              SOCIAL SECURITY AND MEDICARE WAGES AND TAX.    *
      *              READS EMPYTDPY.DAT AND BUILDS EMPYTDPY.NEW     *
      *              WITH THE NEW FIELDS ZERO (THE CLOSED YEARS     *
      *              NEVER TRACKED THEM); THE OPERATOR THEN SAVES   *
      *              THE OLD FILE AND RENAMES EMPYTDPY.NEW TO       *
      *              EMPYTDPY.DAT. RUN ONCE, BEFORE THE FIRST       *
      *              YEAR-END CLOSE ON THE NEW LAYOUT, SO THE       *
      *              CLOSED YEARS GARCIA-P03-HIST-PURGE CHECKS ARE  *
      *              KEPT.                                          *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO 'EMPYTDPY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-ARCH-STATUS.

           SELECT NEW-ARCHIVE-FILE ASSIGN TO 'EMPYTDPY.NEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-ARCH-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD.
           03  OAR-CLOSE-YEAR       PIC 9(4).
           03  OAR-EMP-ID           PIC 9(5).
           03  OAR-YTD-HOURS        PIC 9(4)V99.
           03  OAR-YTD-REG-EARNINGS PIC 9(6)V99.
           03  OAR-YTD-OT-EARNINGS  PIC 9(6)V99.
           03  OAR-YTD-TOTAL-EARNINGS PIC 9(6)V99.

      * MUST MATCH THE ARCHIVE RECORD GARCIA-P03-YTD-CLOSE WRITES
       FD  NEW-ARCHIVE-FILE.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-OLD-ARCH-STATUS   PIC XX.
           03  WS-NEW-ARCH-STATUS   PIC XX.

       01  WS-CONV-CTL.
           03  WS-OA-EOF            PIC X VALUE 'N'.
           03  WS-CONV-COUNT        PIC 9(6) VALUE ZERO.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-CONVERT-RECORDS.
           PERFORM 990-CLOSE-FILES.
           IF RETURN-CODE = ZERO
                DISPLAY 'PRIOR-YEAR YTD ARCHIVE CONVERSION COMPLETE'
                DISPLAY 'RECORDS CONVERTED: ' WS-CONV-COUNT
                DISPLAY 'SAVE EMPYTDPY.DAT AND RENAME EMPYTDPY.NEW TO '
                    'EMPYTDPY.DAT BEFORE THE NEXT YEAR-END CLOSE'
           ELSE
                DISPLAY 'CONVERSION INCOMPLETE - DO NOT RENAME '
                    'EMPYTDPY.NEW'
                DISPLAY 'RECORDS CONVERTED BEFORE ERROR: '
                    WS-CONV-COUNT
           END-IF.
           STOP RUN.

       050-OPEN-FILES.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF WS-OLD-ARCH-STATUS = '35'
                DISPLAY 'PRIOR-YEAR YTD ARCHIVE NOT FOUND - '
                    'NOTHING TO CONVERT'
                STOP RUN
           END-IF.
           IF WS-OLD-ARCH-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PRIOR-YEAR YTD ARCHIVE - STATUS '
                    WS-OLD-ARCH-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT NEW-ARCHIVE-FILE.
           IF WS-NEW-ARCH-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING NEW YTD ARCHIVE - STATUS '
                    WS-NEW-ARCH-STATUS
                CLOSE OLD-ARCHIVE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE OLD-ARCHIVE-FILE.
           CLOSE NEW-ARCHIVE-FILE.

       100-CONVERT-RECORDS.
           PERFORM UNTIL WS-OA-EOF = 'Y'
                READ OLD-ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-OA-EOF
                    NOT AT END PERFORM 200-WRITE-NEW-RECORD
                END-READ
           END-PERFORM.

      *************************************************************
      * A RECORD THAT IS NOT NUMERIC WHERE THE OLD LAYOUT HAS      *
      * NUMBERS MEANS THE FILE IS ALREADY ON THE NEW LAYOUT (OR    *
      * HOLDS BOTH) - STOP, AND DO NOT RENAME EMPYTDPY.NEW         *
      *************************************************************
       200-WRITE-NEW-RECORD.
           IF OAR-CLOSE-YEAR NOT NUMERIC OR OAR-EMP-ID NOT NUMERIC
              OR OAR-YTD-TOTAL-EARNINGS NOT NUMERIC
                DISPLAY 'RECORD AFTER ' WS-CONV-COUNT ' IS NOT ON '
                    'THE OLD LAYOUT - FILE MAY ALREADY BE CONVERTED'
                MOVE 8 TO RETURN-CODE
                MOVE 'Y' TO WS-OA-EOF
           ELSE
                MOVE OAR-CLOSE-YEAR TO AR-CLOSE-YEAR
                MOVE OAR-EMP-ID TO AR-EMP-ID
                MOVE OAR-YTD-HOURS TO AR-YTD-HOURS
                MOVE OAR-YTD-REG-EARNINGS TO AR-YTD-REG-EARNINGS
                MOVE OAR-YTD-OT-EARNINGS TO AR-YTD-OT-EARNINGS
                MOVE OAR-YTD-TOTAL-EARNINGS TO AR-YTD-TOTAL-EARNINGS
                MOVE ZEROS TO AR-YTD-SS-WAGES AR-YTD-SS-TAX
                    AR-YTD-MED-WAGES AR-YTD-MED-TAX
                WRITE YTD-ARCHIVE-RECORD
                IF WS-NEW-ARCH-STATUS NOT = '00'
                     DISPLAY 'ERROR WRITING NEW YTD ARCHIVE - STATUS '
                         WS-NEW-ARCH-STATUS ' - EMP ' OAR-EMP-ID
                     MOVE 8 TO RETURN-CODE
                     MOVE 'Y' TO WS-OA-EOF
                ELSE
                     ADD 1 TO WS-CONV-COUNT
                END-IF
           END-IF.
