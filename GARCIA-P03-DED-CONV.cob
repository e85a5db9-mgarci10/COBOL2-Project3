      ******************************************************************
      * PROGRAM : PROJECT 3 - DEDUCTION CODE FILE CONVERSION           *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-DED-CONV.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - ONE-TIME CONVERSION OF THE   *
      *              DEDUCTION CODE TABLE TO THE LAYOUT WITH THE    *
      *              EMPLOYER MATCH PCT AND MATCH CAP.  READS       *
      *              DEDCODE.DAT AND BUILDS DEDCODE.NEW WITH NO     *
      *              MATCH ON ANY CODE; THE OPERATOR THEN SAVES THE *
      *              OLD FILE, RENAMES DEDCODE.NEW TO DEDCODE.DAT   *
      *              AND SETS THE MATCH ON THE 401K CODES IN        *
      *              GARCIA-P03-DED-MAINT.  RUN ONCE, BEFORE ANY    *
      *              OTHER PROGRAM TOUCHES THE NEW LAYOUT.          *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DED-CODE-FILE ASSIGN TO 'DEDCODE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ODD-DED-CODE
               FILE STATUS IS WS-OLD-DED-STATUS.

           SELECT NEW-DED-CODE-FILE ASSIGN TO 'DEDCODE.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DD-DED-CODE
               FILE STATUS IS WS-NEW-DED-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-DED-CODE-FILE.
       01  OLD-DED-CODE-RECORD.
           03  ODD-DED-CODE         PIC X(3).
           03  ODD-DED-DESC         PIC X(24).
           03  ODD-CALC-METHOD      PIC X.
           03  ODD-DED-PCT          PIC V999.
           03  ODD-FLAT-AMT         PIC 9(4)V99.
           03  ODD-GARNISH-FLAG     PIC X.
           03  ODD-GL-ACCOUNT       PIC X(10).

       FD  NEW-DED-CODE-FILE.
           COPY DEDCODE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-OLD-DED-STATUS    PIC XX.
           03  WS-NEW-DED-STATUS    PIC XX.

       01  WS-CONV-CTL.
           03  WS-OD-EOF            PIC X VALUE 'N'.
           03  WS-CONV-COUNT        PIC 9(4) VALUE ZERO.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-CONVERT-RECORDS.
           PERFORM 990-CLOSE-FILES.
           IF RETURN-CODE = ZERO
                DISPLAY 'DEDUCTION CODE CONVERSION COMPLETE'
                DISPLAY 'RECORDS CONVERTED: ' WS-CONV-COUNT
                DISPLAY 'SAVE DEDCODE.DAT AND RENAME DEDCODE.NEW TO '
                    'DEDCODE.DAT BEFORE THE NEXT PAYROLL RUN'
                DISPLAY 'NO CODE CARRIES AN EMPLOYER MATCH UNTIL ONE '
                    'IS SET IN GARCIA-P03-DED-MAINT'
           ELSE
                DISPLAY 'CONVERSION INCOMPLETE - DO NOT RENAME '
                    'DEDCODE.NEW'
                DISPLAY 'RECORDS CONVERTED BEFORE ERROR: '
                    WS-CONV-COUNT
           END-IF.
           STOP RUN.

       050-OPEN-FILES.
           OPEN INPUT OLD-DED-CODE-FILE.
           IF WS-OLD-DED-STATUS = '35'
                DISPLAY 'DEDUCTION CODE FILE NOT FOUND - '
                    'NOTHING TO CONVERT'
                STOP RUN
           END-IF.
           IF WS-OLD-DED-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING DEDUCTION CODE FILE - STATUS '
                    WS-OLD-DED-STATUS
                DISPLAY 'IF STATUS IS 39 THE FILE IS ALREADY ON THE '
                    'NEW LAYOUT - DO NOT RECONVERT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT NEW-DED-CODE-FILE.
           IF WS-NEW-DED-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING NEW DEDUCTION CODE FILE - '
                    'STATUS ' WS-NEW-DED-STATUS
                CLOSE OLD-DED-CODE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE OLD-DED-CODE-FILE.
           CLOSE NEW-DED-CODE-FILE.

       100-CONVERT-RECORDS.
           PERFORM UNTIL WS-OD-EOF = 'Y'
                READ OLD-DED-CODE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-OD-EOF
                    NOT AT END PERFORM 200-WRITE-NEW-RECORD
                END-READ
           END-PERFORM.

       200-WRITE-NEW-RECORD.
           MOVE ODD-DED-CODE TO DD-DED-CODE.
           MOVE ODD-DED-DESC TO DD-DED-DESC.
           MOVE ODD-CALC-METHOD TO DD-CALC-METHOD.
           MOVE ODD-DED-PCT TO DD-DED-PCT.
           MOVE ODD-FLAT-AMT TO DD-FLAT-AMT.
           MOVE ODD-GARNISH-FLAG TO DD-GARNISH-FLAG.
           MOVE ODD-GL-ACCOUNT TO DD-GL-ACCOUNT.
           MOVE ZEROS TO DD-MATCH-PCT DD-MATCH-MAX-PCT.
           WRITE DEDUCT-CODE-RECORD.
           IF WS-NEW-DED-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING NEW DEDUCTION CODE - STATUS '
                    WS-NEW-DED-STATUS ' - CODE ' ODD-DED-CODE
                MOVE 8 TO RETURN-CODE
           ELSE
                ADD 1 TO WS-CONV-COUNT
           END-IF.
