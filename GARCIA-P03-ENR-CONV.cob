      ******************************************************************
      * PROGRAM : PROJECT 3 - DEDUCTION ENROLLMENT FILE CONVERSION     *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-ENR-CONV.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - ONE-TIME CONVERSION OF THE   *
      *              DEDUCTION ENROLLMENT FILE TO THE LAYOUT WITH   *
      *              THE GARNISHMENT CASE NUMBER AND PAYEE.  READS  *
      *              EMPDED.DAT AND BUILDS EMPDED.NEW WITH BOTH     *
      *              BLANK, AND LISTS EVERY GARNISHMENT ENROLLMENT  *
      *              (PER DEDCODE.DAT) THAT NEEDS THEM.  THE        *
      *              OPERATOR THEN SAVES THE OLD FILE, RENAMES      *
      *              EMPDED.NEW TO EMPDED.DAT AND KEYS THE CASE     *
      *              NUMBER AND PAYEE FOR EACH LISTED ENROLLMENT IN *
      *              GARCIA-P03-DED-MAINT.  RUN ONCE, BEFORE ANY    *
      *              OTHER PROGRAM TOUCHES THE NEW LAYOUT.          *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-EMP-DED-FILE ASSIGN TO 'EMPDED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OED-ENROLL-KEY
               FILE STATUS IS WS-OLD-ENR-STATUS.

           SELECT NEW-EMP-DED-FILE ASSIGN TO 'EMPDED.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ED-ENROLL-KEY
               FILE STATUS IS WS-NEW-ENR-STATUS.

           SELECT DEDUCT-CODE-FILE ASSIGN TO 'DEDCODE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DD-DED-CODE
               FILE STATUS IS WS-DED-CODE-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-EMP-DED-FILE.
       01  OLD-EMP-DED-RECORD.
           03  OED-ENROLL-KEY.
               05  OED-EMP-ID       PIC 9(5).
               05  OED-DED-CODE     PIC X(3).
           03  OED-OVERRIDE-AMT     PIC 9(4)V99.
           03  OED-GARN-BALANCE     PIC 9(6)V99.
           03  OED-ACTIVE-FLAG      PIC X.

       FD  NEW-EMP-DED-FILE.
           COPY EMPDED.

       FD  DEDUCT-CODE-FILE.
           COPY DEDCODE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-OLD-ENR-STATUS    PIC XX.
           03  WS-NEW-ENR-STATUS    PIC XX.
           03  WS-DED-CODE-STATUS   PIC XX.

       01  WS-CONV-CTL.
           03  WS-OE-EOF            PIC X VALUE 'N'.
           03  WS-DED-CODE-FILE     PIC X VALUE 'N'.
           03  WS-CONV-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-GARN-COUNT        PIC 9(4) VALUE ZERO.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-CONVERT-RECORDS.
           PERFORM 990-CLOSE-FILES.
           IF RETURN-CODE = ZERO
                DISPLAY 'DEDUCTION ENROLLMENT CONVERSION COMPLETE'
                DISPLAY 'RECORDS CONVERTED: ' WS-CONV-COUNT
                DISPLAY 'GARNISHMENTS NEEDING CASE NO AND PAYEE: '
                    WS-GARN-COUNT
                DISPLAY 'SAVE EMPDED.DAT AND RENAME EMPDED.NEW TO '
                    'EMPDED.DAT BEFORE THE NEXT PAYROLL RUN'
                DISPLAY 'KEY THE CASE NUMBER AND PAYEE FOR EACH '
                    'GARNISHMENT LISTED IN GARCIA-P03-DED-MAINT'
           ELSE
                DISPLAY 'CONVERSION INCOMPLETE - DO NOT RENAME '
                    'EMPDED.NEW'
                DISPLAY 'RECORDS CONVERTED BEFORE ERROR: '
                    WS-CONV-COUNT
           END-IF.
           STOP RUN.

       050-OPEN-FILES.
           OPEN INPUT OLD-EMP-DED-FILE.
           IF WS-OLD-ENR-STATUS = '35'
                DISPLAY 'DEDUCTION ENROLLMENT FILE NOT FOUND - '
                    'NOTHING TO CONVERT'
                STOP RUN
           END-IF.
           IF WS-OLD-ENR-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING DEDUCTION ENROLLMENT FILE - '
                    'STATUS ' WS-OLD-ENR-STATUS
                DISPLAY 'IF STATUS IS 39 THE FILE IS ALREADY ON THE '
                    'NEW LAYOUT - DO NOT RECONVERT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT NEW-EMP-DED-FILE.
           IF WS-NEW-ENR-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING NEW DEDUCTION ENROLLMENT FILE - '
                    'STATUS ' WS-NEW-ENR-STATUS
                CLOSE OLD-EMP-DED-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
      * WITHOUT THE CODE TABLE NO ENROLLMENT CAN BE A GARNISHMENT
           OPEN INPUT DEDUCT-CODE-FILE.
           IF WS-DED-CODE-STATUS = '00'
                MOVE 'Y' TO WS-DED-CODE-FILE
           ELSE
                DISPLAY 'DEDUCTION CODE FILE NOT AVAILABLE - STATUS '
                    WS-DED-CODE-STATUS ' - GARNISHMENTS NOT LISTED'
           END-IF.

       990-CLOSE-FILES.
           CLOSE OLD-EMP-DED-FILE.
           CLOSE NEW-EMP-DED-FILE.
           IF WS-DED-CODE-FILE = 'Y'
                CLOSE DEDUCT-CODE-FILE
           END-IF.

       100-CONVERT-RECORDS.
           PERFORM UNTIL WS-OE-EOF = 'Y'
                READ OLD-EMP-DED-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-OE-EOF
                    NOT AT END PERFORM 200-WRITE-NEW-RECORD
                END-READ
           END-PERFORM.

       200-WRITE-NEW-RECORD.
           MOVE OED-EMP-ID TO ED-EMP-ID.
           MOVE OED-DED-CODE TO ED-DED-CODE.
           MOVE OED-OVERRIDE-AMT TO ED-OVERRIDE-AMT.
           MOVE OED-GARN-BALANCE TO ED-GARN-BALANCE.
           MOVE OED-ACTIVE-FLAG TO ED-ACTIVE-FLAG.
           MOVE SPACES TO ED-CASE-NUMBER ED-PAYEE-NAME.
           WRITE EMPLOYEE-DEDUCT-RECORD.
           IF WS-NEW-ENR-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING NEW ENROLLMENT - STATUS '
                    WS-NEW-ENR-STATUS ' - EMP ' OED-EMP-ID
                    ' CODE ' OED-DED-CODE
                MOVE 8 TO RETURN-CODE
           ELSE
                ADD 1 TO WS-CONV-COUNT
                IF WS-DED-CODE-FILE = 'Y'
                     PERFORM 210-LIST-GARNISHMENT
                END-IF
           END-IF.

       210-LIST-GARNISHMENT.
           MOVE OED-DED-CODE TO DD-DED-CODE.
           READ DEDUCT-CODE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DD-GARNISHMENT
                        ADD 1 TO WS-GARN-COUNT
                        DISPLAY 'GARNISHMENT NEEDS CASE NO AND PAYEE '
                            '- EMP ' OED-EMP-ID ' CODE ' OED-DED-CODE
                            ' STATUS ' OED-ACTIVE-FLAG
                   END-IF
           END-READ.
