      ******************************************************************
      * PROGRAM : PROJECT 3 - CHECK ISSUE FILE CONVERSION              *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-CHK-CONV.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - ONE-TIME CONVERSION OF THE   *
      *              CHECK ISSUE FILE TO THE LAYOUT WITH THE CLEAR  *
      *              DATE AND STALE FLAG USED BY THE BANK           *
      *              RECONCILIATION.  READS CHKISSUE.DAT AND BUILDS *
      *              CHKISSUE.NEW; THE OPERATOR THEN SAVES THE OLD  *
      *              FILE AND RENAMES CHKISSUE.NEW TO CHKISSUE.DAT. *
      *              RUN ONCE, BEFORE ANY OTHER PROGRAM TOUCHES     *
      *              THE NEW LAYOUT.  EVERY CONVERTED CHECK KEEPS   *
      *              ITS STATUS; NONE IS CLEARED OR STALE UNTIL THE *
      *              FIRST RECONCILIATION RUN.                      *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCI-CHECK-NO
               FILE STATUS IS WS-OLD-CHECK-STATUS.

           SELECT NEW-CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-CHECK-NO
               FILE STATUS IS WS-NEW-CHECK-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CHECK-ISSUE-FILE.
       01  OLD-CHECK-ISSUE-RECORD.
           03  OCI-CHECK-NO         PIC 9(6).
           03  OCI-EMP-ID           PIC 9(5).
           03  OCI-EMP-NAME         PIC X(20).
           03  OCI-PAY-DATE         PIC X(10).
           03  OCI-NET-PAY          PIC 9(5)V99.
           03  OCI-STATUS-FLAG      PIC X.
           03  OCI-REPLACED-BY      PIC 9(6).

       FD  NEW-CHECK-ISSUE-FILE.
           COPY CHECKISS.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-OLD-CHECK-STATUS  PIC XX.
           03  WS-NEW-CHECK-STATUS  PIC XX.

       01  WS-CONV-CTL.
           03  WS-OC-EOF            PIC X VALUE 'N'.
           03  WS-CONV-COUNT        PIC 9(5) VALUE ZERO.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-CONVERT-RECORDS.
           PERFORM 990-CLOSE-FILES.
           IF RETURN-CODE = ZERO
                DISPLAY 'CHECK ISSUE CONVERSION COMPLETE'
                DISPLAY 'RECORDS CONVERTED: ' WS-CONV-COUNT
                DISPLAY 'SAVE CHKISSUE.DAT AND RENAME CHKISSUE.NEW TO '
                    'CHKISSUE.DAT BEFORE THE NEXT PAYROLL RUN'
           ELSE
                DISPLAY 'CONVERSION INCOMPLETE - DO NOT RENAME '
                    'CHKISSUE.NEW'
                DISPLAY 'RECORDS CONVERTED BEFORE ERROR: '
                    WS-CONV-COUNT
           END-IF.
           STOP RUN.

       050-OPEN-FILES.
           OPEN INPUT OLD-CHECK-ISSUE-FILE.
           IF WS-OLD-CHECK-STATUS = '35'
                DISPLAY 'CHECK ISSUE FILE NOT FOUND - '
                    'NOTHING TO CONVERT'
                STOP RUN
           END-IF.
           IF WS-OLD-CHECK-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING CHECK ISSUE FILE - STATUS '
                    WS-OLD-CHECK-STATUS
                DISPLAY 'IF STATUS IS 39 THE FILE IS ALREADY ON THE '
                    'NEW LAYOUT - DO NOT RECONVERT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT NEW-CHECK-ISSUE-FILE.
           IF WS-NEW-CHECK-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING NEW CHECK ISSUE FILE - STATUS '
                    WS-NEW-CHECK-STATUS
                CLOSE OLD-CHECK-ISSUE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE OLD-CHECK-ISSUE-FILE.
           CLOSE NEW-CHECK-ISSUE-FILE.

       100-CONVERT-RECORDS.
           PERFORM UNTIL WS-OC-EOF = 'Y'
                READ OLD-CHECK-ISSUE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-OC-EOF
                    NOT AT END PERFORM 200-WRITE-NEW-RECORD
                END-READ
           END-PERFORM.

       200-WRITE-NEW-RECORD.
           MOVE OCI-CHECK-NO TO CI-CHECK-NO.
           MOVE OCI-EMP-ID TO CI-EMP-ID.
           MOVE OCI-EMP-NAME TO CI-EMP-NAME.
           MOVE OCI-PAY-DATE TO CI-PAY-DATE.
           MOVE OCI-NET-PAY TO CI-NET-PAY.
           MOVE OCI-STATUS-FLAG TO CI-STATUS-FLAG.
           MOVE OCI-REPLACED-BY TO CI-REPLACED-BY.
           MOVE SPACES TO CI-CLEAR-DATE CI-STALE-FLAG.
           WRITE CHECK-ISSUE-RECORD.
           IF WS-NEW-CHECK-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING NEW CHECK ISSUE - STATUS '
                    WS-NEW-CHECK-STATUS ' - CHECK ' OCI-CHECK-NO
                MOVE 8 TO RETURN-CODE
           ELSE
                ADD 1 TO WS-CONV-COUNT
           END-IF.
