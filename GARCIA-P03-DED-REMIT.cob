      ******************************************************************
      * PROGRAM : PROJECT 3 - DEDUCTION REMITTANCE                     *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-DED-REMIT.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - RUN AS ITS OWN STEP AFTER    *
      *              THE BATCH (AND AFTER THE GL TIE-OUT).  READS   *
      *              THE RUN'S 'D' DEDUCTION LINES FROM             *
      *              GLEXPORT.DAT AND PAYS OUT EVERY WITHHELD       *
      *              DOLLAR: 401K CODES (TYPE 'R') GO TO THE        *
      *              PROVIDER CONTRIBUTION FILE 401KCONT.DAT ONE    *
      *              RECORD PER EMPLOYEE LINE WITH A TRAILER;       *
      *              GARNISHMENTS GO TO A CHECK TO CUT PER PAYEE    *
      *              WITH THE CASES IT COVERS (CASE NUMBER AND      *
      *              PAYEE FROM EMPDED.DAT); ANY OTHER CODE IS ONE  *
      *              PAYMENT TO ITS PLAN VENDOR.  A LINE THAT       *
      *              CANNOT BE PAID (UNKNOWN CODE, GARNISHMENT WITH *
      *              NO PAYEE, VOID REVERSAL) IS HELD AND LISTED.   *
      *              TOTALS BY DEDUCTION CODE ARE TIED BACK TO THE  *
      *              'D' LINES ON DEDREMIT.PRT.  RETURN CODE 4 WHEN *
      *              ANYTHING IS HELD, 8 WHEN OUT OF BALANCE.       *
      * 10/15/2026 - ONLY GLEXPORT.DAT RECORDS NOT YET REMITTED ARE *
      *              PAID OUT: THE COUNT ALREADY REMITTED IS KEPT   *
      *              ON DEDREMIT.CTL, SKIPPED AT THE START AND      *
      *              ADVANCED TO THE END OF THE FILE WHEN THE RUN   *
      *              BALANCES, SO 'D' LINES FINAL PAY AND PAY       *
      *              ADJUSTMENTS APPEND AFTER THE BATCH ARE PAID    *
      *              ONCE AND NOTHING IS PAID TWICE. EACH RUN'S     *
      *              401KCONT.DAT HOLDS ONLY THAT RUN'S LINES. A    *
      *              FAILED WRITE OF THE 401K TRAILER NOW ENDS WITH *
      *              RETURN CODE 8.                                 *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXPORT-FILE ASSIGN TO 'GLEXPORT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-EXPORT-STATUS.

           SELECT DEDUCT-CODE-FILE ASSIGN TO 'DEDCODE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DED-CODE
               FILE STATUS IS WS-DED-CODE-STATUS.

           SELECT EMPLOYEE-DEDUCT-FILE ASSIGN TO 'EMPDED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ED-ENROLL-KEY
               FILE STATUS IS WS-EMP-DED-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMP-MAST-STATUS.

           SELECT CONTRIB-EXPORT-FILE ASSIGN TO '401KCONT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT DED-REMIT-CTL-FILE ASSIGN TO 'DEDREMIT.CTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-CTL-STATUS.

           SELECT REMIT-RPT-FILE ASSIGN TO 'DEDREMIT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-RPT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXPORT-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY GLEXPORT.

       FD  DEDUCT-CODE-FILE.
           COPY DEDCODE.

       FD  EMPLOYEE-DEDUCT-FILE.
           COPY EMPDED.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  CONTRIB-EXPORT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CONTRIB-DETAIL-RECORD.
           03  KC-DTL-REC-TYPE      PIC X.
           03  KC-DTL-PLAN-CODE     PIC X(3).
           03  KC-DTL-EMP-ID        PIC 9(5).
           03  KC-DTL-EMP-NAME      PIC X(20).
           03  KC-DTL-PAY-DATE      PIC X(10).
           03  KC-DTL-AMOUNT        PIC 9(5)V99.
           03  FILLER               PIC X(14) VALUE SPACES.

       01  CONTRIB-TRAILER-RECORD.
           03  KC-TRL-REC-TYPE      PIC X.
           03  KC-TRL-RUN-DATE      PIC X(10).
           03  KC-TRL-RECORD-COUNT  PIC 9(5).
           03  KC-TRL-TOTAL-AMOUNT  PIC 9(7)V99.
           03  FILLER               PIC X(35) VALUE SPACES.

       FD  DED-REMIT-CTL-FILE.
           COPY DEDRMCTL.

       FD  REMIT-RPT-FILE.
       01  REMIT-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-GL-EXPORT-STATUS  PIC XX.
           03  WS-DED-CODE-STATUS   PIC XX.
           03  WS-EMP-DED-STATUS    PIC XX.
           03  WS-EMP-MAST-STATUS   PIC XX.
           03  WS-CONTRIB-STATUS    PIC XX.
           03  WS-REMIT-RPT-STATUS  PIC XX.
           03  WS-REMIT-CTL-STATUS  PIC XX.

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

       01  WS-REMIT-CTL.
           03  WS-GL-EOF            PIC X VALUE 'N'.
           03  WS-DD-EOF            PIC X VALUE 'N'.
           03  WS-EMP-DED-FILE      PIC X VALUE 'N'.
           03  WS-MISMATCH-COUNT    PIC 9(2) VALUE ZERO.
           03  WS-GL-READ-COUNT     PIC 9(7) VALUE ZERO.
           03  WS-PRIOR-REMITTED    PIC 9(7) VALUE ZERO.
           03  WS-HOLD-REASON       PIC X(30) VALUE SPACES.
           03  WS-EMP-NAME          PIC X(20) VALUE SPACES.

      *************************************************************
      * ONE ENTRY PER DEDUCTION CODE SEEN ON THE 'D' LINES - THE   *
      * CODE TABLE IS LOADED FIRST; A CODE NOT ON DEDCODE.DAT (THE *
      * 'ADJ' VOID REVERSAL) IS ADDED AS IT TURNS UP WITH TYPE '?' *
      *************************************************************
       01  WS-CODE-CTL.
           03  WS-RC-COUNT          PIC 9(2) VALUE ZERO.
           03  WS-RC-IX             PIC 9(2) VALUE ZERO.
           03  WS-RC-SUB            PIC 9(2) VALUE ZERO.
           03  WS-RC-TYPE-WANTED    PIC X VALUE SPACE.
           03  WS-RC-LISTED         PIC X VALUE 'N'.
       01  WS-CODE-TOTALS.
           03  WS-RC-ENTRY OCCURS 30 TIMES.
               05  WS-RC-CODE       PIC X(3).
               05  WS-RC-DESC       PIC X(24).
               05  WS-RC-TYPE       PIC X.
               05  WS-RC-GL-ACCT    PIC X(10).
               05  WS-RC-GL-COUNT   PIC 9(5).
               05  WS-RC-GL-AMOUNT  PIC S9(7)V99.
               05  WS-RC-PAID-COUNT PIC 9(5).
               05  WS-RC-PAID-AMT   PIC S9(7)V99.
               05  WS-RC-HELD-AMT   PIC S9(7)V99.

      * GARNISHMENT PAYEES - ONE CHECK TO CUT PER PAYEE, WITH EACH
      * CASE (ONE 'D' LINE) IT COVERS
       01  WS-PAYEE-CTL.
           03  WS-PY-COUNT          PIC 9(2) VALUE ZERO.
           03  WS-PY-IX             PIC 9(2) VALUE ZERO.
           03  WS-PY-SUB            PIC 9(2) VALUE ZERO.
           03  WS-GI-COUNT          PIC 9(3) VALUE ZERO.
           03  WS-GI-IX             PIC 9(3) VALUE ZERO.
       01  WS-PAYEE-TABLE.
           03  WS-PY-ENTRY OCCURS 50 TIMES.
               05  WS-PY-NAME       PIC X(30).
               05  WS-PY-CASES      PIC 9(3).
               05  WS-PY-AMOUNT     PIC S9(7)V99.
       01  WS-GARN-ITEM-TABLE.
           03  WS-GI-ENTRY OCCURS 300 TIMES.
               05  WS-GI-PAYEE-SUB  PIC 9(2).
               05  WS-GI-CASE-NO    PIC X(15).
               05  WS-GI-EMP-ID     PIC 9(5).
               05  WS-GI-DED-CODE   PIC X(3).
               05  WS-GI-PAY-DATE   PIC X(10).
               05  WS-GI-AMOUNT     PIC S9(5)V99.

      * LINES THAT COULD NOT BE PAID, LISTED AFTER THE PAYMENTS
       01  WS-HELD-CTL.
           03  WS-HD-COUNT          PIC 9(3) VALUE ZERO.
           03  WS-HD-IX             PIC 9(3) VALUE ZERO.
       01  WS-HELD-TABLE.
           03  WS-HD-ENTRY OCCURS 100 TIMES.
               05  WS-HD-EMP-ID     PIC 9(5).
               05  WS-HD-DED-CODE   PIC X(3).
               05  WS-HD-PAY-DATE   PIC X(10).
               05  WS-HD-AMOUNT     PIC S9(5)V99.
               05  WS-HD-REASON     PIC X(30).

       01  WS-REMIT-TOTALS.
           03  WS-KC-COUNT          PIC 9(5) VALUE ZERO.
           03  WS-KC-TOTAL          PIC 9(7)V99 VALUE ZERO.
           03  WS-RC-401K-PAID      PIC S9(7)V99 VALUE ZERO.
           03  WS-PY-TOTAL          PIC S9(7)V99 VALUE ZERO.
           03  WS-RC-GARN-PAID      PIC S9(7)V99 VALUE ZERO.
           03  WS-GL-DED-COUNT      PIC 9(5) VALUE ZERO.
           03  WS-GL-DED-TOTAL      PIC S9(7)V99 VALUE ZERO.
           03  WS-PAID-TOTAL        PIC S9(7)V99 VALUE ZERO.
           03  WS-HELD-TOTAL        PIC S9(7)V99 VALUE ZERO.
           03  WS-TIE-WORK          PIC S9(7)V99 VALUE ZERO.

       01  WS-RMT-HDR-LINE.
           03  FILLER               PIC X(27) VALUE
               'DEDUCTION REMITTANCE - RUN '.
           03  WS-RH-RUN-DATE       PIC X(10).
       01  WS-RMT-SKIP-LINE.
           03  FILLER               PIC X(33) VALUE
               'GLEXPORT RECORDS ALREADY REMITTED'.
           03  WS-RK-SKIPPED        PIC ZZZZZZ9.
           03  FILLER               PIC X(15) VALUE
               '   NEW THIS RUN'.
           03  WS-RK-NEW            PIC ZZZZZZ9.
       01  WS-RMT-TITLE-LINE.
           03  WS-RT-TITLE          PIC X(80).
       01  WS-RMT-PAYEE-LINE.
           03  FILLER               PIC X(10) VALUE 'PAY       '.
           03  WS-RP-PAYEE          PIC X(30).
           03  FILLER               PIC X(7) VALUE ' CASES '.
           03  WS-RP-CASES          PIC ZZ9.
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-RP-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  WS-RMT-CASE-LINE.
           03  FILLER               PIC X(12) VALUE '      CASE '.
           03  WS-RS-CASE-NO        PIC X(15).
           03  FILLER               PIC X(5) VALUE ' EMP '.
           03  WS-RS-EMP-ID         PIC 9(5).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RS-DED-CODE       PIC X(3).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RS-PAY-DATE       PIC X(10).
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-RS-AMOUNT         PIC ZZ,ZZ9.99.
       01  WS-RMT-CODE-LINE.
           03  WS-RK-CODE           PIC X(3).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RK-DESC           PIC X(24).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RK-GL-ACCT        PIC X(10).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RK-COUNT          PIC ZZZZ9.
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-RK-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01  WS-RMT-HELD-LINE.
           03  FILLER               PIC X(5) VALUE 'EMP '.
           03  WS-RD-EMP-ID         PIC 9(5).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-DED-CODE       PIC X(3).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-PAY-DATE       PIC X(10).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-AMOUNT         PIC ZZ,ZZ9.99-.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RD-REASON         PIC X(30).
       01  WS-RMT-TIE-HDR-LINE.
           03  FILLER               PIC X(22) VALUE
               'COD COUNT   GL D LINES'.
           03  FILLER               PIC X(14) VALUE
               '          PAID'.
           03  FILLER               PIC X(14) VALUE
               '          HELD'.
           03  FILLER               PIC X(8) VALUE '  RESULT'.
       01  WS-RMT-TIE-LINE.
           03  WS-RX-CODE           PIC X(3).
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RX-GL-COUNT       PIC ZZZZ9.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RX-GL-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RX-PAID-AMT       PIC Z,ZZZ,ZZ9.99-.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RX-HELD-AMT       PIC Z,ZZZ,ZZ9.99-.
           03  FILLER               PIC X VALUE SPACE.
           03  WS-RX-RESULT         PIC X(8).
       01  WS-RMT-CMP-LINE.
           03  WS-RM-RESULT         PIC X(10).
           03  WS-RM-WHAT           PIC X(40).
       01  WS-RMT-END-LINE.
           03  FILLER               PIC X(21) VALUE
               'MISMATCHES REPORTED: '.
           03  WS-RE-MISMATCHES     PIC ZZ9.
           03  FILLER               PIC X(16) VALUE
               '   LINES HELD:  '.
           03  WS-RE-HELD           PIC ZZ9.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.
           PERFORM 050-OPEN-FILES.
           MOVE SPACES TO WS-CODE-TOTALS.
           PERFORM 058-LOAD-DED-CODES.
           PERFORM 100-REMIT-GL-DEDUCTIONS.
           PERFORM 200-WRITE-CONTRIB-TRAILER.
           PERFORM 300-REPORT-REMITTANCE.
           PERFORM 990-CLOSE-FILES.
           IF WS-MISMATCH-COUNT = ZERO
                PERFORM 400-UPDATE-CONTROL
           END-IF.
           IF WS-MISMATCH-COUNT NOT = ZERO
                DISPLAY 'REMITTANCE OUT OF BALANCE - SEE DEDREMIT.PRT'
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WS-HD-COUNT NOT = ZERO
                     DISPLAY 'REMITTANCE BALANCED - LINES HELD FOR '
                         'MANUAL PAYMENT - SEE DEDREMIT.PRT'
                     MOVE 4 TO RETURN-CODE
                ELSE
                     DISPLAY 'REMITTANCE OK - EVERY DEDUCTION PAID OUT'
                END-IF
           END-IF.
           STOP RUN.

       050-OPEN-FILES.
           OPEN INPUT GL-EXPORT-FILE.
           IF WS-GL-EXPORT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING GL EXPORT FILE - STATUS '
                    WS-GL-EXPORT-STATUS
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
      * NO ENROLLMENT FILE MEANS NO GARNISHMENT CAN BE PAID - EACH
      * ONE IS HELD
           OPEN INPUT EMPLOYEE-DEDUCT-FILE.
           IF WS-EMP-DED-STATUS = '35'
                MOVE 'N' TO WS-EMP-DED-FILE
           ELSE
                IF WS-EMP-DED-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING EMPLOYEE DEDUCTION FILE - '
                         'STATUS ' WS-EMP-DED-STATUS
                     DISPLAY 'IF STATUS IS 39 RUN GARCIA-P03-ENR-CONV '
                         'TO CONVERT THE OLD LAYOUT'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE 'Y' TO WS-EMP-DED-FILE
           END-IF.
      * NO CONTROL RECORD MEANS NOTHING ON GLEXPORT.DAT HAS BEEN
      * REMITTED YET
           MOVE ZERO TO WS-PRIOR-REMITTED.
           OPEN INPUT DED-REMIT-CTL-FILE.
           IF WS-REMIT-CTL-STATUS = '00'
                READ DED-REMIT-CTL-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE DR-REMITTED-COUNT TO WS-PRIOR-REMITTED
                END-READ
                CLOSE DED-REMIT-CTL-FILE
           END-IF.
           OPEN OUTPUT CONTRIB-EXPORT-FILE.
           IF WS-CONTRIB-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING 401K CONTRIBUTION FILE - '
                    'STATUS ' WS-CONTRIB-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT REMIT-RPT-FILE.
           IF WS-REMIT-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING REMITTANCE REPORT FILE - '
                    'STATUS ' WS-REMIT-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       058-LOAD-DED-CODES.
           MOVE ZERO TO WS-RC-COUNT.
           OPEN INPUT DEDUCT-CODE-FILE.
           IF WS-DED-CODE-STATUS = '35'
                DISPLAY 'DEDUCTION CODE FILE NOT FOUND - '
                    'EVERY DEDUCTION LINE WILL BE HELD'
           ELSE
                IF WS-DED-CODE-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING DEDUCTION CODE FILE - '
                         'STATUS ' WS-DED-CODE-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE 'N' TO WS-DD-EOF
                PERFORM UNTIL WS-DD-EOF = 'Y'
                     READ DEDUCT-CODE-FILE NEXT RECORD
                         AT END MOVE 'Y' TO WS-DD-EOF
                         NOT AT END PERFORM 059-LOAD-DED-ENTRY
                     END-READ
                END-PERFORM
                CLOSE DEDUCT-CODE-FILE
           END-IF.

       059-LOAD-DED-ENTRY.
           IF WS-RC-COUNT < 30
                ADD 1 TO WS-RC-COUNT
                MOVE DD-DED-CODE TO WS-RC-CODE (WS-RC-COUNT)
                MOVE DD-DED-DESC TO WS-RC-DESC (WS-RC-COUNT)
                MOVE DD-GARNISH-FLAG TO WS-RC-TYPE (WS-RC-COUNT)
                MOVE DD-GL-ACCOUNT TO WS-RC-GL-ACCT (WS-RC-COUNT)
                PERFORM 060-ZERO-CODE-TOTALS
           ELSE
                DISPLAY 'DEDUCTION CODE TABLE FULL - CODE '
                    DD-DED-CODE ' NOT LOADED'
           END-IF.

       060-ZERO-CODE-TOTALS.
           MOVE ZEROS TO WS-RC-GL-COUNT (WS-RC-COUNT)
               WS-RC-GL-AMOUNT (WS-RC-COUNT)
               WS-RC-PAID-COUNT (WS-RC-COUNT)
               WS-RC-PAID-AMT (WS-RC-COUNT)
               WS-RC-HELD-AMT (WS-RC-COUNT).

       990-CLOSE-FILES.
           CLOSE GL-EXPORT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-EMP-DED-FILE = 'Y'
                CLOSE EMPLOYEE-DEDUCT-FILE
           END-IF.
           CLOSE CONTRIB-EXPORT-FILE.
           CLOSE REMIT-RPT-FILE.

       100-REMIT-GL-DEDUCTIONS.
           PERFORM UNTIL WS-GL-EOF = 'Y'
                READ GL-EXPORT-FILE
                    AT END MOVE 'Y' TO WS-GL-EOF
                    NOT AT END
                        ADD 1 TO WS-GL-READ-COUNT
                        IF WS-GL-READ-COUNT > WS-PRIOR-REMITTED
                           AND GL-DED-REC-TYPE = 'D'
                             PERFORM 110-REMIT-ONE-LINE
                        END-IF
                END-READ
           END-PERFORM.

      *************************************************************
      * EVERY 'D' LINE IS COUNTED AGAINST ITS CODE FIRST, THEN     *
      * EITHER PAID OR HELD - NEVER BOTH, NEVER NEITHER            *
      *************************************************************
       110-REMIT-ONE-LINE.
           ADD 1 TO WS-GL-DED-COUNT.
           ADD GL-DED-AMOUNT TO WS-GL-DED-TOTAL.
           PERFORM 120-FIND-CODE-ENTRY.
           IF WS-RC-SUB = ZERO
                MOVE 'CODE TABLE FULL' TO WS-HOLD-REASON
                PERFORM 160-HOLD-LINE
           ELSE
                ADD 1 TO WS-RC-GL-COUNT (WS-RC-SUB)
                ADD GL-DED-AMOUNT TO WS-RC-GL-AMOUNT (WS-RC-SUB)
                IF GL-DED-AMOUNT NOT > ZERO
                     MOVE 'REVERSAL - RECOVER FROM PAYEE'
                         TO WS-HOLD-REASON
                     PERFORM 160-HOLD-LINE
                ELSE
                     EVALUATE WS-RC-TYPE (WS-RC-SUB)
                         WHEN '?'
                             MOVE 'CODE NOT ON DEDCODE.DAT'
                                 TO WS-HOLD-REASON
                             PERFORM 160-HOLD-LINE
                         WHEN 'R'
                             PERFORM 130-WRITE-CONTRIBUTION
                         WHEN 'G'
                             PERFORM 140-REMIT-GARNISHMENT
                         WHEN OTHER
                             PERFORM 150-REMIT-TO-VENDOR
                     END-EVALUATE
                END-IF
           END-IF.

       120-FIND-CODE-ENTRY.
           MOVE ZERO TO WS-RC-SUB.
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT OR WS-RC-SUB NOT = ZERO
                IF WS-RC-CODE (WS-RC-IX) = GL-DED-DED-CODE
                     MOVE WS-RC-IX TO WS-RC-SUB
                END-IF
           END-PERFORM.
           IF WS-RC-SUB = ZERO AND WS-RC-COUNT < 30
                ADD 1 TO WS-RC-COUNT
                MOVE WS-RC-COUNT TO WS-RC-SUB
                MOVE GL-DED-DED-CODE TO WS-RC-CODE (WS-RC-SUB)
                MOVE 'NOT ON DEDCODE.DAT' TO WS-RC-DESC (WS-RC-SUB)
                MOVE '?' TO WS-RC-TYPE (WS-RC-SUB)
                MOVE GL-DED-GL-ACCOUNT TO WS-RC-GL-ACCT (WS-RC-SUB)
                PERFORM 060-ZERO-CODE-TOTALS
           END-IF.

       130-WRITE-CONTRIBUTION.
           MOVE GL-DED-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER FILE' TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-EMP-NAME
           END-READ.
           MOVE SPACES TO CONTRIB-DETAIL-RECORD.
           MOVE 'D' TO KC-DTL-REC-TYPE.
           MOVE GL-DED-DED-CODE TO KC-DTL-PLAN-CODE.
           MOVE GL-DED-EMP-ID TO KC-DTL-EMP-ID.
           MOVE WS-EMP-NAME TO KC-DTL-EMP-NAME.
           MOVE GL-DED-PAY-DATE TO KC-DTL-PAY-DATE.
           MOVE GL-DED-AMOUNT TO KC-DTL-AMOUNT.
           WRITE CONTRIB-DETAIL-RECORD.
           IF WS-CONTRIB-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING 401K CONTRIBUTION - STATUS '
                    WS-CONTRIB-STATUS ' - EMP ' GL-DED-EMP-ID
                MOVE 'CONTRIBUTION FILE WRITE ERROR' TO WS-HOLD-REASON
                PERFORM 160-HOLD-LINE
           ELSE
                ADD 1 TO WS-KC-COUNT
                ADD GL-DED-AMOUNT TO WS-KC-TOTAL
                ADD GL-DED-AMOUNT TO WS-RC-401K-PAID
                PERFORM 170-MARK-PAID
           END-IF.

      * THE PAYEE AND CASE COME FROM THE ENROLLMENT THE LINE WAS
      * TAKEN FOR
       140-REMIT-GARNISHMENT.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-EMP-DED-FILE = 'N'
                MOVE 'NO ENROLLMENT FILE' TO WS-HOLD-REASON
           ELSE
                MOVE GL-DED-EMP-ID TO ED-EMP-ID
                MOVE GL-DED-DED-CODE TO ED-DED-CODE
                READ EMPLOYEE-DEDUCT-FILE
                    INVALID KEY
                        MOVE 'ENROLLMENT NOT ON EMPDED.DAT'
                            TO WS-HOLD-REASON
                    NOT INVALID KEY
                        IF ED-PAYEE-NAME = SPACES
                           OR ED-CASE-NUMBER = SPACES
                             MOVE 'NO CASE NO/PAYEE - SEE DED-MAINT'
                                 TO WS-HOLD-REASON
                        END-IF
                END-READ
           END-IF.
           IF WS-HOLD-REASON = SPACES
                IF WS-GI-COUNT NOT < 300
                     MOVE 'CASE TABLE FULL' TO WS-HOLD-REASON
                ELSE
                     PERFORM 145-FIND-PAYEE
                     IF WS-PY-SUB = ZERO
                          MOVE 'PAYEE TABLE FULL' TO WS-HOLD-REASON
                     END-IF
                END-IF
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
                PERFORM 160-HOLD-LINE
           ELSE
                ADD 1 TO WS-GI-COUNT
                MOVE WS-PY-SUB TO WS-GI-PAYEE-SUB (WS-GI-COUNT)
                MOVE ED-CASE-NUMBER TO WS-GI-CASE-NO (WS-GI-COUNT)
                MOVE GL-DED-EMP-ID TO WS-GI-EMP-ID (WS-GI-COUNT)
                MOVE GL-DED-DED-CODE TO WS-GI-DED-CODE (WS-GI-COUNT)
                MOVE GL-DED-PAY-DATE TO WS-GI-PAY-DATE (WS-GI-COUNT)
                MOVE GL-DED-AMOUNT TO WS-GI-AMOUNT (WS-GI-COUNT)
                ADD 1 TO WS-PY-CASES (WS-PY-SUB)
                ADD GL-DED-AMOUNT TO WS-PY-AMOUNT (WS-PY-SUB)
                ADD GL-DED-AMOUNT TO WS-RC-GARN-PAID
                PERFORM 170-MARK-PAID
           END-IF.

       145-FIND-PAYEE.
           MOVE ZERO TO WS-PY-SUB.
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
               UNTIL WS-PY-IX > WS-PY-COUNT OR WS-PY-SUB NOT = ZERO
                IF WS-PY-NAME (WS-PY-IX) = ED-PAYEE-NAME
                     MOVE WS-PY-IX TO WS-PY-SUB
                END-IF
           END-PERFORM.
           IF WS-PY-SUB = ZERO AND WS-PY-COUNT < 50
                ADD 1 TO WS-PY-COUNT
                MOVE WS-PY-COUNT TO WS-PY-SUB
                MOVE ED-PAYEE-NAME TO WS-PY-NAME (WS-PY-SUB)
                MOVE ZERO TO WS-PY-CASES (WS-PY-SUB)
                    WS-PY-AMOUNT (WS-PY-SUB)
           END-IF.

      * ANY OTHER CODE IS ONE PAYMENT TO ITS PLAN VENDOR - THE
      * CODE TOTAL IS THE AMOUNT TO PAY
       150-REMIT-TO-VENDOR.
           PERFORM 170-MARK-PAID.

       160-HOLD-LINE.
           ADD GL-DED-AMOUNT TO WS-HELD-TOTAL.
           IF WS-RC-SUB NOT = ZERO
                ADD GL-DED-AMOUNT TO WS-RC-HELD-AMT (WS-RC-SUB)
           END-IF.
           ADD 1 TO WS-HD-COUNT.
           IF WS-HD-COUNT NOT > 100
                MOVE GL-DED-EMP-ID TO WS-HD-EMP-ID (WS-HD-COUNT)
                MOVE GL-DED-DED-CODE TO WS-HD-DED-CODE (WS-HD-COUNT)
                MOVE GL-DED-PAY-DATE TO WS-HD-PAY-DATE (WS-HD-COUNT)
                MOVE GL-DED-AMOUNT TO WS-HD-AMOUNT (WS-HD-COUNT)
                MOVE WS-HOLD-REASON TO WS-HD-REASON (WS-HD-COUNT)
           ELSE
                DISPLAY 'HELD - EMP ' GL-DED-EMP-ID ' CODE '
                    GL-DED-DED-CODE ' ' GL-DED-PAY-DATE ' '
                    WS-HOLD-REASON
           END-IF.

       170-MARK-PAID.
           ADD 1 TO WS-RC-PAID-COUNT (WS-RC-SUB).
           ADD GL-DED-AMOUNT TO WS-RC-PAID-AMT (WS-RC-SUB).
           ADD GL-DED-AMOUNT TO WS-PAID-TOTAL.

       200-WRITE-CONTRIB-TRAILER.
           MOVE SPACES TO CONTRIB-TRAILER-RECORD.
           MOVE 'T' TO KC-TRL-REC-TYPE.
           MOVE WS-SHOW-DATE TO KC-TRL-RUN-DATE.
           MOVE WS-KC-COUNT TO KC-TRL-RECORD-COUNT.
           MOVE WS-KC-TOTAL TO KC-TRL-TOTAL-AMOUNT.
           WRITE CONTRIB-TRAILER-RECORD.
           IF WS-CONTRIB-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING 401K CONTRIBUTION TRAILER - '
                    'STATUS ' WS-CONTRIB-STATUS
                ADD 1 TO WS-MISMATCH-COUNT
           END-IF.

       300-REPORT-REMITTANCE.
           MOVE WS-SHOW-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RMT-HDR-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.
           MOVE WS-PRIOR-REMITTED TO WS-RK-SKIPPED.
           IF WS-GL-READ-COUNT > WS-PRIOR-REMITTED
                COMPUTE WS-RK-NEW = WS-GL-READ-COUNT - WS-PRIOR-REMITTED
           ELSE
                MOVE ZERO TO WS-RK-NEW
           END-IF.
           MOVE WS-RMT-SKIP-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

           MOVE '401K PROVIDER CONTRIBUTIONS (401KCONT.DAT) BY PLAN'
               TO WS-RT-TITLE.
           PERFORM 380-WRITE-TITLE.
           MOVE 'R' TO WS-RC-TYPE-WANTED.
           PERFORM 320-REPORT-CODE-PAID
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

           MOVE 'GARNISHMENT CHECKS TO CUT BY PAYEE' TO WS-RT-TITLE.
           PERFORM 380-WRITE-TITLE.
           PERFORM 310-REPORT-PAYEE
               VARYING WS-PY-IX FROM 1 BY 1
               UNTIL WS-PY-IX > WS-PY-COUNT.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

           MOVE 'OTHER DEDUCTIONS - PAY TO PLAN VENDOR BY CODE'
               TO WS-RT-TITLE.
           PERFORM 380-WRITE-TITLE.
           MOVE 'V' TO WS-RC-TYPE-WANTED.
           PERFORM 320-REPORT-CODE-PAID
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

           MOVE 'HELD - NOT REMITTED, PAY OR RECOVER BY HAND'
               TO WS-RT-TITLE.
           PERFORM 380-WRITE-TITLE.
           PERFORM 330-REPORT-HELD
               VARYING WS-HD-IX FROM 1 BY 1
               UNTIL WS-HD-IX > WS-HD-COUNT OR WS-HD-IX > 100.
           IF WS-HD-COUNT > 100
                MOVE 'MORE HELD LINES THAN FIT - REST ON THE CONSOLE'
                    TO WS-RT-TITLE
                PERFORM 380-WRITE-TITLE
           END-IF.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

           PERFORM 340-TIE-REMITTANCE.

       310-REPORT-PAYEE.
           MOVE WS-PY-NAME (WS-PY-IX) TO WS-RP-PAYEE.
           MOVE WS-PY-CASES (WS-PY-IX) TO WS-RP-CASES.
           MOVE WS-PY-AMOUNT (WS-PY-IX) TO WS-RP-AMOUNT.
           MOVE WS-RMT-PAYEE-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.
           ADD WS-PY-AMOUNT (WS-PY-IX) TO WS-PY-TOTAL.
           PERFORM 315-REPORT-CASE
               VARYING WS-GI-IX FROM 1 BY 1
               UNTIL WS-GI-IX > WS-GI-COUNT.

       315-REPORT-CASE.
           IF WS-GI-PAYEE-SUB (WS-GI-IX) = WS-PY-IX
                MOVE WS-GI-CASE-NO (WS-GI-IX) TO WS-RS-CASE-NO
                MOVE WS-GI-EMP-ID (WS-GI-IX) TO WS-RS-EMP-ID
                MOVE WS-GI-DED-CODE (WS-GI-IX) TO WS-RS-DED-CODE
                MOVE WS-GI-PAY-DATE (WS-GI-IX) TO WS-RS-PAY-DATE
                MOVE WS-GI-AMOUNT (WS-GI-IX) TO WS-RS-AMOUNT
                MOVE WS-RMT-CASE-LINE TO REMIT-RPT-RECORD
                WRITE REMIT-RPT-RECORD
           END-IF.

      * 'R' LISTS THE 401K PLANS; 'V' LISTS EVERY CODE PAID TO A
      * PLAN VENDOR (NOT 401K, NOT GARNISHMENT, ON THE CODE TABLE)
       320-REPORT-CODE-PAID.
           MOVE 'N' TO WS-RC-LISTED.
           IF WS-RC-PAID-COUNT (WS-RC-IX) > ZERO
                IF WS-RC-TYPE-WANTED = 'R'
                     IF WS-RC-TYPE (WS-RC-IX) = 'R'
                          MOVE 'Y' TO WS-RC-LISTED
                     END-IF
                ELSE
                     IF WS-RC-TYPE (WS-RC-IX) NOT = 'R'
                        AND WS-RC-TYPE (WS-RC-IX) NOT = 'G'
                        AND WS-RC-TYPE (WS-RC-IX) NOT = '?'
                          MOVE 'Y' TO WS-RC-LISTED
                     END-IF
                END-IF
           END-IF.
           IF WS-RC-LISTED = 'Y'
                MOVE WS-RC-CODE (WS-RC-IX) TO WS-RK-CODE
                MOVE WS-RC-DESC (WS-RC-IX) TO WS-RK-DESC
                MOVE WS-RC-GL-ACCT (WS-RC-IX) TO WS-RK-GL-ACCT
                MOVE WS-RC-PAID-COUNT (WS-RC-IX) TO WS-RK-COUNT
                MOVE WS-RC-PAID-AMT (WS-RC-IX) TO WS-RK-AMOUNT
                MOVE WS-RMT-CODE-LINE TO REMIT-RPT-RECORD
                WRITE REMIT-RPT-RECORD
           END-IF.

       330-REPORT-HELD.
           MOVE WS-HD-EMP-ID (WS-HD-IX) TO WS-RD-EMP-ID.
           MOVE WS-HD-DED-CODE (WS-HD-IX) TO WS-RD-DED-CODE.
           MOVE WS-HD-PAY-DATE (WS-HD-IX) TO WS-RD-PAY-DATE.
           MOVE WS-HD-AMOUNT (WS-HD-IX) TO WS-RD-AMOUNT.
           MOVE WS-HD-REASON (WS-HD-IX) TO WS-RD-REASON.
           MOVE WS-RMT-HELD-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

      *************************************************************
      * TIE-OUT - EACH CODE'S 'D' LINES MUST EQUAL WHAT WAS PAID   *
      * PLUS WHAT WAS HELD, AND THE PAYMENT DOCUMENTS MUST FOOT TO *
      * WHAT WAS MARKED PAID                                       *
      *************************************************************
       340-TIE-REMITTANCE.
           MOVE 'TIE-OUT BY DEDUCTION CODE' TO WS-RT-TITLE.
           PERFORM 380-WRITE-TITLE.
           MOVE WS-RMT-TIE-HDR-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.
           PERFORM 345-TIE-ONE-CODE
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT.
           MOVE 'ALL' TO WS-RX-CODE.
           MOVE WS-GL-DED-COUNT TO WS-RX-GL-COUNT.
           MOVE WS-GL-DED-TOTAL TO WS-RX-GL-AMOUNT.
           MOVE WS-PAID-TOTAL TO WS-RX-PAID-AMT.
           MOVE WS-HELD-TOTAL TO WS-RX-HELD-AMT.
           COMPUTE WS-TIE-WORK = WS-PAID-TOTAL + WS-HELD-TOTAL.
           IF WS-TIE-WORK = WS-GL-DED-TOTAL
                MOVE 'MATCH' TO WS-RX-RESULT
           ELSE
                MOVE 'MISMATCH' TO WS-RX-RESULT
                ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           MOVE WS-RMT-TIE-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

           MOVE '401K FILE TRAILER VS 401K PAID' TO WS-RM-WHAT.
           IF WS-KC-TOTAL = WS-RC-401K-PAID
                PERFORM 350-REPORT-MATCH
           ELSE
                PERFORM 360-REPORT-MISMATCH
           END-IF.
           MOVE 'PAYEE CHECKS VS GARNISHMENTS PAID' TO WS-RM-WHAT.
           IF WS-PY-TOTAL = WS-RC-GARN-PAID
                PERFORM 350-REPORT-MATCH
           ELSE
                PERFORM 360-REPORT-MISMATCH
           END-IF.
      * A GLEXPORT.DAT SHORTER THAN THE COUNT ALREADY REMITTED WAS
      * REPLACED OUTSIDE THE PAY RUN - NOTHING ON IT CAN BE TRUSTED
           MOVE 'GLEXPORT RECORDS VS ALREADY REMITTED' TO WS-RM-WHAT.
           IF WS-GL-READ-COUNT < WS-PRIOR-REMITTED
                PERFORM 360-REPORT-MISMATCH
           ELSE
                PERFORM 350-REPORT-MATCH
           END-IF.

           MOVE WS-MISMATCH-COUNT TO WS-RE-MISMATCHES.
           MOVE WS-HD-COUNT TO WS-RE-HELD.
           MOVE WS-RMT-END-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

       345-TIE-ONE-CODE.
           IF WS-RC-GL-COUNT (WS-RC-IX) > ZERO
                MOVE WS-RC-CODE (WS-RC-IX) TO WS-RX-CODE
                MOVE WS-RC-GL-COUNT (WS-RC-IX) TO WS-RX-GL-COUNT
                MOVE WS-RC-GL-AMOUNT (WS-RC-IX) TO WS-RX-GL-AMOUNT
                MOVE WS-RC-PAID-AMT (WS-RC-IX) TO WS-RX-PAID-AMT
                MOVE WS-RC-HELD-AMT (WS-RC-IX) TO WS-RX-HELD-AMT
                COMPUTE WS-TIE-WORK = WS-RC-PAID-AMT (WS-RC-IX)
                    + WS-RC-HELD-AMT (WS-RC-IX)
                IF WS-TIE-WORK = WS-RC-GL-AMOUNT (WS-RC-IX)
                     MOVE 'MATCH' TO WS-RX-RESULT
                ELSE
                     MOVE 'MISMATCH' TO WS-RX-RESULT
                     ADD 1 TO WS-MISMATCH-COUNT
                END-IF
                MOVE WS-RMT-TIE-LINE TO REMIT-RPT-RECORD
                WRITE REMIT-RPT-RECORD
           END-IF.

       350-REPORT-MATCH.
           MOVE 'MATCH    -' TO WS-RM-RESULT.
           MOVE WS-RMT-CMP-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

       360-REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE 'MISMATCH -' TO WS-RM-RESULT.
           MOVE WS-RMT-CMP-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

       380-WRITE-TITLE.
           MOVE WS-RMT-TITLE-LINE TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.

      *************************************************************
      * ADVANCE THE REMITTED COUNT TO THE END OF GLEXPORT.DAT.     *
      * ONLY A BALANCED RUN GETS HERE, SO AN OUT-OF-BALANCE RUN    *
      * CAN BE FIXED AND RERUN OVER THE SAME LINES.                *
      *************************************************************
       400-UPDATE-CONTROL.
           MOVE WS-GL-READ-COUNT TO DR-REMITTED-COUNT.
           MOVE WS-SHOW-DATE TO DR-LAST-RUN-DATE.
           MOVE WS-PROG-DATE-TIME TO DR-LAST-RUN-TIME.
           COMPUTE DR-LAST-RUN-COUNT =
               WS-GL-READ-COUNT - WS-PRIOR-REMITTED.
           MOVE WS-GL-DED-COUNT TO DR-LAST-D-COUNT.
           OPEN OUTPUT DED-REMIT-CTL-FILE.
           IF WS-REMIT-CTL-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING REMITTANCE CONTROL FILE - '
                    'STATUS ' WS-REMIT-CTL-STATUS
                DISPLAY 'REMITTED COUNT NOT RECORDED - THE NEXT RUN '
                    'WOULD PAY THESE LINES AGAIN'
                ADD 1 TO WS-MISMATCH-COUNT
           ELSE
                WRITE DED-REMIT-CTL-RECORD
                CLOSE DED-REMIT-CTL-FILE
           END-IF.
