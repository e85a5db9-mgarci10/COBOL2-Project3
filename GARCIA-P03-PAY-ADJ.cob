      *              LINE AGAINST THE DEDUCTION CLEARING ACCOUNT   *
      *              ON A VOID, SO THE GL TIE-OUT STILL BALANCES   *
      *              AFTER ANY ADJUSTMENT                          *
      * 10/15/2026 - REISSUE CHECKS LOGGED TO CHKISSUE.DAT WITH A  *
      *              BLANK CLEAR DATE AND STALE FLAG FOR THE BANK  *
      *              RECONCILIATION (GARCIA-P03-CHK-RECON)         *
      * 10/15/2026 - VOIDS BACK SOCIAL SECURITY/MEDICARE WAGES AND *
      *              TAX OUT OF THE YTD FILE AND REISSUES          *
      *              RECALCULATE THEM AGAINST THE WAGE BASE AND    *
      *              ADDITIONAL MEDICARE THRESHOLD IN TAXLIMIT.DAT *
      *              FOR THE YEAR OF THE PAY DATE                  *
      * 10/15/2026 - VOIDS AND REISSUES NOW POST THE EMPLOYER      *
      *              SOCIAL SECURITY, MEDICARE, FUTA AND SUTA AS   *
      *              'E' LINES WITH MATCHING 'F' SUMMARIES AGAINST *
      *              THE EMPLOYEE'S HOME DEPARTMENT. THE 401K      *
      *              MATCH ON A VOIDED PAY IS NOT REVERSED - THE   *
      *              REPORT SAYS SO WHEN THE ORIGINAL CARRIED      *
      *              DEDUCTIONS                                    *
      * 10/15/2026 - RETRO PAY ('T') HISTORY RECORDS ARE PASSED    *
      *              OVER WHEN FINDING THE ORIGINAL PAY, SO A VOID *
      *              OR REISSUE ACTS ON THE REGULAR PAY ONLY       *
      * 10/15/2026 - A VOID NOW REVERSES THE ORIGINAL'S LABOR COST *
      *              DISTRIBUTION RECORDS IN LABDIST.DAT WITH 'V'  *
      *              RECORDS OF OPPOSITE SIGN, AND A REISSUE POSTS *
      *              ITS OWN 'R' RECORD AGAINST THE HOME           *
      *              DEPARTMENT.  THE REPORT SAYS SO WHEN THE      *
      *              ORIGINAL HAS NO DISTRIBUTION ON FILE.         *
      * 10/15/2026 - A FINAL PAY ('F') CANNOT BE REISSUED HERE -   *
      *              THE REISSUE WOULD DROP THE VACATION CASH-OUT  *
      *              AND RETRO PAY, SO THE OPERATOR VOIDS IT AND   *
      *              RERUNS GARCIA-P03-FINAL-PAY. VOIDING A FINAL  *
      *              PAY PUTS THE VACATION HOURS IT CASHED OUT     *
      *              BACK ON LEAVEBAL.DAT AND REOPENS THE          *
      *              RETROTRN.DAT TRANSACTIONS IT PAID.            *
      * 10/15/2026 - VOIDING A FINAL PAY NOW ALSO PUTS BACK ITS    *
      *              DEDUCTIONS: EACH GARNISHMENT AMOUNT IT TOOK   *
      *              (FROM FINLDED.DAT) IS ADDED BACK TO THE       *
      *              BALANCE, AND EVERY ENROLLMENT IT STOPPED      *
      *              ('F') IS ACTIVE AGAIN, SO THE RERUN TAKES THE *
      *              SAME DEDUCTIONS AS THE ORIGINAL.              *
      *************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS TR-FILING-STATUS
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT TAX-LIMIT-FILE ASSIGN TO 'TAXLIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TAX-YEAR
               FILE STATUS IS WS-TAX-LIMIT-STATUS.

           SELECT ACH-EXPORT-FILE ASSIGN TO 'ACHDEP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-EXPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-RPT-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-DIST-KEY
               FILE STATUS IS WS-LABOR-DIST-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-BAL-STATUS.

           SELECT RETRO-TRANS-FILE ASSIGN TO 'RETROTRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-TRANS-KEY
               FILE STATUS IS WS-RETRO-TRN-STATUS.

           SELECT EMPLOYEE-DEDUCT-FILE ASSIGN TO 'EMPDED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-ENROLL-KEY
               FILE STATUS IS WS-EMP-DED-STATUS.

           SELECT FINAL-DED-FILE ASSIGN TO 'FINLDED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-DED-KEY
               FILE STATUS IS WS-FINAL-DED-STATUS.

      *************************************************************

       DATA DIVISION.
           COPY EMPMAST.

       FD  EMPLOYEE-YTD-FILE.
           COPY EMPYTD.

       FD  GL-EXPORT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  TAX-LIMIT-FILE.
           COPY TAXLIMIT.

       FD  ACH-EXPORT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACH-DETAIL-RECORD.
       FD  ADJUST-RPT-FILE.
       01  ADJUST-RPT-RECORD        PIC X(80).

       FD  LABOR-DIST-FILE.
           COPY LABDIST.

       FD  LEAVE-BALANCE-FILE.
           COPY LEAVEBAL.

       FD  RETRO-TRANS-FILE.
           COPY RETROTRN.

       FD  EMPLOYEE-DEDUCT-FILE.
           COPY EMPDED.

       FD  FINAL-DED-FILE.
           COPY FINLDED.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-PAY-HIST-STATUS   PIC XX.
           03  WS-EMP-YTD-STATUS    PIC XX.
           03  WS-GL-EXPORT-STATUS  PIC XX.
           03  WS-TAX-RATE-STATUS   PIC XX.
           03  WS-TAX-LIMIT-STATUS  PIC XX.
           03  WS-ACH-EXPORT-STATUS PIC XX.
           03  WS-ACH-NEW-STATUS    PIC XX.
           03  WS-CHECK-NO-STATUS   PIC XX.
           03  WS-CHECK-ISSUE-STATUS PIC XX.
           03  WS-CHECK-PRINT-STATUS PIC XX.
           03  WS-ADJUST-RPT-STATUS PIC XX.
           03  WS-LABOR-DIST-STATUS PIC XX.
           03  WS-LEAVE-BAL-STATUS  PIC XX.
           03  WS-RETRO-TRN-STATUS  PIC XX.
           03  WS-EMP-DED-STATUS    PIC XX.
           03  WS-FINAL-DED-STATUS  PIC XX.

       01  WS-PROG-DATE.
           03 WS-PROG-DATE-YEAR     PIC 9999.
           03  WS-ACH-PULLED        PIC X VALUE 'N'.
           03  WS-PAY-MATCH-COUNT   PIC 9(2) VALUE ZERO.
           03  WS-VOID-MATCH-COUNT  PIC 9(2) VALUE ZERO.
           03  WS-RETRO-TRN-FILE    PIC X VALUE 'N'.
           03  WS-RT-EOF            PIC X VALUE 'N'.
           03  WS-RT-REOPEN-COUNT   PIC 9(3) VALUE ZERO.
           03  WS-EMP-DED-FILE      PIC X VALUE 'N'.
           03  WS-ED-EOF            PIC X VALUE 'N'.
           03  WS-ED-REACT-COUNT    PIC 9(2) VALUE ZERO.
           03  WS-FINAL-DED-FILE    PIC X VALUE 'N'.
           03  WS-FP-EOF            PIC X VALUE 'N'.
           03  WS-FP-FOUND-COUNT    PIC 9(2) VALUE ZERO.

       01  WS-WRK-INFO.
           03  WS-EMPLOYEE-ID       PIC 9(5).
           03  WS-ACH-PULL-FLAG     PIC X.
           03  WS-EMP-NAME          PIC X(20).
           03  WS-FILING-STATUS     PIC X.
           03  WS-EMP-DEPT-CODE     PIC X(4).
           03  WS-REG-RATE          PIC 9(3)V99.
           03  WS-BASE-RATE         PIC 9(3)V99.

           03  WS-HRS-INPUT-1       PIC 9(2).
           03  WS-HRS-INPUT-2      PIC 9(2).
           03  WS-OR-STATE-TAX      PIC S9(4)V99.
           03  WS-OR-FICA-TAX       PIC S9(4)V99.
           03  WS-OR-MEDICARE-TAX   PIC S9(4)V99.
           03  WS-OR-SS-WAGES       PIC S9(5)V99.
           03  WS-OR-TOTAL-DED      PIC S9(5)V99.
           03  WS-OR-NET-PAY        PIC S9(5)V99.
           03  WS-OR-HIST-SEQ       PIC 9(2).
           03  WS-OR-REC-TYPE       PIC X.
               88  WS-OR-FINAL-PAY      VALUE 'F'.

       01  WS-DATE-SPLIT.
           03  WS-DS-MONTH          PIC XX.
           03  WS-SD-MONTH          PIC XX.
           03  WS-SD-DAY            PIC XX.

      *************************************************************
      * THE ORIGINAL'S LABOR DISTRIBUTION RECORDS ARE COLLECTED    *
      * HERE FIRST AND REVERSED AFTER THE BROWSE ENDS              *
      *************************************************************
       01  WS-LD-REVERSE-CTL.
           03  WS-LD-EOF            PIC X VALUE 'N'.
           03  WS-LDR-COUNT         PIC 9(2) VALUE ZERO.
           03  WS-LDR-IX            PIC 9(2) VALUE ZERO.
           03  WS-LD-STRAIGHT       PIC S9(5)V99 VALUE ZERO.
           03  WS-LD-VAC-HRS        PIC S9(3)V99 VALUE ZERO.
       01  WS-LD-REVERSE-TABLE.
           03  WS-LDR-ENTRY         PIC X(89) OCCURS 8 TIMES.

       01  WS-WITHHOLDING-CTL.
           03  WS-WH-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-WITHHOLDING-TABLE.
               05  WS-WH-FED-PCT       PIC V999.
               05  WS-WH-STATE-PCT     PIC V999.

      * SOCIAL SECURITY AND MEDICARE RATES AND LIMITS, AND THE
      * EMPLOYER FUTA AND SUTA WAGE BASES AND RATES, ARE LOADED
      * FROM THE TAXLIMIT.DAT RECORD FOR THE YEAR OF THE PAY DATE
      * BEING ADJUSTED
       01  WS-TAX-LIMIT-CTL.
           03  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE ZERO.
           03  WS-FICA-PCT          PIC V9999 VALUE ZERO.
           03  WS-MEDICARE-PCT      PIC V9999 VALUE ZERO.
           03  WS-ADDL-MED-THRESH   PIC 9(7)V99 VALUE ZERO.
           03  WS-ADDL-MED-PCT      PIC V9999 VALUE ZERO.
           03  WS-FUTA-WAGE-BASE    PIC 9(7)V99 VALUE ZERO.
           03  WS-FUTA-PCT          PIC V9999 VALUE ZERO.
           03  WS-SUTA-WAGE-BASE    PIC 9(7)V99 VALUE ZERO.
           03  WS-SUTA-PCT          PIC V9999 VALUE ZERO.
           03  WS-PRIOR-GROSS       PIC 9(6)V99 VALUE ZERO.
           03  WS-PRIOR-SS-WAGES    PIC 9(6)V99 VALUE ZERO.
           03  WS-PRIOR-SS-TAX      PIC 9(5)V99 VALUE ZERO.
           03  WS-PRIOR-MED-WAGES   PIC 9(6)V99 VALUE ZERO.
           03  WS-SS-WAGES          PIC 9(5)V99 VALUE ZERO.
           03  WS-MED-WAGES         PIC 9(5)V99 VALUE ZERO.
           03  WS-ADDL-MED-WAGES    PIC 9(5)V99 VALUE ZERO.
           03  WS-LIMIT-WORK        PIC S9(7)V99 VALUE ZERO.
       01  WS-DIFF-PCT              PIC V99   VALUE .10.

       01  WS-ADJ-GL-ACCOUNT        PIC X(10) VALUE '5000-ADJST'.
       01  WS-DED-CLEAR-ACCOUNT     PIC X(10) VALUE '2400-DEDCL'.

      *************************************************************
      * EMPLOYER COSTS ADJUSTED WITH THE PAY - SAME CODES AND      *
      * ACCOUNTS AS THE PAY RUN.  THE 401K MATCH IS LEFT OUT: THE  *
      * HISTORY CARRIES NO PER-CODE DEDUCTION DETAIL TO PRICE IT.  *
      *************************************************************
       01  WS-ER-CODE-VALUES.
           03  FILLER               PIC X(18)
                                    VALUE 'SSE5110-2110-SSER '.
           03  FILLER               PIC X(18)
                                    VALUE 'MDE5120-2120-MEDER'.
           03  FILLER               PIC X(18)
                                    VALUE 'FUT5130-2130-FUTA '.
           03  FILLER               PIC X(18)
                                    VALUE 'SUT5140-2140-SUTA '.
       01  WS-ER-CODE-TABLE REDEFINES WS-ER-CODE-VALUES.
           03  WS-ERC-ENTRY OCCURS 4 TIMES.
               05  WS-ERC-CODE      PIC X(3).
               05  WS-ERC-EXP-PREFIX PIC X(5).
               05  WS-ERC-LIAB-ACCT PIC X(10).

       01  WS-ER-EXP-ACCOUNT.
           03  WS-ERA-PREFIX        PIC X(5).
           03  WS-ERA-DEPT-CODE     PIC X(4).
           03  FILLER               PIC X VALUE SPACE.

       01  WS-ER-COST-CTL.
           03  WS-ER-IX             PIC 9(2) VALUE ZERO.
           03  WS-ER-SIGN           PIC S9 VALUE ZERO.
           03  WS-ER-GROSS          PIC 9(5)V99 VALUE ZERO.
           03  WS-ER-SS-TAX         PIC 9(4)V99 VALUE ZERO.
           03  WS-ER-UNEMP-BASE     PIC 9(7)V99 VALUE ZERO.
           03  WS-ER-UNEMP-WAGES    PIC 9(5)V99 VALUE ZERO.
           03  WS-ER-AMT            OCCURS 4 TIMES PIC 9(4)V99.

       01  WS-CHECK-PRINT-LINE.
           03  FILLER               PIC X(6) VALUE 'CHECK '.
           03  WS-CP-CHECK-NO       PIC 9(6).
       01  WS-ADJ-NOTE-LINE.
           03  FILLER               PIC X(9) VALUE SPACES.
           03  WS-AN-NOTE           PIC X(70).
       01  WS-AN-HOURS              PIC ZZ9.99.
       01  WS-AN-AMOUNT             PIC ZZ,ZZ9.99.
       01  WS-AN-BALANCE            PIC ZZZ,ZZ9.99.

       SCREEN SECTION.
       01 SCRN-HEADER.
                    WS-EMP-YTD-STATUS
                STOP RUN
           END-IF.
           OPEN INPUT TAX-LIMIT-FILE.
           IF WS-TAX-LIMIT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING TAX LIMIT FILE - STATUS '
                    WS-TAX-LIMIT-STATUS
                DISPLAY 'RUN THE PAYROLL BATCH ONCE TO SEED IT'
                STOP RUN
           END-IF.
           OPEN EXTEND GL-EXPORT-FILE.
           IF WS-GL-EXPORT-STATUS = '35'
                OPEN OUTPUT GL-EXPORT-FILE
                    'STATUS ' WS-ADJUST-RPT-STATUS
                STOP RUN
           END-IF.
           OPEN I-O LABOR-DIST-FILE.
           IF WS-LABOR-DIST-STATUS = '35'
                OPEN OUTPUT LABOR-DIST-FILE
                CLOSE LABOR-DIST-FILE
                OPEN I-O LABOR-DIST-FILE
           END-IF.
           IF WS-LABOR-DIST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING LABOR DISTRIBUTION FILE - '
                    'STATUS ' WS-LABOR-DIST-STATUS
                STOP RUN
           END-IF.
           OPEN I-O LEAVE-BALANCE-FILE.
           IF WS-LEAVE-BAL-STATUS = '35'
                OPEN OUTPUT LEAVE-BALANCE-FILE
                CLOSE LEAVE-BALANCE-FILE
                OPEN I-O LEAVE-BALANCE-FILE
           END-IF.
           IF WS-LEAVE-BAL-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING LEAVE BALANCE FILE - STATUS '
                    WS-LEAVE-BAL-STATUS
                STOP RUN
           END-IF.
      * NO RETRO TRANSACTION FILE MEANS NO FINAL PAY EVER PAID RETRO
           OPEN I-O RETRO-TRANS-FILE.
           IF WS-RETRO-TRN-STATUS = '35'
                MOVE 'N' TO WS-RETRO-TRN-FILE
           ELSE
                IF WS-RETRO-TRN-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING RETRO TRANSACTION FILE - '
                         'STATUS ' WS-RETRO-TRN-STATUS
                     STOP RUN
                END-IF
                MOVE 'Y' TO WS-RETRO-TRN-FILE
           END-IF.
      * NO ENROLLMENT FILE MEANS NO DEDUCTION WAS EVER TAKEN, AND
      * NO FINAL PAY DEDUCTION FILE MEANS NO FINAL PAY RECORDED ONE
           OPEN I-O EMPLOYEE-DEDUCT-FILE.
           IF WS-EMP-DED-STATUS = '35'
                MOVE 'N' TO WS-EMP-DED-FILE
           ELSE
                IF WS-EMP-DED-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING EMPLOYEE DEDUCTION FILE - '
                         'STATUS ' WS-EMP-DED-STATUS
                     STOP RUN
                END-IF
                MOVE 'Y' TO WS-EMP-DED-FILE
           END-IF.
           OPEN I-O FINAL-DED-FILE.
           IF WS-FINAL-DED-STATUS = '35'
                MOVE 'N' TO WS-FINAL-DED-FILE
           ELSE
                IF WS-FINAL-DED-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING FINAL PAY DEDUCTION FILE - '
                         'STATUS ' WS-FINAL-DED-STATUS
                     STOP RUN
                END-IF
                MOVE 'Y' TO WS-FINAL-DED-FILE
           END-IF.

       055-LOAD-TAX-RATES.
           MOVE SPACES TO WS-WITHHOLDING-TABLE.
           CLOSE PAYROLL-HISTORY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE EMPLOYEE-YTD-FILE.
           CLOSE TAX-LIMIT-FILE.
           CLOSE GL-EXPORT-FILE.
           CLOSE CHECK-ISSUE-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE ADJUST-RPT-FILE.
           CLOSE LABOR-DIST-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           IF WS-RETRO-TRN-FILE = 'Y'
                CLOSE RETRO-TRANS-FILE
           END-IF.
           IF WS-EMP-DED-FILE = 'Y'
                CLOSE EMPLOYEE-DEDUCT-FILE
           END-IF.
           IF WS-FINAL-DED-FILE = 'Y'
                CLOSE FINAL-DED-FILE
           END-IF.

      *************************************************************
      * A VOID IS ELIGIBLE WHEN THERE ARE MORE PAY/REISSUE RECORDS *

       210-CHECK-HISTORY-RECORD.
           IF PH-PAY-DATE = WS-PAY-DATE-IN
              AND NOT PH-RETRO-REC
                IF PH-VOID-REC
                     ADD 1 TO WS-VOID-MATCH-COUNT
                ELSE
                     MOVE PH-MEDICARE-TAX TO WS-OR-MEDICARE-TAX
                     MOVE PH-TOTAL-DED TO WS-OR-TOTAL-DED
                     MOVE PH-NET-PAY TO WS-OR-NET-PAY
                     MOVE PH-SEQ-NO TO WS-OR-HIST-SEQ
                     MOVE PH-REC-TYPE TO WS-OR-REC-TYPE
                END-IF
           END-IF.

               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND
                   MOVE 'NOT ON MASTER FILE' TO WS-EMP-NAME
                   MOVE ZEROS TO WS-REG-RATE WS-BASE-RATE
                   MOVE 'S' TO WS-FILING-STATUS
                   MOVE 'OTHR' TO WS-EMP-DEPT-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
                   MOVE EM-EMP-NAME TO WS-EMP-NAME
                   MOVE EM-REG-RATE TO WS-REG-RATE
                   MOVE EM-REG-RATE TO WS-BASE-RATE
                   MOVE EM-FILING-STATUS TO WS-FILING-STATUS
                   MOVE EM-DEPT-CODE TO WS-EMP-DEPT-CODE
           END-READ.

       300-VALIDATE-REQUEST.
                               MOVE 'EMP NOT ON MASTER - VOID ONLY'
                                   TO WS-ERROR-MSG
                          END-IF
      * A REISSUE IS PRICED AS HOURS AT THE MASTER RATE, WHICH WOULD
      * DROP A FINAL PAY'S VACATION CASH-OUT AND RETRO PAY
                          IF WS-ACTION-REISSUE AND WS-OR-FINAL-PAY
                               MOVE 'N' TO WS-VALID-INPUT
                               MOVE 'VOID FINAL PAY, RERUN FINAL-PAY'
                                   TO WS-ERROR-MSG
                          END-IF
                     END-IF
                END-IF
           END-IF.
           IF WS-VALID-INPUT = 'Y'
                PERFORM 305-LOAD-TAX-LIMITS
           END-IF.

      *************************************************************
      * VOIDS AND REISSUES APPLY THE SOCIAL SECURITY AND MEDICARE  *
      * LIMITS OF THE YEAR THE ORIGINAL WAS PAID IN                *
      *************************************************************
       305-LOAD-TAX-LIMITS.
           PERFORM 205-BUILD-SORT-DATE.
           MOVE WS-SD-YEAR TO TL-TAX-YEAR.
           READ TAX-LIMIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'NO TAX LIMITS FOR YEAR - RUN LIM-MAINT'
                       TO WS-ERROR-MSG
               NOT INVALID KEY
                   MOVE TL-SS-WAGE-BASE TO WS-SS-WAGE-BASE
                   MOVE TL-SS-PCT TO WS-FICA-PCT
                   MOVE TL-MEDICARE-PCT TO WS-MEDICARE-PCT
                   MOVE TL-ADDL-MED-THRESH TO WS-ADDL-MED-THRESH
                   MOVE TL-ADDL-MED-PCT TO WS-ADDL-MED-PCT
                   MOVE TL-FUTA-WAGE-BASE TO WS-FUTA-WAGE-BASE
                   MOVE TL-FUTA-PCT TO WS-FUTA-PCT
                   MOVE TL-SUTA-WAGE-BASE TO WS-SUTA-WAGE-BASE
                   MOVE TL-SUTA-PCT TO WS-SUTA-PCT
           END-READ.

       400-VOID-ORIGINAL.
           MOVE WS-EMPLOYEE-ID TO PH-EMP-ID.
           COMPUTE PH-NET-PAY = ZERO - WS-OR-NET-PAY.
           MOVE 'V' TO PH-REC-TYPE.
           PERFORM 430-WRITE-HISTORY-RECORD.
           IF WS-PH-WRITTEN = 'Y'
                PERFORM 425-REVERSE-LABOR-DIST
           END-IF.
           PERFORM 415-CALC-VOID-EMPLOYER-COST.
           PERFORM 410-BACK-OUT-YTD.
           PERFORM 420-WRITE-REVERSING-STUB.
           MOVE -1 TO WS-ER-SIGN.
           PERFORM 440-WRITE-EMPLOYER-COST.
           MOVE 'VOID    ' TO WS-AR-ACTION.
           MOVE WS-OR-NET-PAY TO WS-AR-NET-PAY.
           PERFORM 700-WRITE-ADJ-RPT-LINE.
           MOVE 'VOID THE CHECK IN GARCIA-P03-CHK-VOID AS WELL'
               TO WS-AN-NOTE.
           PERFORM 710-WRITE-ADJ-NOTE.
           IF WS-OR-TOTAL-DED NOT = ZERO
                MOVE 'EMPLOYER 401K MATCH ON THE VOIDED PAY NOT '
                    TO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
                MOVE 'REVERSED - ADJUST THE GL MANUALLY IF DUE'
                    TO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
           END-IF.
           IF WS-PH-WRITTEN = 'Y' AND WS-LDR-COUNT = ZERO
                MOVE 'NO LABOR DISTRIBUTION ON FILE FOR THE ORIGINAL - '
                    TO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
                MOVE 'NOTHING REVERSED IN LABDIST.DAT'
                    TO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
           END-IF.
           IF WS-PH-WRITTEN = 'Y' AND WS-OR-FINAL-PAY
                PERFORM 480-UNDO-FINAL-PAY
           END-IF.

      *************************************************************
      * THE ORIGINAL'S DISTRIBUTION RECORDS SHARE ITS PAY DATE,    *
      * EMPLOYEE AND HISTORY SEQUENCE NUMBER - EACH ONE IS POSTED  *
      * AGAIN WITH EVERY AMOUNT NEGATED UNDER THE VOID'S SEQUENCE  *
      *************************************************************
       425-REVERSE-LABOR-DIST.
           MOVE ZERO TO WS-LDR-COUNT WS-LD-VAC-HRS.
           MOVE WS-SORT-DATE-BUILD TO LD-SORT-DATE.
           MOVE LOW-VALUES TO LD-DEPT-CODE.
           MOVE ZERO TO LD-EMP-ID LD-HIST-SEQ.
           MOVE 'N' TO WS-LD-EOF.
           START LABOR-DIST-FILE KEY NOT < LD-DIST-KEY
               INVALID KEY MOVE 'Y' TO WS-LD-EOF
           END-START.
           PERFORM UNTIL WS-LD-EOF = 'Y'
                READ LABOR-DIST-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-LD-EOF
                    NOT AT END
                        IF LD-SORT-DATE NOT = WS-SORT-DATE-BUILD
                             MOVE 'Y' TO WS-LD-EOF
                        ELSE
                             IF LD-EMP-ID = WS-EMPLOYEE-ID
                                AND LD-HIST-SEQ = WS-OR-HIST-SEQ
                                AND WS-LDR-COUNT < 8
                                  ADD 1 TO WS-LDR-COUNT
                                  MOVE LABOR-DIST-RECORD
                                      TO WS-LDR-ENTRY (WS-LDR-COUNT)
                                  IF LD-FINAL-REC
                                       ADD LD-LEAVE-HRS
                                           TO WS-LD-VAC-HRS
                                  END-IF
                             END-IF
                        END-IF
                END-READ
           END-PERFORM.
           PERFORM 427-WRITE-REVERSING-DIST
               VARYING WS-LDR-IX FROM 1 BY 1
               UNTIL WS-LDR-IX > WS-LDR-COUNT.

       427-WRITE-REVERSING-DIST.
           MOVE WS-LDR-ENTRY (WS-LDR-IX) TO LABOR-DIST-RECORD.
           MOVE PH-SEQ-NO TO LD-HIST-SEQ.
           MOVE 'V' TO LD-REC-TYPE.
           COMPUTE LD-REG-HRS = ZERO - LD-REG-HRS.
           COMPUTE LD-OT-HRS = ZERO - LD-OT-HRS.
           COMPUTE LD-DIFF-HRS = ZERO - LD-DIFF-HRS.
           COMPUTE LD-LEAVE-HRS = ZERO - LD-LEAVE-HRS.
           COMPUTE LD-REG-PAY = ZERO - LD-REG-PAY.
           COMPUTE LD-OT-PAY = ZERO - LD-OT-PAY.
           COMPUTE LD-DIFF-PAY = ZERO - LD-DIFF-PAY.
           COMPUTE LD-LEAVE-PAY = ZERO - LD-LEAVE-PAY.
           COMPUTE LD-TOTAL-PAY = ZERO - LD-TOTAL-PAY.
           WRITE LABOR-DIST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING LABOR DISTRIBUTION - STATUS '
                       WS-LABOR-DIST-STATUS ' - EMP ' WS-EMPLOYEE-ID
                       ' DEPT ' LD-DEPT-CODE
           END-WRITE.

      *************************************************************
      * VOIDS AND REISSUES SHARE THE PAY DATE WITH THE ORIGINAL -  *
                       FROM YT-YTD-OT-EARNINGS
                   SUBTRACT WS-OR-TOTAL-EARNINGS
                       FROM YT-YTD-TOTAL-EARNINGS
                   PERFORM 412-BACK-OUT-TAX-WAGES
                   REWRITE EMPLOYEE-YTD-RECORD
           END-READ.

      *************************************************************
      * THE HISTORY CARRIES THE TAX, NOT THE TAXED WAGES - A PAY   *
      * WITHHELD AT THE FULL RATE BACKS OUT ITS WHOLE GROSS, ONE   *
      * CUT OFF AT THE WAGE BASE BACKS OUT ONLY THE WAGES ITS TAX  *
      * COVERED.  NO YTD TAX FIELD IS ALLOWED BELOW ZERO.          *
      *************************************************************
       412-BACK-OUT-TAX-WAGES.
           COMPUTE WS-LIMIT-WORK ROUNDED =
               WS-OR-TOTAL-EARNINGS * WS-FICA-PCT.
           IF WS-OR-FICA-TAX NOT < WS-LIMIT-WORK
                MOVE WS-OR-TOTAL-EARNINGS TO WS-OR-SS-WAGES
           ELSE
                COMPUTE WS-OR-SS-WAGES ROUNDED =
                    WS-OR-FICA-TAX / WS-FICA-PCT
           END-IF.
           COMPUTE WS-LIMIT-WORK = YT-YTD-SS-WAGES - WS-OR-SS-WAGES.
           PERFORM 414-FLOOR-AT-ZERO.
           MOVE WS-LIMIT-WORK TO YT-YTD-SS-WAGES.
           COMPUTE WS-LIMIT-WORK = YT-YTD-SS-TAX - WS-OR-FICA-TAX.
           PERFORM 414-FLOOR-AT-ZERO.
           MOVE WS-LIMIT-WORK TO YT-YTD-SS-TAX.
           COMPUTE WS-LIMIT-WORK =
               YT-YTD-MED-WAGES - WS-OR-TOTAL-EARNINGS.
           PERFORM 414-FLOOR-AT-ZERO.
           MOVE WS-LIMIT-WORK TO YT-YTD-MED-WAGES.
           COMPUTE WS-LIMIT-WORK = YT-YTD-MED-TAX - WS-OR-MEDICARE-TAX.
           PERFORM 414-FLOOR-AT-ZERO.
           MOVE WS-LIMIT-WORK TO YT-YTD-MED-TAX.

      *************************************************************
      * THE VOIDED PAY'S FUTA/SUTA WAGES ARE MEASURED AGAINST THE  *
      * YEAR-TO-DATE GROSS WITHOUT IT, SO THE YEAR'S UNEMPLOYMENT  *
      * WAGES NEVER GO BELOW WHAT THE REMAINING PAYS EARNED        *
      *************************************************************
       415-CALC-VOID-EMPLOYER-COST.
           MOVE WS-EMPLOYEE-ID TO YT-EMP-ID.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LIMIT-WORK
               NOT INVALID KEY
                   COMPUTE WS-LIMIT-WORK =
                       YT-YTD-TOTAL-EARNINGS - WS-OR-TOTAL-EARNINGS
           END-READ.
           PERFORM 414-FLOOR-AT-ZERO.
           MOVE WS-LIMIT-WORK TO WS-PRIOR-GROSS.
           MOVE WS-OR-TOTAL-EARNINGS TO WS-ER-GROSS.
           MOVE WS-OR-FICA-TAX TO WS-ER-SS-TAX.
           PERFORM 418-CALC-EMPLOYER-COST.

       417-CALC-UNEMP-WAGES.
           COMPUTE WS-LIMIT-WORK =
               WS-ER-UNEMP-BASE - WS-PRIOR-GROSS.
           PERFORM 414-FLOOR-AT-ZERO.
           IF WS-ER-GROSS > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-ER-UNEMP-WAGES
           ELSE
                MOVE WS-ER-GROSS TO WS-ER-UNEMP-WAGES
           END-IF.

       418-CALC-EMPLOYER-COST.
           MOVE WS-ER-SS-TAX TO WS-ER-AMT (1).
           COMPUTE WS-ER-AMT (2) ROUNDED =
               WS-ER-GROSS * WS-MEDICARE-PCT.
           MOVE WS-FUTA-WAGE-BASE TO WS-ER-UNEMP-BASE.
           PERFORM 417-CALC-UNEMP-WAGES.
           COMPUTE WS-ER-AMT (3) ROUNDED =
               WS-ER-UNEMP-WAGES * WS-FUTA-PCT.
           MOVE WS-SUTA-WAGE-BASE TO WS-ER-UNEMP-BASE.
           PERFORM 417-CALC-UNEMP-WAGES.
           COMPUTE WS-ER-AMT (4) ROUNDED =
               WS-ER-UNEMP-WAGES * WS-SUTA-PCT.

       414-FLOOR-AT-ZERO.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.

       420-WRITE-REVERSING-STUB.
           MOVE 'A' TO GL-STB-REC-TYPE.
           MOVE WS-EMPLOYEE-ID TO GL-STB-EMP-ID.
           COMPUTE GL-SUM-TOTAL-NET = ZERO - WS-OR-NET-PAY.
           WRITE GL-SUMMARY-RECORD.

      *************************************************************
      * EACH EMPLOYER COST POSTS AS AN 'E' LINE AND ITS OWN 'F'    *
      * SUMMARY AGAINST THE EMPLOYEE'S HOME DEPARTMENT - NEGATIVE  *
      * ON A VOID, POSITIVE ON A REISSUE - SO THE GL TIE-OUT STILL *
      * BALANCES THE EMPLOYER COST AFTER ANY ADJUSTMENT            *
      *************************************************************
       440-WRITE-EMPLOYER-COST.
           PERFORM 442-WRITE-EMPLOYER-LINE
               VARYING WS-ER-IX FROM 1 BY 1
               UNTIL WS-ER-IX > 4.

       442-WRITE-EMPLOYER-LINE.
           IF WS-ER-AMT (WS-ER-IX) NOT = ZERO
                MOVE 'E' TO GL-ER-REC-TYPE
                MOVE WS-EMPLOYEE-ID TO GL-ER-EMP-ID
                MOVE WS-PAY-DATE-IN TO GL-ER-PAY-DATE
                MOVE WS-EMP-DEPT-CODE TO GL-ER-DEPT-CODE
                MOVE WS-ERC-CODE (WS-ER-IX) TO GL-ER-COST-CODE
                MOVE WS-ERC-EXP-PREFIX (WS-ER-IX) TO WS-ERA-PREFIX
                MOVE WS-EMP-DEPT-CODE TO WS-ERA-DEPT-CODE
                MOVE WS-ER-EXP-ACCOUNT TO GL-ER-EXP-ACCOUNT
                MOVE WS-ERC-LIAB-ACCT (WS-ER-IX)
                    TO GL-ER-LIAB-ACCOUNT
                MOVE 1 TO GL-ER-RECORD-COUNT
                COMPUTE GL-ER-AMOUNT =
                    WS-ER-AMT (WS-ER-IX) * WS-ER-SIGN
                WRITE GL-EMPLOYER-RECORD
                MOVE 'F' TO GL-ER-REC-TYPE
                MOVE ZERO TO GL-ER-EMP-ID
                WRITE GL-EMPLOYER-RECORD
           END-IF.

      *************************************************************
      * THE ACH FILE CAN ONLY BE FIXED BEFORE THE BANK HAS IT.     *
      * BUILDS ACHDEP.NEW WITHOUT THE PULLED DETAIL AND WITH THE   *
                   WRITE ACH-NEW-RECORD FROM ACH-DETAIL-RECORD
           END-EVALUATE.

      *************************************************************
      * A VOIDED FINAL PAY PUTS BACK WHAT GARCIA-P03-FINAL-PAY     *
      * USED UP, SO RERUNNING IT PAYS IN FULL - THE VACATION HOURS *
      * CASHED OUT (THE LEAVE HOURS ON ITS 'F' DISTRIBUTION) GO    *
      * BACK ON THE BALANCE, THE RETRO TRANSACTIONS IT PAID ARE    *
      * REOPENED, EACH GARNISHMENT IT TOOK IS ADDED BACK TO THE    *
      * BALANCE AND EVERY ENROLLMENT IT STOPPED ('F') IS ACTIVE    *
      * AGAIN.  SICK LEAVE WAS FORFEITED, NOT PAID, AND STAYS AT   *
      * ZERO.                                                      *
      *************************************************************
       480-UNDO-FINAL-PAY.
           IF WS-LD-VAC-HRS > ZERO
                MOVE WS-EMPLOYEE-ID TO LB-EMP-ID
                READ LEAVE-BALANCE-FILE
                    INVALID KEY
                        MOVE WS-EMPLOYEE-ID TO LB-EMP-ID
                        MOVE WS-LD-VAC-HRS TO LB-VAC-BALANCE
                        MOVE ZERO TO LB-SICK-BALANCE
                        WRITE LEAVE-BALANCE-RECORD
                    NOT INVALID KEY
                        ADD WS-LD-VAC-HRS TO LB-VAC-BALANCE
                        REWRITE LEAVE-BALANCE-RECORD
                END-READ
                IF WS-LEAVE-BAL-STATUS NOT = '00'
                     DISPLAY 'ERROR RESTORING LEAVE BALANCE - STATUS '
                         WS-LEAVE-BAL-STATUS ' - EMP ' WS-EMPLOYEE-ID
                END-IF
                MOVE WS-LD-VAC-HRS TO WS-AN-HOURS
                MOVE SPACES TO WS-AN-NOTE
                STRING 'VACATION CASHED OUT PUT BACK ON BALANCE - '
                    WS-AN-HOURS ' HRS'
                    DELIMITED BY SIZE INTO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
           END-IF.
           MOVE ZERO TO WS-RT-REOPEN-COUNT.
           IF WS-RETRO-TRN-FILE = 'Y'
                PERFORM 485-REOPEN-RETRO-TRANS
           END-IF.
           IF WS-RT-REOPEN-COUNT > ZERO
                MOVE SPACES TO WS-AN-NOTE
                STRING 'RETRO TRANSACTIONS REOPENED: '
                    WS-RT-REOPEN-COUNT
                    DELIMITED BY SIZE INTO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
           END-IF.
           MOVE ZERO TO WS-FP-FOUND-COUNT.
           IF WS-FINAL-DED-FILE = 'Y'
                PERFORM 487-RESTORE-GARNISHMENTS
           END-IF.
           IF WS-FP-FOUND-COUNT = ZERO AND WS-OR-TOTAL-DED NOT = ZERO
                MOVE 'NO FINAL PAY DEDUCTION DETAIL ON FILE - CHECK '
                    TO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
                MOVE 'GARNISHMENT BALANCES IN GARCIA-P03-DED-MAINT'
                    TO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
           END-IF.
           MOVE ZERO TO WS-ED-REACT-COUNT.
           IF WS-EMP-DED-FILE = 'Y'
                PERFORM 489-REACTIVATE-ENROLLMENTS
           END-IF.
           IF WS-ED-REACT-COUNT > ZERO
                MOVE SPACES TO WS-AN-NOTE
                STRING 'DEDUCTION ENROLLMENTS REACTIVATED: '
                    WS-ED-REACT-COUNT
                    DELIMITED BY SIZE INTO WS-AN-NOTE
                PERFORM 710-WRITE-ADJ-NOTE
           END-IF.
           MOVE 'FINAL PAY VOIDED - RERUN GARCIA-P03-FINAL-PAY TO PAY '
               TO WS-AN-NOTE.
           PERFORM 710-WRITE-ADJ-NOTE.
           MOVE 'THE CORRECTED FINAL PAY' TO WS-AN-NOTE.
           PERFORM 710-WRITE-ADJ-NOTE.

       485-REOPEN-RETRO-TRANS.
           MOVE WS-EMPLOYEE-ID TO RT-EMP-ID.
           MOVE LOW-VALUES TO RT-EFF-DATE.
           MOVE 'N' TO WS-RT-EOF.
           START RETRO-TRANS-FILE KEY NOT < RT-TRANS-KEY
               INVALID KEY MOVE 'Y' TO WS-RT-EOF
           END-START.
           PERFORM UNTIL WS-RT-EOF = 'Y'
                READ RETRO-TRANS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-RT-EOF
                    NOT AT END
                        IF RT-EMP-ID NOT = WS-EMPLOYEE-ID
                             MOVE 'Y' TO WS-RT-EOF
                        ELSE
                             IF RT-PAID
                                AND RT-PAID-DATE = WS-PAY-DATE-IN
                                  MOVE 'O' TO RT-STATUS-FLAG
                                  MOVE SPACES TO RT-PAID-DATE
                                  REWRITE RETRO-TRANS-RECORD
                                  ADD 1 TO WS-RT-REOPEN-COUNT
                             END-IF
                        END-IF
                END-READ
           END-PERFORM.

      *************************************************************
      * THE DEDUCTIONS THE FINAL PAY TOOK ON ITS PAY DATE.  EACH   *
      * GARNISHMENT AMOUNT GOES BACK ON THE ENROLLMENT BALANCE;    *
      * EVERY RECORD IS MARKED RESTORED SO IT IS NEVER PUT BACK    *
      * TWICE.                                                     *
      *************************************************************
       487-RESTORE-GARNISHMENTS.
           MOVE WS-EMPLOYEE-ID TO FP-EMP-ID.
           MOVE WS-SORT-DATE-BUILD TO FP-SORT-DATE.
           MOVE LOW-VALUES TO FP-DED-CODE.
           MOVE 'N' TO WS-FP-EOF.
           START FINAL-DED-FILE KEY NOT < FP-DED-KEY
               INVALID KEY MOVE 'Y' TO WS-FP-EOF
           END-START.
           PERFORM UNTIL WS-FP-EOF = 'Y'
                READ FINAL-DED-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-FP-EOF
                    NOT AT END
                        IF FP-EMP-ID NOT = WS-EMPLOYEE-ID
                           OR FP-SORT-DATE NOT = WS-SORT-DATE-BUILD
                             MOVE 'Y' TO WS-FP-EOF
                        ELSE
                             IF FP-TAKEN
                                  ADD 1 TO WS-FP-FOUND-COUNT
                                  PERFORM 488-RESTORE-ONE-DEDUCTION
                             END-IF
                        END-IF
                END-READ
           END-PERFORM.

       488-RESTORE-ONE-DEDUCTION.
           IF FP-GARN-FLAG = 'G'
                MOVE FP-AMOUNT TO WS-AN-AMOUNT
                MOVE SPACES TO WS-AN-NOTE
                IF WS-EMP-DED-FILE = 'N'
                     STRING 'GARNISHMENT ' FP-DED-CODE ' OF '
                         WS-AN-AMOUNT ' NOT RESTORED - NO EMPDED.DAT'
                         DELIMITED BY SIZE INTO WS-AN-NOTE
                ELSE
                     MOVE WS-EMPLOYEE-ID TO ED-EMP-ID
                     MOVE FP-DED-CODE TO ED-DED-CODE
                     READ EMPLOYEE-DEDUCT-FILE
                         INVALID KEY
                             STRING 'GARNISHMENT ' FP-DED-CODE ' OF '
                                 WS-AN-AMOUNT
                                 ' NOT RESTORED - ENROLLMENT GONE'
                                 DELIMITED BY SIZE INTO WS-AN-NOTE
                         NOT INVALID KEY
                             ADD FP-AMOUNT TO ED-GARN-BALANCE
                             REWRITE EMPLOYEE-DEDUCT-RECORD
                             MOVE ED-GARN-BALANCE TO WS-AN-BALANCE
                             IF WS-EMP-DED-STATUS = '00'
                                  STRING 'GARNISHMENT ' FP-DED-CODE
                                      ' BALANCE RESTORED BY '
                                      WS-AN-AMOUNT ' TO '
                                      WS-AN-BALANCE
                                      DELIMITED BY SIZE INTO WS-AN-NOTE
                             ELSE
                                  STRING 'GARNISHMENT ' FP-DED-CODE
                                      ' NOT RESTORED - STATUS '
                                      WS-EMP-DED-STATUS
                                      ' - FIX IN DED-MAINT'
                                      DELIMITED BY SIZE INTO WS-AN-NOTE
                             END-IF
                     END-READ
                END-IF
                PERFORM 710-WRITE-ADJ-NOTE
           END-IF.
           MOVE 'R' TO FP-STATUS-FLAG.
           REWRITE FINAL-DED-RECORD.
           IF WS-FINAL-DED-STATUS NOT = '00'
                DISPLAY 'ERROR MARKING FINAL PAY DEDUCTION RESTORED - '
                    'STATUS ' WS-FINAL-DED-STATUS ' - EMP '
                    WS-EMPLOYEE-ID ' CODE ' FP-DED-CODE
           END-IF.

      * ONLY THE ENROLLMENTS THE FINAL PAY STOPPED - ONE STOPPED BY
      * HAND IN DED-MAINT ('S') STAYS STOPPED
       489-REACTIVATE-ENROLLMENTS.
           MOVE WS-EMPLOYEE-ID TO ED-EMP-ID.
           MOVE LOW-VALUES TO ED-DED-CODE.
           MOVE 'N' TO WS-ED-EOF.
           START EMPLOYEE-DEDUCT-FILE KEY NOT < ED-ENROLL-KEY
               INVALID KEY MOVE 'Y' TO WS-ED-EOF
           END-START.
           PERFORM UNTIL WS-ED-EOF = 'Y'
                READ EMPLOYEE-DEDUCT-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-ED-EOF
                    NOT AT END
                        IF ED-EMP-ID NOT = WS-EMPLOYEE-ID
                             MOVE 'Y' TO WS-ED-EOF
                        ELSE
                             IF ED-STOPPED-FINAL
                                  PERFORM 490-REACTIVATE-ONE
                             END-IF
                        END-IF
                END-READ
           END-PERFORM.

       490-REACTIVATE-ONE.
           MOVE 'A' TO ED-ACTIVE-FLAG.
           REWRITE EMPLOYEE-DEDUCT-RECORD.
           MOVE SPACES TO WS-AN-NOTE.
           IF WS-EMP-DED-STATUS = '00'
                ADD 1 TO WS-ED-REACT-COUNT
                STRING 'ENROLLMENT ' ED-DED-CODE ' REACTIVATED'
                    DELIMITED BY SIZE INTO WS-AN-NOTE
           ELSE
                STRING 'ENROLLMENT ' ED-DED-CODE
                    ' NOT REACTIVATED - STATUS ' WS-EMP-DED-STATUS
                    ' - REACTIVATE IN DED-MAINT'
                    DELIMITED BY SIZE INTO WS-AN-NOTE
           END-IF.
           PERFORM 710-WRITE-ADJ-NOTE.

       460-ACCEPT-CORRECTED-HOURS.
           MOVE 'N' TO WS-DIFF-FLAG.
           MOVE 'W' TO WS-HRS-TYPE.
                   COMPUTE WS-STATE-TAX ROUNDED =
                       WS-TOTAL-EARNINGS * WS-WH-STATE-PCT (WH-IDX)
           END-SEARCH.
           PERFORM 475-CALC-FICA-MEDICARE.
           COMPUTE WS-TOTAL-TAX = WS-FED-TAX + WS-STATE-TAX
               + WS-FICA-TAX + WS-MEDICARE-TAX.
           IF WS-TOTAL-TAX < WS-TOTAL-EARNINGS
                    TO WS-ERROR-MSG
           END-IF.

      *************************************************************
      * SAME LIMITS AS THE PAY RUN, MEASURED AGAINST THE YTD AS IT *
      * STANDS AFTER THE ORIGINAL WAS BACKED OUT                   *
      *************************************************************
       475-CALC-FICA-MEDICARE.
           MOVE WS-EMPLOYEE-ID TO YT-EMP-ID.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-PRIOR-SS-WAGES WS-PRIOR-SS-TAX
                       WS-PRIOR-MED-WAGES WS-PRIOR-GROSS
               NOT INVALID KEY
                   MOVE YT-YTD-TOTAL-EARNINGS TO WS-PRIOR-GROSS
                   MOVE YT-YTD-SS-WAGES TO WS-PRIOR-SS-WAGES
                   MOVE YT-YTD-SS-TAX TO WS-PRIOR-SS-TAX
                   MOVE YT-YTD-MED-WAGES TO WS-PRIOR-MED-WAGES
           END-READ.
           COMPUTE WS-LIMIT-WORK =
               WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES.
           PERFORM 414-FLOOR-AT-ZERO.
           IF WS-TOTAL-EARNINGS > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-SS-WAGES
           ELSE
                MOVE WS-TOTAL-EARNINGS TO WS-SS-WAGES
           END-IF.
           COMPUTE WS-FICA-TAX ROUNDED =
               WS-SS-WAGES * WS-FICA-PCT.
           COMPUTE WS-LIMIT-WORK ROUNDED =
               (WS-SS-WAGE-BASE * WS-FICA-PCT) - WS-PRIOR-SS-TAX.
           PERFORM 414-FLOOR-AT-ZERO.
           IF WS-FICA-TAX > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-FICA-TAX
           END-IF.
           MOVE WS-TOTAL-EARNINGS TO WS-MED-WAGES.
           COMPUTE WS-LIMIT-WORK = WS-PRIOR-MED-WAGES
               + WS-TOTAL-EARNINGS - WS-ADDL-MED-THRESH.
           PERFORM 414-FLOOR-AT-ZERO.
           IF WS-LIMIT-WORK > WS-TOTAL-EARNINGS
                MOVE WS-TOTAL-EARNINGS TO WS-LIMIT-WORK
           END-IF.
           MOVE WS-LIMIT-WORK TO WS-ADDL-MED-WAGES.
           COMPUTE WS-MEDICARE-TAX ROUNDED =
               (WS-MED-WAGES * WS-MEDICARE-PCT)
               + (WS-ADDL-MED-WAGES * WS-ADDL-MED-PCT).

       600-ISSUE-CORRECTED-PAY.
           MOVE WS-EMPLOYEE-ID TO PH-EMP-ID.
           PERFORM 205-BUILD-SORT-DATE.
           MOVE WS-NET-PAY TO PH-NET-PAY.
           MOVE 'R' TO PH-REC-TYPE.
           PERFORM 430-WRITE-HISTORY-RECORD.
           IF WS-PH-WRITTEN = 'Y'
                PERFORM 615-WRITE-REISSUE-DIST
           END-IF.
           PERFORM 610-ADD-BACK-YTD.
           PERFORM 620-WRITE-REISSUE-STUB.
           MOVE WS-TOTAL-EARNINGS TO WS-ER-GROSS.
           MOVE WS-FICA-TAX TO WS-ER-SS-TAX.
           PERFORM 418-CALC-EMPLOYER-COST.
           MOVE 1 TO WS-ER-SIGN.
           PERFORM 440-WRITE-EMPLOYER-COST.
           PERFORM 630-CUT-REISSUE-CHECK.
           MOVE 'REISSUE ' TO WS-AR-ACTION.
           MOVE WS-NET-PAY TO WS-AR-NET-PAY.
               TO WS-AN-NOTE.
           PERFORM 710-WRITE-ADJ-NOTE.

      *************************************************************
      * THE CORRECTED PAY IS ONE CARD AT THE MASTER RATE, SO IT    *
      * CHARGES THE HOME DEPARTMENT LIKE A SCREEN-ENTERED PAY      *
      *************************************************************
       615-WRITE-REISSUE-DIST.
           MOVE PH-SORT-DATE TO LD-SORT-DATE.
           MOVE WS-EMP-DEPT-CODE TO LD-DEPT-CODE.
           MOVE WS-EMPLOYEE-ID TO LD-EMP-ID.
           MOVE PH-SEQ-NO TO LD-HIST-SEQ.
           MOVE WS-PAY-DATE-IN TO LD-PAY-DATE.
           MOVE SPACES TO LD-JOB-CODE.
           MOVE 'R' TO LD-REC-TYPE.
           MOVE ZEROS TO LD-REG-HRS LD-OT-HRS LD-DIFF-HRS LD-LEAVE-HRS
               LD-REG-PAY LD-OT-PAY LD-DIFF-PAY LD-LEAVE-PAY.
           IF WS-HRS-WORKED
                MOVE WS-REG-HRS TO LD-REG-HRS
                COMPUTE LD-OT-HRS = WS-OT-HRS + WS-OT-HRS-DBL
                IF WS-DIFF-FLAG = 'Y' OR 'y'
                     MOVE WS-TOTAL-HRS TO LD-DIFF-HRS
                END-IF
                COMPUTE LD-REG-PAY ROUNDED =
                    WS-BASE-RATE * WS-TOTAL-HRS
                COMPUTE WS-LD-STRAIGHT ROUNDED =
                    WS-REG-RATE * WS-TOTAL-HRS
                COMPUTE LD-DIFF-PAY = WS-LD-STRAIGHT - LD-REG-PAY
                COMPUTE LD-OT-PAY = WS-TOTAL-EARNINGS - WS-LD-STRAIGHT
           ELSE
                MOVE WS-TOTAL-HRS TO LD-LEAVE-HRS
                MOVE WS-TOTAL-EARNINGS TO LD-LEAVE-PAY
           END-IF.
           MOVE WS-TOTAL-EARNINGS TO LD-TOTAL-PAY.
           WRITE LABOR-DIST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING LABOR DISTRIBUTION - STATUS '
                       WS-LABOR-DIST-STATUS ' - EMP ' WS-EMPLOYEE-ID
                       ' DEPT ' LD-DEPT-CODE
           END-WRITE.

       610-ADD-BACK-YTD.
           MOVE WS-EMPLOYEE-ID TO YT-EMP-ID.
           READ EMPLOYEE-YTD-FILE
                   MOVE WS-EMPLOYEE-ID TO YT-EMP-ID
                   MOVE ZEROS TO YT-YTD-HOURS YT-YTD-REG-EARNINGS
                       YT-YTD-OT-EARNINGS YT-YTD-TOTAL-EARNINGS
                       YT-YTD-SS-WAGES YT-YTD-SS-TAX
                       YT-YTD-MED-WAGES YT-YTD-MED-TAX
                   PERFORM 612-ADD-TO-YTD
                   WRITE EMPLOYEE-YTD-RECORD
               NOT INVALID KEY
                   PERFORM 612-ADD-TO-YTD
                   REWRITE EMPLOYEE-YTD-RECORD
           END-READ.

       612-ADD-TO-YTD.
           ADD WS-TOTAL-HRS TO YT-YTD-HOURS.
           ADD WS-REG-EARNINGS TO YT-YTD-REG-EARNINGS.
           ADD WS-OT-EARNINGS WS-OT-EARNINGS-DBL
               TO YT-YTD-OT-EARNINGS.
           ADD WS-TOTAL-EARNINGS TO YT-YTD-TOTAL-EARNINGS.
           ADD WS-SS-WAGES TO YT-YTD-SS-WAGES.
           ADD WS-FICA-TAX TO YT-YTD-SS-TAX.
           ADD WS-MED-WAGES TO YT-YTD-MED-WAGES.
           ADD WS-MEDICARE-TAX TO YT-YTD-MED-TAX.

       620-WRITE-REISSUE-STUB.
           MOVE 'A' TO GL-STB-REC-TYPE.
           MOVE WS-EMPLOYEE-ID TO GL-STB-EMP-ID.
           MOVE WS-NET-PAY TO CI-NET-PAY.
           MOVE 'I' TO CI-STATUS-FLAG.
           MOVE ZERO TO CI-REPLACED-BY.
           MOVE SPACES TO CI-CLEAR-DATE CI-STALE-FLAG.
           WRITE CHECK-ISSUE-RECORD
               INVALID KEY
                   DISPLAY 'CHECK NUMBER ' CI-CHECK-NO
