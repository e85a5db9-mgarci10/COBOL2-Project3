      ******************************************************************
      * PROGRAM : PROJECT 3 - FINAL PAY FOR TERMINATED EMPLOYEES       *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-FINAL-PAY.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - OFF-CYCLE FINAL PAY FOR ONE  *
      *              EMPLOYEE ALREADY TERMINATED IN                 *
      *              GARCIA-P03-EMP-MAINT.  PAYS THE LAST HOURS     *
      *              WORKED, CASHES OUT THE VACATION BALANCE AT THE *
      *              MASTER RATE AND PICKS UP ANY OPEN RETRO PAY,   *
      *              WITH THE SAME TAX LIMITS AND DEDUCTIONS AS THE *
      *              PAY RUN.  WRITES AN 'F' HISTORY RECORD, YTD,   *
      *              'A'/'J'/'D' GL RECORDS AND 'E'/'F' EMPLOYER    *
      *              COST, AND CUTS A PAPER CHECK UNDER THE NEXT    *
      *              CONTROLLED CHECK NUMBER.  THEN STOPS EVERY     *
      *              ACTIVE DEDUCTION ENROLLMENT (A GARNISHMENT     *
      *              WITH A BALANCE STILL OWED IS LEFT ACTIVE AND   *
      *              REPORTED) AND ZEROES THE LEAVE BALANCES.       *
      *              EVERYTHING DONE IS LOGGED TO FINALPAY.PRT.     *
      * 10/15/2026 - THE FINAL PAY NOW POSTS AN 'F' LABOR COST      *
      *              DISTRIBUTION RECORD TO LABDIST.DAT AGAINST THE *
      *              HOME DEPARTMENT - HOURS WORKED AS REGULAR,     *
      *              OVERTIME AND DIFFERENTIAL, THE VACATION        *
      *              CASH-OUT AS LEAVE AND ANY RETRO PAY PICKED UP  *
      *              IN REGULAR AND OVERTIME.                       *
      * 10/15/2026 - A FINAL PAY VOIDED AND THEN REISSUED ON THE    *
      *              SAME DAY COUNTS AS LIVE, SO A SECOND FINAL PAY *
      *              IS REFUSED. IF THE 'F' HISTORY RECORD CANNOT   *
      *              BE WRITTEN THE RUN STOPS WITH RETURN CODE 8    *
      *              BEFORE ANYTHING ELSE IS POSTED.                *
      * 10/15/2026 - EVERY DEDUCTION TAKEN IS RECORDED ON           *
      *              FINLDED.DAT (GARNISHMENTS WITH THE BALANCE     *
      *              BEFORE THE DRAW-DOWN), AND THE ENROLLMENTS     *
      *              THIS PROGRAM STOPS ARE MARKED 'F' RATHER THAN  *
      *              'S', SO GARCIA-P03-PAY-ADJ CAN PUT BOTH BACK   *
      *              WHEN IT VOIDS THE FINAL PAY.                   *
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

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMP-MAST-STATUS.

           SELECT EMPLOYEE-YTD-FILE ASSIGN TO 'EMPYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMP-ID
               FILE STATUS IS WS-EMP-YTD-STATUS.

           SELECT GL-EXPORT-FILE ASSIGN TO 'GLEXPORT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-EXPORT-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-FILING-STATUS
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT TAX-LIMIT-FILE ASSIGN TO 'TAXLIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TAX-YEAR
               FILE STATUS IS WS-TAX-LIMIT-STATUS.

           SELECT DEDUCT-CODE-FILE ASSIGN TO 'DEDCODE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DED-CODE
               FILE STATUS IS WS-DED-CODE-STATUS.

           SELECT EMPLOYEE-DEDUCT-FILE ASSIGN TO 'EMPDED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-ENROLL-KEY
               FILE STATUS IS WS-EMP-DED-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-BAL-STATUS.

           SELECT RETRO-REQUEST-FILE ASSIGN TO 'RETROREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-RETRO-REQ-STATUS.

           SELECT RETRO-TRANS-FILE ASSIGN TO 'RETROTRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-TRANS-KEY
               FILE STATUS IS WS-RETRO-TRN-STATUS.

           SELECT CHECK-NUMBER-FILE ASSIGN TO 'CHECKNO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-NO-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CHECK-NO
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO 'CHKPRINT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-PRINT-STATUS.

           SELECT FINAL-RPT-FILE ASSIGN TO 'FINALPAY.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-RPT-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-DIST-KEY
               FILE STATUS IS WS-LABOR-DIST-STATUS.

           SELECT FINAL-DED-FILE ASSIGN TO 'FINLDED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FP-DED-KEY
               FILE STATUS IS WS-FINAL-DED-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  EMPLOYEE-YTD-FILE.
           COPY EMPYTD.

       FD  GL-EXPORT-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY GLEXPORT.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  TAX-LIMIT-FILE.
           COPY TAXLIMIT.

       FD  DEDUCT-CODE-FILE.
           COPY DEDCODE.

       FD  EMPLOYEE-DEDUCT-FILE.
           COPY EMPDED.

       FD  LEAVE-BALANCE-FILE.
           COPY LEAVEBAL.

       FD  RETRO-REQUEST-FILE.
           COPY RETROREQ.

       FD  RETRO-TRANS-FILE.
           COPY RETROTRN.

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD.
           03  NC-NEXT-CHECK-NO     PIC 9(6).

       FD  CHECK-ISSUE-FILE.
           COPY CHECKISS.

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD       PIC X(80).

       FD  FINAL-RPT-FILE.
       01  FINAL-RPT-RECORD         PIC X(80).

       FD  LABOR-DIST-FILE.
           COPY LABDIST.

       FD  FINAL-DED-FILE.
           COPY FINLDED.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-PAY-HIST-STATUS   PIC XX.
           03  WS-EMP-MAST-STATUS   PIC XX.
           03  WS-EMP-YTD-STATUS    PIC XX.
           03  WS-GL-EXPORT-STATUS  PIC XX.
           03  WS-TAX-RATE-STATUS   PIC XX.
           03  WS-TAX-LIMIT-STATUS  PIC XX.
           03  WS-DED-CODE-STATUS   PIC XX.
           03  WS-EMP-DED-STATUS    PIC XX.
           03  WS-LEAVE-BAL-STATUS  PIC XX.
           03  WS-RETRO-REQ-STATUS  PIC XX.
           03  WS-RETRO-TRN-STATUS  PIC XX.
           03  WS-CHECK-NO-STATUS   PIC XX.
           03  WS-CHECK-ISSUE-STATUS PIC XX.
           03  WS-CHECK-PRINT-STATUS PIC XX.
           03  WS-FINAL-RPT-STATUS  PIC XX.
           03  WS-LABOR-DIST-STATUS PIC XX.
           03  WS-FINAL-DED-STATUS  PIC XX.

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

      * THE FINAL PAY IS DATED THE DAY IT IS RUN - IT BELONGS TO NO
      * PAY PERIOD ON THE CALENDAR
       01  WS-SORT-DATE-BUILD.
           03  WS-SD-YEAR           PIC 9999.
           03  WS-SD-MONTH          PIC 99.
           03  WS-SD-DAY            PIC 99.
       01  WS-PAY-DATE              PIC X(10).

       01  WS-SCRN-CTL.
           03  WS-EXIT              PIC X VALUE SPACE.
           03  WS-CONFIRM-FLAG      PIC X VALUE SPACE.

       01  WS-EDIT-CTL.
           03  WS-VALID-INPUT       PIC X VALUE 'Y'.
           03  WS-EMP-FOUND         PIC X VALUE 'N'.
           03  WS-FILING-STATUS-OK  PIC X VALUE 'N'.
           03  WS-FINAL-LIVE        PIC X VALUE 'N'.
           03  WS-LAST-FINAL-DATE   PIC X(10) VALUE SPACES.
           03  WS-RETRO-REQ-OPEN    PIC X VALUE 'N'.
           03  WS-ERROR-MSG         PIC X(40) VALUE SPACES.

       01  WS-FINAL-CTL.
           03  WS-PH-EOF            PIC X VALUE 'N'.
           03  WS-PH-WRITTEN        PIC X VALUE 'N'.
           03  WS-TR-EOF            PIC X VALUE 'N'.
           03  WS-DD-EOF            PIC X VALUE 'N'.
           03  WS-ED-EOF            PIC X VALUE 'N'.
           03  WS-RQ-EOF            PIC X VALUE 'N'.
           03  WS-RT-EOF            PIC X VALUE 'N'.
           03  WS-RETRO-REQ-FILE    PIC X VALUE 'N'.
           03  WS-RETRO-TRN-FILE    PIC X VALUE 'N'.
           03  WS-LB-FOUND          PIC X VALUE 'N'.
           03  WS-STOPPED-COUNT     PIC 9(2) VALUE ZERO.
           03  WS-GARN-HELD-COUNT   PIC 9(2) VALUE ZERO.

       01  WS-WRK-INFO.
           03  WS-EMPLOYEE-ID       PIC 9(5).
           03  WS-EMP-NAME          PIC X(20).
           03  WS-FILING-STATUS     PIC X.
           03  WS-EMP-DEPT-CODE     PIC X(4).
           03  WS-BASE-RATE         PIC 9(3)V99.
           03  WS-REG-RATE          PIC 9(3)V99.

           03  WS-HRS-INPUT-1       PIC 9(2).
           03  WS-HRS-INPUT-2       PIC 9(2).
           03  WS-TOTAL-HRS         PIC 9(2)V99.
           03  WS-REG-HRS           PIC 9(2)V99.
           03  WS-OT-HRS            PIC 9(2)V99.
           03  WS-OT-HRS-DBL        PIC 9(2)V99.
           03  WS-DIFF-FLAG         PIC X VALUE 'N'.
           03  WS-OT-RATE           PIC 9(3)V99.
           03  WS-OT-RATE-DBL       PIC 9(3)V99.
           03  WS-WORKED-EARNINGS   PIC 9(5)V99.
           03  WS-REG-EARNINGS      PIC 9(5)V99.
           03  WS-OT-EARNINGS       PIC 9(5)V99.
           03  WS-OT-EARNINGS-DBL   PIC 9(5)V99.
           03  WS-TOTAL-EARNINGS    PIC 9(5)V99.
           03  WS-FED-TAX           PIC 9(4)V99.
           03  WS-STATE-TAX         PIC 9(4)V99.
           03  WS-FICA-TAX          PIC 9(4)V99.
           03  WS-MEDICARE-TAX      PIC 9(4)V99.
           03  WS-TOTAL-TAX         PIC 9(4)V99.
           03  WS-NET-PAY           PIC 9(5)V99.
           03  WS-NEW-CHECK-NO      PIC 9(6) VALUE ZERO.

      * VACATION IS CASHED OUT AT THE MASTER RATE (NO DIFFERENTIAL).
      * SICK LEAVE IS NOT PAID OUT - THE BALANCE IS FORFEITED.
       01  WS-LEAVE-CTL.
           03  WS-VAC-HOURS         PIC 9(3)V99 VALUE ZERO.
           03  WS-SICK-HOURS        PIC 9(3)V99 VALUE ZERO.
           03  WS-VAC-PAY           PIC 9(5)V99 VALUE ZERO.

      * RETRO PAY STILL OPEN FOR THE EMPLOYEE WOULD NEVER BE PAID
      * BY THE BATCH ONCE TERMINATED - THE FINAL PAY TAKES IT UP
       01  WS-RETRO-CTL.
           03  WS-RETRO-COUNT       PIC 9(2) VALUE ZERO.
           03  WS-RETRO-REG         PIC 9(5)V99 VALUE ZERO.
           03  WS-RETRO-OT          PIC 9(5)V99 VALUE ZERO.
           03  WS-RETRO-DBL         PIC 9(5)V99 VALUE ZERO.
           03  WS-RETRO-TOTAL       PIC 9(5)V99 VALUE ZERO.

       01  WS-LD-CTL.
           03  WS-LD-BASE-PAY       PIC S9(5)V99 VALUE ZERO.
           03  WS-LD-STRAIGHT       PIC S9(5)V99 VALUE ZERO.

       01  WS-WITHHOLDING-CTL.
           03  WS-WH-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-WITHHOLDING-TABLE.
           03  WS-WH-ENTRY OCCURS 10 TIMES INDEXED BY WH-IDX.
               05  WS-WH-FILING-STATUS PIC X.
               05  WS-WH-FED-PCT       PIC V999.
               05  WS-WH-STATE-PCT     PIC V999.

      * SOCIAL SECURITY AND MEDICARE RATES AND LIMITS, AND THE
      * EMPLOYER FUTA AND SUTA WAGE BASES AND RATES, ARE LOADED
      * FROM THE TAXLIMIT.DAT RECORD FOR THE YEAR OF THE PAY DATE
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

       01  WS-DEPT-GL-ACCOUNT.
           03  FILLER               PIC X(5) VALUE '5000-'.
           03  WS-DGA-DEPT-CODE     PIC X(4).
           03  FILLER               PIC X VALUE SPACE.

      *************************************************************
      * DEDUCTION CODES AND THE EMPLOYEE'S DEDUCTIONS - SAME RULES *
      * AS THE PAY RUN                                             *
      *************************************************************
       01  WS-DED-CODE-CTL.
           03  WS-DC-COUNT          PIC 9(2) VALUE ZERO.
           03  WS-DC-IX             PIC 9(2) VALUE ZERO.
           03  WS-DC-SUB            PIC 9(2) VALUE ZERO.
       01  WS-DED-CODE-TABLE.
           03  WS-DC-ENTRY OCCURS 20 TIMES.
               05  WS-DC-CODE       PIC X(3).
               05  WS-DC-DESC       PIC X(24).
               05  WS-DC-METHOD     PIC X.
               05  WS-DC-PCT        PIC V999.
               05  WS-DC-FLAT       PIC 9(4)V99.
               05  WS-DC-GARN       PIC X.
               05  WS-DC-GL-ACCT    PIC X(10).
               05  WS-DC-MATCH-PCT  PIC 9V999.
               05  WS-DC-MATCH-MAX  PIC V999.

       01  WS-EMP-DED-CTL.
           03  WS-EMP-DED-COUNT     PIC 9(2) VALUE ZERO.
           03  WS-EMP-DED-IX        PIC 9(2) VALUE ZERO.
           03  WS-DED-WORK-AMT      PIC 9(4)V99 VALUE ZERO.
           03  WS-DED-AVAIL-NET     PIC 9(5)V99 VALUE ZERO.
           03  WS-TOTAL-DED         PIC 9(5)V99 VALUE ZERO.
       01  WS-EMP-DED-TABLE.
           03  WS-EDD-ENTRY OCCURS 8 TIMES.
               05  WS-EDD-CODE      PIC X(3).
               05  WS-EDD-DESC      PIC X(24).
               05  WS-EDD-AMOUNT    PIC 9(4)V99.
               05  WS-EDD-GARN      PIC X.
               05  WS-EDD-GL-ACCT   PIC X(10).
               05  WS-EDD-NEW-BAL   PIC 9(6)V99.
               05  WS-EDD-MATCH-PCT PIC 9V999.
               05  WS-EDD-MATCH-MAX PIC V999.

      *************************************************************
      * EMPLOYER COSTS - SAME CODES AND ACCOUNTS AS THE PAY RUN,   *
      * ALL CHARGED TO THE EMPLOYEE'S HOME DEPARTMENT              *
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
           03  FILLER               PIC X(18)
                                    VALUE 'MAT5150-2150-401KM'.
       01  WS-ER-CODE-TABLE REDEFINES WS-ER-CODE-VALUES.
           03  WS-ERC-ENTRY OCCURS 5 TIMES.
               05  WS-ERC-CODE      PIC X(3).
               05  WS-ERC-EXP-PREFIX PIC X(5).
               05  WS-ERC-LIAB-ACCT PIC X(10).

       01  WS-ER-EXP-ACCOUNT.
           03  WS-ERA-PREFIX        PIC X(5).
           03  WS-ERA-DEPT-CODE     PIC X(4).
           03  FILLER               PIC X VALUE SPACE.

       01  WS-ER-COST-CTL.
           03  WS-ER-IX             PIC 9(2) VALUE ZERO.
           03  WS-ER-UNEMP-BASE     PIC 9(7)V99 VALUE ZERO.
           03  WS-ER-UNEMP-WAGES    PIC 9(5)V99 VALUE ZERO.
           03  WS-ER-MATCH-BASIS    PIC 9(4)V99 VALUE ZERO.
           03  WS-ER-MATCH-CAP      PIC 9(5)V99 VALUE ZERO.
           03  WS-ER-MATCH-AMT      PIC 9(4)V99 VALUE ZERO.
           03  WS-ER-AMT            OCCURS 5 TIMES PIC 9(4)V99.

       01  WS-CHECK-PRINT-LINE.
           03  FILLER               PIC X(6) VALUE 'CHECK '.
           03  WS-CP-CHECK-NO       PIC 9(6).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-CP-PAY-DATE       PIC X(10).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-CP-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-CP-EMP-NAME       PIC X(20).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-CP-NET-PAY        PIC $$$,$$9.99.

       01  WS-FINAL-RPT-LINE.
           03  FILLER               PIC X(10) VALUE 'FINAL PAY '.
           03  WS-FR-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-FR-EMP-NAME       PIC X(20).
           03  FILLER               PIC X(5) VALUE ' PAY '.
           03  WS-FR-PAY-DATE       PIC X(10).
           03  FILLER               PIC X(7) VALUE ' CHECK '.
           03  WS-FR-CHECK-NO       PIC 9(6).
           03  FILLER               PIC X(5) VALUE ' NET '.
           03  WS-FR-NET-PAY        PIC ZZ,ZZ9.99.
       01  WS-FINAL-NOTE-LINE.
           03  FILLER               PIC X(9) VALUE SPACES.
           03  WS-FN-NOTE           PIC X(70).

       01  WS-NOTE-EDIT.
           03  WS-NE-HOURS          PIC ZZ9.99.
           03  WS-NE-RATE           PIC ZZ9.99.
           03  WS-NE-AMOUNT         PIC ZZ,ZZ9.99.
           03  WS-NE-BALANCE        PIC ZZZ,ZZ9.99.
           03  WS-NE-COUNT          PIC Z9.

       SCREEN SECTION.
       01 SCRN-HEADER.
           03 BLANK SCREEN.
           03 LINE 01 COL 01 VALUE 'SOLUTION'.
           03         COL 30 VALUE 'FINAL PAY - TERMINATION'.
           03         COL 71 PIC X(10) FROM WS-SHOW-DATE.

       01 SCRN-INPUT-FIELDS.
           03 SCRN-EMPLOYEE-ID.
                05 LINE 04 COL 11 VALUE 'EMPLOYEE ID'.
                05         COL 34 PIC 9(5) TO WS-EMPLOYEE-ID.

           03 SCRN-HRS-WRKED.
                05 LINE 05 COL 11 VALUE 'LAST HOURS WORKED'.
                05         COL 34 PIC 9(2) TO WS-HRS-INPUT-1.
                05         COL 36 VALUE '.'.
                05         COL 37 PIC 9(2) TO WS-HRS-INPUT-2.

           03 SCRN-SHIFT-DIFF.
                05 LINE 06 COL 11 VALUE 'WEEKEND/HOLIDAY (Y/N)'.
                05         COL 34 PIC X TO WS-DIFF-FLAG.

       01 SCRN-FINAL-VALUES.
           03 LINE 08 COL 11 VALUE 'EMPLOYEE'.
           03         COL 26 PIC X(20) FROM WS-EMP-NAME.
           03         COL 48 VALUE 'DEPT'.
           03         COL 53 PIC X(4) FROM WS-EMP-DEPT-CODE.
           03 LINE 09 COL 13 VALUE 'HOURS WORKED'.
           03         COL 27 PIC Z9.99 FROM WS-TOTAL-HRS.
           03         COL 40 PIC ZZ,ZZ9.99 FROM WS-WORKED-EARNINGS.
           03 LINE 10 COL 13 VALUE 'VACATION OUT'.
           03         COL 26 PIC ZZ9.99 FROM WS-VAC-HOURS.
           03         COL 40 PIC ZZ,ZZ9.99 FROM WS-VAC-PAY.
           03 LINE 11 COL 13 VALUE 'OPEN RETRO'.
           03         COL 40 PIC ZZ,ZZ9.99 FROM WS-RETRO-TOTAL.
           03 LINE 12 COL 13 VALUE 'GROSS'.
           03         COL 40 PIC ZZ,ZZ9.99 FROM WS-TOTAL-EARNINGS.
           03 LINE 13 COL 13 VALUE 'TAXES'.
           03         COL 40 PIC ZZ,ZZ9.99 FROM WS-TOTAL-TAX.
           03 LINE 14 COL 13 VALUE 'DEDUCTIONS'.
           03         COL 40 PIC ZZ,ZZ9.99 FROM WS-TOTAL-DED.
           03 LINE 15 COL 13 VALUE 'NET PAY'.
           03         COL 40 PIC ZZ,ZZ9.99 FROM WS-NET-PAY.
           03 LINE 16 COL 13 VALUE 'SICK FORFEIT'.
           03         COL 26 PIC ZZ9.99 FROM WS-SICK-HOURS.

       01 SCRN-CONFIRM.
           03 LINE 18 COL 11 VALUE 'ISSUE FINAL CHECK (Y/N)'.
           03         COL 36 PIC X TO WS-CONFIRM-FLAG.

       01 SCRN-CHECK-NO.
           03 LINE 19 COL 11 VALUE 'CHECK NO'.
           03         COL 26 PIC 9(6) FROM WS-NEW-CHECK-NO.

       01  SCRN-EXIT-OPTION.
           03  LINE 24 COL 22 PIC X TO WS-EXIT AUTO.
           03          COL 24 VALUE
                   'PRESS ENTER TO CONTINUE (X=EXIT)'.
       01  SCRN-ERROR-LINE.
           03  LINE 21 COL 11 PIC X(40) FROM WS-ERROR-MSG.

       01  SCRN-RESET.
           03  LINE 04 COL  1 ERASE EOS.

       01  SCRN-CLOSING.
           03  BLANK SCREEN.
           03  LINE 25 COL  1 VALUE SPACES.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 500-GET-THAT-DATE.
           PERFORM 050-OPEN-FILES.
           PERFORM 055-LOAD-TAX-RATES.
           PERFORM 058-LOAD-DED-CODES.
           DISPLAY SCRN-HEADER.
           PERFORM UNTIL WS-EXIT = 'X' OR 'x'
                DISPLAY SCRN-RESET
                MOVE SPACES TO WS-ERROR-MSG
                DISPLAY SCRN-ERROR-LINE
                MOVE 'N' TO WS-DIFF-FLAG
                DISPLAY SCRN-INPUT-FIELDS
                ACCEPT SCRN-EMPLOYEE-ID
                ACCEPT SCRN-HRS-WRKED
                ACCEPT SCRN-SHIFT-DIFF
                MOVE 'Y' TO WS-VALID-INPUT
                MOVE ZERO TO WS-NEW-CHECK-NO
                PERFORM 250-LOOKUP-EMPLOYEE
                PERFORM 300-VALIDATE-REQUEST
                IF WS-VALID-INPUT = 'Y'
                     PERFORM 400-CALC-FINAL-PAY
                END-IF
                IF WS-VALID-INPUT = 'N'
                     DISPLAY SCRN-ERROR-LINE
                ELSE
                     DISPLAY SCRN-FINAL-VALUES
                     MOVE SPACE TO WS-CONFIRM-FLAG
                     DISPLAY SCRN-CONFIRM
                     ACCEPT SCRN-CONFIRM
                     IF WS-CONFIRM-FLAG = 'Y' OR 'y'
                          PERFORM 600-ISSUE-FINAL-PAY
                          DISPLAY SCRN-CHECK-NO
                          MOVE 'FINAL PAY ISSUED - SEE FINALPAY.PRT'
                              TO WS-ERROR-MSG
                     ELSE
                          MOVE 'FINAL PAY NOT ISSUED - NOTHING POSTED'
                              TO WS-ERROR-MSG
                     END-IF
                     DISPLAY SCRN-ERROR-LINE
                END-IF
                DISPLAY SCRN-EXIT-OPTION
                ACCEPT SCRN-EXIT-OPTION
           END-PERFORM.
           DISPLAY SCRN-CLOSING.
           PERFORM 990-CLOSE-FILES.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.
           MOVE WS-PROG-DATE-YEAR TO WS-SD-YEAR.
           MOVE WS-PROG-DATE-MONTH TO WS-SD-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SD-DAY.
           MOVE WS-SHOW-DATE TO WS-PAY-DATE.

       050-OPEN-FILES.
           OPEN I-O PAYROLL-HISTORY-FILE.
           IF WS-PAY-HIST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PAYROLL HISTORY FILE - STATUS '
                    WS-PAY-HIST-STATUS
                DISPLAY 'IF STATUS IS 39 RUN GARCIA-P03-HIST-CONV '
                    'TO CONVERT THE OLD SEQUENTIAL FILE'
                STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-MAST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE MASTER FILE - STATUS '
                    WS-EMP-MAST-STATUS
                STOP RUN
           END-IF.
           OPEN I-O EMPLOYEE-YTD-FILE.
           IF WS-EMP-YTD-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE YTD FILE - STATUS '
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
           END-IF.
           IF WS-GL-EXPORT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING GL EXPORT FILE - STATUS '
                    WS-GL-EXPORT-STATUS
                STOP RUN
           END-IF.
           OPEN I-O EMPLOYEE-DEDUCT-FILE.
           IF WS-EMP-DED-STATUS = '35'
                OPEN OUTPUT EMPLOYEE-DEDUCT-FILE
                CLOSE EMPLOYEE-DEDUCT-FILE
                OPEN I-O EMPLOYEE-DEDUCT-FILE
           END-IF.
           IF WS-EMP-DED-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING EMPLOYEE DEDUCTION FILE - '
                    'STATUS ' WS-EMP-DED-STATUS
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
      * NO RETRO FILES YET MEANS NO RETRO HAS EVER BEEN LOGGED
           OPEN INPUT RETRO-REQUEST-FILE.
           IF WS-RETRO-REQ-STATUS = '35'
                MOVE 'N' TO WS-RETRO-REQ-FILE
           ELSE
                IF WS-RETRO-REQ-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING RETRO REQUEST FILE - '
                         'STATUS ' WS-RETRO-REQ-STATUS
                     STOP RUN
                END-IF
                MOVE 'Y' TO WS-RETRO-REQ-FILE
           END-IF.
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
           OPEN I-O CHECK-ISSUE-FILE.
           IF WS-CHECK-ISSUE-STATUS = '35'
                OPEN OUTPUT CHECK-ISSUE-FILE
                CLOSE CHECK-ISSUE-FILE
                OPEN I-O CHECK-ISSUE-FILE
           END-IF.
           IF WS-CHECK-ISSUE-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING CHECK ISSUE FILE - STATUS '
                    WS-CHECK-ISSUE-STATUS
                STOP RUN
           END-IF.
           OPEN EXTEND CHECK-PRINT-FILE.
           IF WS-CHECK-PRINT-STATUS = '35'
                OPEN OUTPUT CHECK-PRINT-FILE
           END-IF.
           IF WS-CHECK-PRINT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING CHECK PRINT FILE - STATUS '
                    WS-CHECK-PRINT-STATUS
                STOP RUN
           END-IF.
           OPEN EXTEND FINAL-RPT-FILE.
           IF WS-FINAL-RPT-STATUS = '35'
                OPEN OUTPUT FINAL-RPT-FILE
           END-IF.
           IF WS-FINAL-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING FINAL PAY REPORT FILE - '
                    'STATUS ' WS-FINAL-RPT-STATUS
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
           OPEN I-O FINAL-DED-FILE.
           IF WS-FINAL-DED-STATUS = '35'
                OPEN OUTPUT FINAL-DED-FILE
                CLOSE FINAL-DED-FILE
                OPEN I-O FINAL-DED-FILE
           END-IF.
           IF WS-FINAL-DED-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING FINAL PAY DEDUCTION FILE - '
                    'STATUS ' WS-FINAL-DED-STATUS
                STOP RUN
           END-IF.

       055-LOAD-TAX-RATES.
           MOVE SPACES TO WS-WITHHOLDING-TABLE.
           MOVE ZERO TO WS-WH-COUNT.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING TAX RATE FILE - STATUS '
                    WS-TAX-RATE-STATUS
                DISPLAY 'RUN THE PAYROLL BATCH ONCE TO SEED IT'
                STOP RUN
           END-IF.
           MOVE 'N' TO WS-TR-EOF.
           PERFORM UNTIL WS-TR-EOF = 'Y'
                READ TAX-RATE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-TR-EOF
                    NOT AT END PERFORM 057-LOAD-TAX-ENTRY
                END-READ
           END-PERFORM.
           CLOSE TAX-RATE-FILE.
           IF WS-WH-COUNT = ZERO
                DISPLAY 'TAX RATE FILE IS EMPTY - RUN ABORTED'
                STOP RUN
           END-IF.

       057-LOAD-TAX-ENTRY.
           IF WS-WH-COUNT < 10
                ADD 1 TO WS-WH-COUNT
                SET WH-IDX TO WS-WH-COUNT
                MOVE TR-FILING-STATUS
                    TO WS-WH-FILING-STATUS (WH-IDX)
                MOVE TR-FED-PCT TO WS-WH-FED-PCT (WH-IDX)
                MOVE TR-STATE-PCT TO WS-WH-STATE-PCT (WH-IDX)
           END-IF.

       058-LOAD-DED-CODES.
           MOVE SPACES TO WS-DED-CODE-TABLE.
           MOVE ZERO TO WS-DC-COUNT.
           OPEN INPUT DEDUCT-CODE-FILE.
           IF WS-DED-CODE-STATUS = '35'
                DISPLAY 'DEDUCTION CODE FILE NOT FOUND - '
                    'NO VOLUNTARY DEDUCTIONS'
           ELSE
                IF WS-DED-CODE-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING DEDUCTION CODE FILE - '
                         'STATUS ' WS-DED-CODE-STATUS
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
           IF WS-DC-COUNT < 20
                ADD 1 TO WS-DC-COUNT
                MOVE DD-DED-CODE TO WS-DC-CODE (WS-DC-COUNT)
                MOVE DD-DED-DESC TO WS-DC-DESC (WS-DC-COUNT)
                MOVE DD-CALC-METHOD TO WS-DC-METHOD (WS-DC-COUNT)
                MOVE DD-DED-PCT TO WS-DC-PCT (WS-DC-COUNT)
                MOVE DD-FLAT-AMT TO WS-DC-FLAT (WS-DC-COUNT)
                MOVE DD-GARNISH-FLAG TO WS-DC-GARN (WS-DC-COUNT)
                MOVE DD-GL-ACCOUNT TO WS-DC-GL-ACCT (WS-DC-COUNT)
                MOVE DD-MATCH-PCT TO WS-DC-MATCH-PCT (WS-DC-COUNT)
                MOVE DD-MATCH-MAX-PCT
                    TO WS-DC-MATCH-MAX (WS-DC-COUNT)
           ELSE
                DISPLAY 'DEDUCTION CODE TABLE FULL - CODE '
                    DD-DED-CODE ' NOT LOADED'
           END-IF.

       990-CLOSE-FILES.
           CLOSE PAYROLL-HISTORY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE EMPLOYEE-YTD-FILE.
           CLOSE TAX-LIMIT-FILE.
           CLOSE GL-EXPORT-FILE.
           CLOSE EMPLOYEE-DEDUCT-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           IF WS-RETRO-REQ-FILE = 'Y'
                CLOSE RETRO-REQUEST-FILE
           END-IF.
           IF WS-RETRO-TRN-FILE = 'Y'
                CLOSE RETRO-TRANS-FILE
           END-IF.
           CLOSE CHECK-ISSUE-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE FINAL-RPT-FILE.
           CLOSE LABOR-DIST-FILE.
           CLOSE FINAL-DED-FILE.

       250-LOOKUP-EMPLOYEE.
           MOVE WS-EMPLOYEE-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND
                   MOVE 'NOT ON MASTER FILE' TO WS-EMP-NAME
                   MOVE ZEROS TO WS-BASE-RATE
                   MOVE 'S' TO WS-FILING-STATUS
                   MOVE 'OTHR' TO WS-EMP-DEPT-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
                   MOVE EM-EMP-NAME TO WS-EMP-NAME
                   MOVE EM-REG-RATE TO WS-BASE-RATE
                   MOVE EM-FILING-STATUS TO WS-FILING-STATUS
                   MOVE EM-DEPT-CODE TO WS-EMP-DEPT-CODE
           END-READ.

      *************************************************************
      * FINAL PAY IS ONLY FOR AN EMPLOYEE ALREADY TERMINATED IN    *
      * THE MASTER (THE BATCH NO LONGER PAYS THEM), ONCE, AND ONLY *
      * AFTER ANY LOGGED RETRO RAISE HAS BEEN CALCULATED SO IT CAN *
      * BE PAID WITH IT                                            *
      *************************************************************
       300-VALIDATE-REQUEST.
           IF WS-EMP-FOUND = 'N'
                MOVE 'N' TO WS-VALID-INPUT
                MOVE 'EMPLOYEE ID NOT FOUND - RE-ENTER'
                    TO WS-ERROR-MSG
           ELSE
                IF NOT EM-TERMINATED
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'NOT TERMINATED - TERMINATE IN EMP-MAINT'
                         TO WS-ERROR-MSG
                ELSE
                     IF WS-BASE-RATE = ZERO
                          MOVE 'N' TO WS-VALID-INPUT
                          MOVE 'INVALID PAY RATE ON EMPLOYEE MASTER'
                              TO WS-ERROR-MSG
                     END-IF
                END-IF
           END-IF.
           IF WS-VALID-INPUT = 'Y'
                PERFORM 210-VALIDATE-FILING-STATUS
                IF WS-FILING-STATUS-OK = 'N'
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'INVALID FILING STATUS ON RECORD'
                         TO WS-ERROR-MSG
                END-IF
           END-IF.
           IF WS-VALID-INPUT = 'Y'
                PERFORM 310-CHECK-PRIOR-FINAL
                IF WS-FINAL-LIVE = 'Y'
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'FINAL PAY ALREADY ISSUED - SEE HIST-INQ'
                         TO WS-ERROR-MSG
                END-IF
           END-IF.
           IF WS-VALID-INPUT = 'Y'
                PERFORM 320-CHECK-RETRO-REQUESTS
                IF WS-RETRO-REQ-OPEN = 'Y'
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'OPEN RETRO REQUEST - RUN RETRO-CALC'
                         TO WS-ERROR-MSG
                END-IF
           END-IF.
           IF WS-VALID-INPUT = 'Y'
                PERFORM 305-LOAD-TAX-LIMITS
           END-IF.

       210-VALIDATE-FILING-STATUS.
           MOVE 'N' TO WS-FILING-STATUS-OK.
           SET WH-IDX TO 1.
           SEARCH WS-WH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WH-FILING-STATUS (WH-IDX) = WS-FILING-STATUS
                   MOVE 'Y' TO WS-FILING-STATUS-OK
           END-SEARCH.

       305-LOAD-TAX-LIMITS.
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

      *************************************************************
      * A FINAL PAY IS LIVE UNTIL A VOID DATED THE SAME DAY        *
      * FOLLOWS IT IN HISTORY (GARCIA-P03-PAY-ADJ).  A REISSUE     *
      * DATED THE SAME DAY MAKES IT LIVE AGAIN.                    *
      *************************************************************
       310-CHECK-PRIOR-FINAL.
           MOVE 'N' TO WS-FINAL-LIVE.
           MOVE SPACES TO WS-LAST-FINAL-DATE.
           MOVE WS-EMPLOYEE-ID TO PH-EMP-ID.
           MOVE LOW-VALUES TO PH-SORT-DATE.
           MOVE ZERO TO PH-SEQ-NO.
           MOVE 'N' TO WS-PH-EOF.
           START PAYROLL-HISTORY-FILE KEY NOT < PH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-PH-EOF
           END-START.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                READ PAYROLL-HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PH-EOF
                    NOT AT END
                        IF PH-EMP-ID NOT = WS-EMPLOYEE-ID
                             MOVE 'Y' TO WS-PH-EOF
                        ELSE
                             PERFORM 315-CHECK-FINAL-RECORD
                        END-IF
                END-READ
           END-PERFORM.

       315-CHECK-FINAL-RECORD.
           IF PH-FINAL-REC
                MOVE 'Y' TO WS-FINAL-LIVE
                MOVE PH-PAY-DATE TO WS-LAST-FINAL-DATE
           ELSE
                IF PH-PAY-DATE = WS-LAST-FINAL-DATE
                     IF PH-VOID-REC
                          MOVE 'N' TO WS-FINAL-LIVE
                     END-IF
                     IF PH-REISSUE-REC
                          MOVE 'Y' TO WS-FINAL-LIVE
                     END-IF
                END-IF
           END-IF.

       320-CHECK-RETRO-REQUESTS.
           MOVE 'N' TO WS-RETRO-REQ-OPEN.
           IF WS-RETRO-REQ-FILE = 'Y'
                MOVE WS-EMPLOYEE-ID TO RQ-EMP-ID
                MOVE LOW-VALUES TO RQ-EFF-DATE
                MOVE 'N' TO WS-RQ-EOF
                START RETRO-REQUEST-FILE KEY NOT < RQ-REQUEST-KEY
                    INVALID KEY MOVE 'Y' TO WS-RQ-EOF
                END-START
                PERFORM UNTIL WS-RQ-EOF = 'Y'
                     READ RETRO-REQUEST-FILE NEXT RECORD
                         AT END MOVE 'Y' TO WS-RQ-EOF
                         NOT AT END
                             IF RQ-EMP-ID NOT = WS-EMPLOYEE-ID
                                  MOVE 'Y' TO WS-RQ-EOF
                             ELSE
                                  IF RQ-OPEN
                                       MOVE 'Y' TO WS-RETRO-REQ-OPEN
                                  END-IF
                             END-IF
                     END-READ
                END-PERFORM
           END-IF.

      *************************************************************
      * GROSS = LAST HOURS WORKED (SAME OVERTIME RULES AS THE PAY  *
      * RUN) + VACATION BALANCE AT THE MASTER RATE + ANY OPEN      *
      * RETRO PAY.  TAXES AND DEDUCTIONS THEN RUN ON THE WHOLE     *
      * GROSS EXACTLY AS THE PAY RUN TAKES THEM.                   *
      *************************************************************
       400-CALC-FINAL-PAY.
           PERFORM 410-CALC-WORKED-PAY.
           PERFORM 420-GET-LEAVE-BALANCE.
           COMPUTE WS-VAC-PAY ROUNDED = WS-BASE-RATE * WS-VAC-HOURS.
           PERFORM 430-SUM-OPEN-RETRO.
           ADD WS-VAC-PAY WS-RETRO-REG TO WS-REG-EARNINGS.
           ADD WS-RETRO-OT TO WS-OT-EARNINGS.
           ADD WS-RETRO-DBL TO WS-OT-EARNINGS-DBL.
           COMPUTE WS-TOTAL-EARNINGS = WS-REG-EARNINGS
               + WS-OT-EARNINGS + WS-OT-EARNINGS-DBL.
           MOVE ZERO TO WS-TOTAL-DED WS-EMP-DED-COUNT.
           IF WS-TOTAL-EARNINGS = ZERO
                MOVE 'N' TO WS-VALID-INPUT
                MOVE 'NOTHING OWED - NO FINAL CHECK NEEDED'
                    TO WS-ERROR-MSG
           ELSE
                PERFORM 450-CALC-TAXES
                IF WS-TOTAL-TAX < WS-TOTAL-EARNINGS
                     COMPUTE WS-NET-PAY =
                         WS-TOTAL-EARNINGS - WS-TOTAL-TAX
                     PERFORM 460-CALC-DEDUCTIONS
                     PERFORM 470-CALC-EMPLOYER-COST
                ELSE
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'FINAL NET NOT POSITIVE - NOT ISSUED'
                         TO WS-ERROR-MSG
                END-IF
           END-IF.

       410-CALC-WORKED-PAY.
           COMPUTE WS-TOTAL-HRS = WS-HRS-INPUT-1 +
               (WS-HRS-INPUT-2 / 100).
           MOVE WS-BASE-RATE TO WS-REG-RATE.
           MOVE ZEROS TO WS-OT-HRS WS-OT-HRS-DBL
               WS-OT-RATE WS-OT-RATE-DBL.
           IF WS-TOTAL-HRS > 60.00
                COMPUTE WS-OT-HRS-DBL = WS-TOTAL-HRS - 60.00
                MOVE 20.00 TO WS-OT-HRS
                MOVE 40.00 TO WS-REG-HRS
           ELSE
                IF WS-TOTAL-HRS > 40.00
                     COMPUTE WS-OT-HRS = WS-TOTAL-HRS - 40.00
                     MOVE 40.00 TO WS-REG-HRS
                ELSE
                     MOVE WS-TOTAL-HRS TO WS-REG-HRS
                END-IF
           END-IF.
           IF WS-DIFF-FLAG = 'Y' OR 'y'
                COMPUTE WS-REG-RATE ROUNDED =
                    WS-REG-RATE * (1 + WS-DIFF-PCT)
           END-IF.
           IF WS-TOTAL-HRS > 40.00
                COMPUTE WS-OT-RATE ROUNDED = WS-REG-RATE * 1.5
           END-IF.
           IF WS-TOTAL-HRS > 60.00
                COMPUTE WS-OT-RATE-DBL ROUNDED = WS-REG-RATE * 2.0
           END-IF.
           COMPUTE WS-REG-EARNINGS ROUNDED =
               WS-REG-RATE * WS-REG-HRS.
           COMPUTE WS-OT-EARNINGS ROUNDED = WS-OT-RATE * WS-OT-HRS.
           COMPUTE WS-OT-EARNINGS-DBL ROUNDED =
               WS-OT-RATE-DBL * WS-OT-HRS-DBL.
           COMPUTE WS-WORKED-EARNINGS = WS-REG-EARNINGS
               + WS-OT-EARNINGS + WS-OT-EARNINGS-DBL.

       420-GET-LEAVE-BALANCE.
           MOVE WS-EMPLOYEE-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LB-FOUND
                   MOVE ZEROS TO WS-VAC-HOURS WS-SICK-HOURS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LB-FOUND
                   MOVE LB-VAC-BALANCE TO WS-VAC-HOURS
                   MOVE LB-SICK-BALANCE TO WS-SICK-HOURS
           END-READ.

       430-SUM-OPEN-RETRO.
           MOVE ZEROS TO WS-RETRO-COUNT WS-RETRO-REG WS-RETRO-OT
               WS-RETRO-DBL WS-RETRO-TOTAL.
           IF WS-RETRO-TRN-FILE = 'Y'
                MOVE WS-EMPLOYEE-ID TO RT-EMP-ID
                MOVE LOW-VALUES TO RT-EFF-DATE
                MOVE 'N' TO WS-RT-EOF
                START RETRO-TRANS-FILE KEY NOT < RT-TRANS-KEY
                    INVALID KEY MOVE 'Y' TO WS-RT-EOF
                END-START
                PERFORM UNTIL WS-RT-EOF = 'Y'
                     READ RETRO-TRANS-FILE NEXT RECORD
                         AT END MOVE 'Y' TO WS-RT-EOF
                         NOT AT END
                             IF RT-EMP-ID NOT = WS-EMPLOYEE-ID
                                  MOVE 'Y' TO WS-RT-EOF
                             ELSE
                                  IF RT-OPEN
                                       ADD 1 TO WS-RETRO-COUNT
                                       ADD RT-REG-EARNINGS
                                           TO WS-RETRO-REG
                                       ADD RT-OT-EARNINGS
                                           TO WS-RETRO-OT
                                       ADD RT-DBL-EARNINGS
                                           TO WS-RETRO-DBL
                                       ADD RT-TOTAL-EARNINGS
                                           TO WS-RETRO-TOTAL
                                  END-IF
                             END-IF
                     END-READ
                END-PERFORM
           END-IF.

       450-CALC-TAXES.
           MOVE ZEROS TO WS-FED-TAX WS-STATE-TAX.
           SET WH-IDX TO 1.
           SEARCH WS-WH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WH-FILING-STATUS (WH-IDX) = WS-FILING-STATUS
                   COMPUTE WS-FED-TAX ROUNDED =
                       WS-TOTAL-EARNINGS * WS-WH-FED-PCT (WH-IDX)
                   COMPUTE WS-STATE-TAX ROUNDED =
                       WS-TOTAL-EARNINGS * WS-WH-STATE-PCT (WH-IDX)
           END-SEARCH.
           PERFORM 455-CALC-FICA-MEDICARE.
           COMPUTE WS-TOTAL-TAX = WS-FED-TAX + WS-STATE-TAX
               + WS-FICA-TAX + WS-MEDICARE-TAX.

      *************************************************************
      * SAME SOCIAL SECURITY AND MEDICARE LIMITS AS THE PAY RUN,   *
      * MEASURED AGAINST THE YEAR-TO-DATE BEFORE THE FINAL PAY     *
      *************************************************************
       455-CALC-FICA-MEDICARE.
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

       414-FLOOR-AT-ZERO.
           IF WS-LIMIT-WORK < ZERO
                MOVE ZERO TO WS-LIMIT-WORK
           END-IF.

      *************************************************************
      * EVERY ACTIVE ENROLLMENT IS TAKEN ONE LAST TIME - A         *
      * GARNISHMENT NEVER PAST ITS BALANCE, AND NO DEDUCTION       *
      * TAKING NET BELOW ONE CENT                                  *
      *************************************************************
       460-CALC-DEDUCTIONS.
           IF WS-DC-COUNT > ZERO
                MOVE WS-EMPLOYEE-ID TO ED-EMP-ID
                MOVE LOW-VALUES TO ED-DED-CODE
                MOVE 'N' TO WS-ED-EOF
                START EMPLOYEE-DEDUCT-FILE KEY NOT < ED-ENROLL-KEY
                    INVALID KEY MOVE 'Y' TO WS-ED-EOF
                END-START
                PERFORM UNTIL WS-ED-EOF = 'Y'
                     READ EMPLOYEE-DEDUCT-FILE NEXT RECORD
                         AT END MOVE 'Y' TO WS-ED-EOF
                         NOT AT END
                             IF ED-EMP-ID NOT = WS-EMPLOYEE-ID
                                  MOVE 'Y' TO WS-ED-EOF
                             ELSE
                                  PERFORM 462-APPLY-ONE-DEDUCTION
                             END-IF
                     END-READ
                END-PERFORM
                COMPUTE WS-NET-PAY = WS-NET-PAY - WS-TOTAL-DED
           END-IF.

       462-APPLY-ONE-DEDUCTION.
           IF ED-ACTIVE
                PERFORM 466-FIND-DED-CODE
                IF WS-DC-SUB = ZERO
                     DISPLAY 'EMP ' WS-EMPLOYEE-ID ' DEDUCTION CODE '
                         ED-DED-CODE ' NOT ON DEDCODE.DAT - SKIPPED'
                ELSE
                     IF ED-OVERRIDE-AMT NOT = ZERO
                          MOVE ED-OVERRIDE-AMT TO WS-DED-WORK-AMT
                     ELSE
                          IF WS-DC-METHOD (WS-DC-SUB) = 'P'
                               COMPUTE WS-DED-WORK-AMT ROUNDED =
                                   WS-TOTAL-EARNINGS
                                       * WS-DC-PCT (WS-DC-SUB)
                          ELSE
                               MOVE WS-DC-FLAT (WS-DC-SUB)
                                   TO WS-DED-WORK-AMT
                          END-IF
                     END-IF
                     IF WS-DC-GARN (WS-DC-SUB) = 'G'
                          IF WS-DED-WORK-AMT > ED-GARN-BALANCE
                               MOVE ED-GARN-BALANCE TO WS-DED-WORK-AMT
                          END-IF
                     END-IF
                     IF WS-NET-PAY > WS-TOTAL-DED
                          COMPUTE WS-DED-AVAIL-NET =
                              WS-NET-PAY - WS-TOTAL-DED - .01
                     ELSE
                          MOVE ZERO TO WS-DED-AVAIL-NET
                     END-IF
                     IF WS-DED-WORK-AMT > WS-DED-AVAIL-NET
                          MOVE WS-DED-AVAIL-NET TO WS-DED-WORK-AMT
                     END-IF
                     IF WS-DED-WORK-AMT > ZERO
                          IF WS-EMP-DED-COUNT < 8
                               PERFORM 464-RECORD-DEDUCTION
                          ELSE
                               DISPLAY 'EMP ' WS-EMPLOYEE-ID
                                   ' DEDUCTION TABLE FULL - CODE '
                                   ED-DED-CODE ' NOT TAKEN'
                          END-IF
                     END-IF
                END-IF
           END-IF.

       464-RECORD-DEDUCTION.
           ADD 1 TO WS-EMP-DED-COUNT.
           ADD WS-DED-WORK-AMT TO WS-TOTAL-DED.
           MOVE ED-DED-CODE TO WS-EDD-CODE (WS-EMP-DED-COUNT).
           MOVE WS-DC-DESC (WS-DC-SUB)
               TO WS-EDD-DESC (WS-EMP-DED-COUNT).
           MOVE WS-DED-WORK-AMT TO WS-EDD-AMOUNT (WS-EMP-DED-COUNT).
           MOVE WS-DC-GARN (WS-DC-SUB)
               TO WS-EDD-GARN (WS-EMP-DED-COUNT).
           MOVE WS-DC-GL-ACCT (WS-DC-SUB)
               TO WS-EDD-GL-ACCT (WS-EMP-DED-COUNT).
           MOVE WS-DC-MATCH-PCT (WS-DC-SUB)
               TO WS-EDD-MATCH-PCT (WS-EMP-DED-COUNT).
           MOVE WS-DC-MATCH-MAX (WS-DC-SUB)
               TO WS-EDD-MATCH-MAX (WS-EMP-DED-COUNT).
           IF WS-DC-GARN (WS-DC-SUB) = 'G'
                COMPUTE WS-EDD-NEW-BAL (WS-EMP-DED-COUNT) =
                    ED-GARN-BALANCE - WS-DED-WORK-AMT
           ELSE
                MOVE ZERO TO WS-EDD-NEW-BAL (WS-EMP-DED-COUNT)
           END-IF.

       466-FIND-DED-CODE.
           MOVE ZERO TO WS-DC-SUB.
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
               UNTIL WS-DC-IX > WS-DC-COUNT
                  OR WS-DC-SUB NOT = ZERO
                IF WS-DC-CODE (WS-DC-IX) = ED-DED-CODE
                     MOVE WS-DC-IX TO WS-DC-SUB
                END-IF
           END-PERFORM.

      *************************************************************
      * EMPLOYER COST ON THE FINAL PAY - SAME RULES AS THE PAY     *
      * RUN: SOCIAL SECURITY MATCHES THE EMPLOYEE'S CAPPED TAX,    *
      * MEDICARE AT THE BASE RATE, FUTA/SUTA UP TO THEIR WAGE      *
      * BASES, 401K MATCH PER DEDUCTION CODE                       *
      *************************************************************
       470-CALC-EMPLOYER-COST.
           MOVE WS-FICA-TAX TO WS-ER-AMT (1).
           COMPUTE WS-ER-AMT (2) ROUNDED =
               WS-MED-WAGES * WS-MEDICARE-PCT.
           MOVE WS-FUTA-WAGE-BASE TO WS-ER-UNEMP-BASE.
           PERFORM 472-CALC-UNEMP-WAGES.
           COMPUTE WS-ER-AMT (3) ROUNDED =
               WS-ER-UNEMP-WAGES * WS-FUTA-PCT.
           MOVE WS-SUTA-WAGE-BASE TO WS-ER-UNEMP-BASE.
           PERFORM 472-CALC-UNEMP-WAGES.
           COMPUTE WS-ER-AMT (4) ROUNDED =
               WS-ER-UNEMP-WAGES * WS-SUTA-PCT.
           MOVE ZERO TO WS-ER-AMT (5).
           PERFORM 474-CALC-ONE-MATCH
               VARYING WS-EMP-DED-IX FROM 1 BY 1
               UNTIL WS-EMP-DED-IX > WS-EMP-DED-COUNT.

       472-CALC-UNEMP-WAGES.
           COMPUTE WS-LIMIT-WORK =
               WS-ER-UNEMP-BASE - WS-PRIOR-GROSS.
           PERFORM 414-FLOOR-AT-ZERO.
           IF WS-TOTAL-EARNINGS > WS-LIMIT-WORK
                MOVE WS-LIMIT-WORK TO WS-ER-UNEMP-WAGES
           ELSE
                MOVE WS-TOTAL-EARNINGS TO WS-ER-UNEMP-WAGES
           END-IF.

       474-CALC-ONE-MATCH.
           IF WS-EDD-MATCH-PCT (WS-EMP-DED-IX) NOT = ZERO
                MOVE WS-EDD-AMOUNT (WS-EMP-DED-IX)
                    TO WS-ER-MATCH-BASIS
                IF WS-EDD-MATCH-MAX (WS-EMP-DED-IX) NOT = ZERO
                     COMPUTE WS-ER-MATCH-CAP ROUNDED =
                         WS-TOTAL-EARNINGS
                             * WS-EDD-MATCH-MAX (WS-EMP-DED-IX)
                     IF WS-ER-MATCH-BASIS > WS-ER-MATCH-CAP
                          MOVE WS-ER-MATCH-CAP TO WS-ER-MATCH-BASIS
                     END-IF
                END-IF
                COMPUTE WS-ER-MATCH-AMT ROUNDED = WS-ER-MATCH-BASIS
                    * WS-EDD-MATCH-PCT (WS-EMP-DED-IX)
                ADD WS-ER-MATCH-AMT TO WS-ER-AMT (5)
           END-IF.

      *************************************************************
      * POSTING - HISTORY, YTD, GL, CHECK, THEN THE CLEAN-UP OF    *
      * ENROLLMENTS, LEAVE AND RETRO.  EACH STEP IS LOGGED TO      *
      * FINALPAY.PRT.                                              *
      *************************************************************
       600-ISSUE-FINAL-PAY.
           PERFORM 610-WRITE-HISTORY.
           PERFORM 620-UPDATE-YTD.
           PERFORM 630-WRITE-GL-STUB.
           PERFORM 640-WRITE-EMPLOYER-COST.
           PERFORM 650-CUT-FINAL-CHECK.
           PERFORM 700-WRITE-FINAL-RPT-LINE.
           PERFORM 705-WRITE-EARNINGS-NOTES.
           PERFORM 660-POST-DEDUCTIONS.
           PERFORM 670-STOP-ENROLLMENTS.
           PERFORM 680-ZERO-LEAVE.
           IF WS-RETRO-COUNT > ZERO
                PERFORM 690-MARK-RETRO-PAID
           END-IF.

      * THE FINAL PAY TAKES THE NEXT FREE SEQUENCE NUMBER FOR THE
      * DAY, SAME AS A VOID OR REISSUE.  IT IS WRITTEN FIRST AND
      * NOTHING ELSE IS POSTED WITHOUT IT - A PAYMENT WITH NO
      * HISTORY COULD NEVER BE VOIDED
       610-WRITE-HISTORY.
           MOVE WS-EMPLOYEE-ID TO PH-EMP-ID.
           MOVE WS-SORT-DATE-BUILD TO PH-SORT-DATE.
           MOVE WS-PAY-DATE TO PH-PAY-DATE.
           MOVE WS-TOTAL-HRS TO PH-TOTAL-HRS.
           MOVE WS-REG-RATE TO PH-REG-RATE.
           MOVE WS-REG-EARNINGS TO PH-REG-EARNINGS.
           MOVE WS-OT-EARNINGS TO PH-OT-EARNINGS.
           MOVE WS-OT-EARNINGS-DBL TO PH-OT-EARNINGS-DBL.
           MOVE WS-TOTAL-EARNINGS TO PH-TOTAL-EARNINGS.
           MOVE WS-FED-TAX TO PH-FED-TAX.
           MOVE WS-STATE-TAX TO PH-STATE-TAX.
           MOVE WS-FICA-TAX TO PH-FICA-TAX.
           MOVE WS-MEDICARE-TAX TO PH-MEDICARE-TAX.
           MOVE WS-TOTAL-DED TO PH-TOTAL-DED.
           MOVE WS-NET-PAY TO PH-NET-PAY.
           MOVE 'F' TO PH-REC-TYPE.
           MOVE ZERO TO PH-SEQ-NO.
           MOVE 'N' TO WS-PH-WRITTEN.
           PERFORM UNTIL WS-PH-WRITTEN = 'Y' OR PH-SEQ-NO > 98
                WRITE PAYROLL-HISTORY-RECORD
                    INVALID KEY
                        ADD 1 TO PH-SEQ-NO
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-PH-WRITTEN
                END-WRITE
           END-PERFORM.
           IF WS-PH-WRITTEN = 'N'
                DISPLAY 'ERROR WRITING PAYROLL HISTORY - STATUS '
                    WS-PAY-HIST-STATUS ' - EMP ' WS-EMPLOYEE-ID
                DISPLAY 'FINAL PAY NOT ISSUED - NOTHING POSTED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 615-WRITE-LABOR-DIST.

      *************************************************************
      * THE WHOLE FINAL PAY CHARGES THE HOME DEPARTMENT - WORKED   *
      * HOURS SPLIT AS IN THE PAY RUN, THE VACATION CASH-OUT IS    *
      * LEAVE, RETRO PAY ADDS TO REGULAR AND OVERTIME DOLLARS      *
      *************************************************************
       615-WRITE-LABOR-DIST.
           MOVE PH-SORT-DATE TO LD-SORT-DATE.
           MOVE WS-EMP-DEPT-CODE TO LD-DEPT-CODE.
           MOVE WS-EMPLOYEE-ID TO LD-EMP-ID.
           MOVE PH-SEQ-NO TO LD-HIST-SEQ.
           MOVE WS-PAY-DATE TO LD-PAY-DATE.
           MOVE SPACES TO LD-JOB-CODE.
           MOVE 'F' TO LD-REC-TYPE.
           MOVE WS-REG-HRS TO LD-REG-HRS.
           COMPUTE LD-OT-HRS = WS-OT-HRS + WS-OT-HRS-DBL.
           IF WS-DIFF-FLAG = 'Y' OR 'y'
                MOVE WS-TOTAL-HRS TO LD-DIFF-HRS
           ELSE
                MOVE ZERO TO LD-DIFF-HRS
           END-IF.
           MOVE WS-VAC-HOURS TO LD-LEAVE-HRS.
           COMPUTE WS-LD-BASE-PAY ROUNDED =
               WS-BASE-RATE * WS-TOTAL-HRS.
           COMPUTE WS-LD-STRAIGHT ROUNDED =
               WS-REG-RATE * WS-TOTAL-HRS.
           COMPUTE LD-REG-PAY = WS-LD-BASE-PAY + WS-RETRO-REG.
           COMPUTE LD-DIFF-PAY = WS-LD-STRAIGHT - WS-LD-BASE-PAY.
           COMPUTE LD-OT-PAY = WS-WORKED-EARNINGS - WS-LD-STRAIGHT
               + WS-RETRO-OT + WS-RETRO-DBL.
           MOVE WS-VAC-PAY TO LD-LEAVE-PAY.
           MOVE WS-TOTAL-EARNINGS TO LD-TOTAL-PAY.
           WRITE LABOR-DIST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING LABOR DISTRIBUTION - STATUS '
                       WS-LABOR-DIST-STATUS ' - EMP ' WS-EMPLOYEE-ID
                       ' DEPT ' LD-DEPT-CODE
           END-WRITE.

       620-UPDATE-YTD.
           MOVE WS-EMPLOYEE-ID TO YT-EMP-ID.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE WS-EMPLOYEE-ID TO YT-EMP-ID
                   MOVE ZEROS TO YT-YTD-HOURS YT-YTD-REG-EARNINGS
                       YT-YTD-OT-EARNINGS YT-YTD-TOTAL-EARNINGS
                       YT-YTD-SS-WAGES YT-YTD-SS-TAX
                       YT-YTD-MED-WAGES YT-YTD-MED-TAX
                   PERFORM 622-ADD-TO-YTD
                   WRITE EMPLOYEE-YTD-RECORD
               NOT INVALID KEY
                   PERFORM 622-ADD-TO-YTD
                   REWRITE EMPLOYEE-YTD-RECORD
           END-READ.

       622-ADD-TO-YTD.
           ADD WS-TOTAL-HRS TO YT-YTD-HOURS.
           ADD WS-REG-EARNINGS TO YT-YTD-REG-EARNINGS.
           ADD WS-OT-EARNINGS WS-OT-EARNINGS-DBL
               TO YT-YTD-OT-EARNINGS.
           ADD WS-TOTAL-EARNINGS TO YT-YTD-TOTAL-EARNINGS.
           ADD WS-SS-WAGES TO YT-YTD-SS-WAGES.
           ADD WS-FICA-TAX TO YT-YTD-SS-TAX.
           ADD WS-MED-WAGES TO YT-YTD-MED-WAGES.
           ADD WS-MEDICARE-TAX TO YT-YTD-MED-TAX.

      *************************************************************
      * OFF-CYCLE, SO THE GL GETS AN 'A' STUB AND ITS OWN 'J'      *
      * SUMMARY (LIKE AN ADJUSTMENT) AGAINST THE HOME DEPARTMENT   *
      * ACCOUNT - THE TIE-OUT BALANCES THEM APART FROM THE BATCH   *
      * REGISTER                                                   *
      *************************************************************
       630-WRITE-GL-STUB.
           MOVE 'A' TO GL-STB-REC-TYPE.
           MOVE WS-EMPLOYEE-ID TO GL-STB-EMP-ID.
           MOVE WS-PAY-DATE TO GL-STB-PAY-DATE.
           MOVE WS-REG-HRS TO GL-STB-REG-HRS.
           MOVE WS-OT-HRS TO GL-STB-OT-HRS.
           MOVE WS-OT-HRS-DBL TO GL-STB-OT-HRS-DBL.
           MOVE WS-REG-RATE TO GL-STB-REG-RATE.
           MOVE WS-OT-RATE TO GL-STB-OT-RATE.
           MOVE WS-OT-RATE-DBL TO GL-STB-OT-RATE-DBL.
           MOVE WS-TOTAL-EARNINGS TO GL-STB-GROSS.
           MOVE WS-FED-TAX TO GL-STB-FED-TAX.
           MOVE WS-STATE-TAX TO GL-STB-STATE-TAX.
           MOVE WS-FICA-TAX TO GL-STB-FICA-TAX.
           MOVE WS-MEDICARE-TAX TO GL-STB-MEDICARE-TAX.
           MOVE WS-TOTAL-DED TO GL-STB-TOTAL-DED.
           MOVE WS-NET-PAY TO GL-STB-NET-PAY.
           WRITE GL-STUB-RECORD.
           MOVE 'J' TO GL-SUM-REC-TYPE.
           MOVE WS-EMP-DEPT-CODE TO WS-DGA-DEPT-CODE.
           MOVE WS-DEPT-GL-ACCOUNT TO GL-SUM-GL-ACCOUNT.
           MOVE WS-PAY-DATE TO GL-SUM-PAY-DATE.
           MOVE 1 TO GL-SUM-RECORD-COUNT.
           MOVE WS-TOTAL-EARNINGS TO GL-SUM-TOTAL-GROSS.
           MOVE WS-TOTAL-TAX TO GL-SUM-TOTAL-TAX.
           MOVE WS-TOTAL-DED TO GL-SUM-TOTAL-DED.
           MOVE WS-NET-PAY TO GL-SUM-TOTAL-NET.
           WRITE GL-SUMMARY-RECORD.

       640-WRITE-EMPLOYER-COST.
           PERFORM 642-WRITE-EMPLOYER-LINE
               VARYING WS-ER-IX FROM 1 BY 1
               UNTIL WS-ER-IX > 5.

       642-WRITE-EMPLOYER-LINE.
           IF WS-ER-AMT (WS-ER-IX) NOT = ZERO
                MOVE 'E' TO GL-ER-REC-TYPE
                MOVE WS-EMPLOYEE-ID TO GL-ER-EMP-ID
                MOVE WS-PAY-DATE TO GL-ER-PAY-DATE
                MOVE WS-EMP-DEPT-CODE TO GL-ER-DEPT-CODE
                MOVE WS-ERC-CODE (WS-ER-IX) TO GL-ER-COST-CODE
                MOVE WS-ERC-EXP-PREFIX (WS-ER-IX) TO WS-ERA-PREFIX
                MOVE WS-EMP-DEPT-CODE TO WS-ERA-DEPT-CODE
                MOVE WS-ER-EXP-ACCOUNT TO GL-ER-EXP-ACCOUNT
                MOVE WS-ERC-LIAB-ACCT (WS-ER-IX)
                    TO GL-ER-LIAB-ACCOUNT
                MOVE 1 TO GL-ER-RECORD-COUNT
                MOVE WS-ER-AMT (WS-ER-IX) TO GL-ER-AMOUNT
                WRITE GL-EMPLOYER-RECORD
                MOVE 'F' TO GL-ER-REC-TYPE
                MOVE ZERO TO GL-ER-EMP-ID
                WRITE GL-EMPLOYER-RECORD
           END-IF.

      *************************************************************
      * FINAL PAY IS ALWAYS A PAPER CHECK UNDER THE NEXT           *
      * CONTROLLED CHECK NUMBER - IT CANNOT WAIT FOR AN ACH FILE   *
      *************************************************************
       650-CUT-FINAL-CHECK.
           OPEN INPUT CHECK-NUMBER-FILE.
           IF WS-CHECK-NO-STATUS = '35'
                MOVE 100001 TO WS-NEW-CHECK-NO
           ELSE
                IF WS-CHECK-NO-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING CHECK NUMBER FILE - '
                         'STATUS ' WS-CHECK-NO-STATUS
                     STOP RUN
                END-IF
                READ CHECK-NUMBER-FILE
                    AT END MOVE 100001 TO WS-NEW-CHECK-NO
                    NOT AT END
                        MOVE NC-NEXT-CHECK-NO TO WS-NEW-CHECK-NO
                END-READ
                CLOSE CHECK-NUMBER-FILE
           END-IF.
           OPEN OUTPUT CHECK-NUMBER-FILE.
           COMPUTE NC-NEXT-CHECK-NO = WS-NEW-CHECK-NO + 1.
           WRITE CHECK-NUMBER-RECORD.
           CLOSE CHECK-NUMBER-FILE.
           MOVE WS-NEW-CHECK-NO TO CI-CHECK-NO.
           MOVE WS-EMPLOYEE-ID TO CI-EMP-ID.
           MOVE WS-EMP-NAME TO CI-EMP-NAME.
           MOVE WS-PAY-DATE TO CI-PAY-DATE.
           MOVE WS-NET-PAY TO CI-NET-PAY.
           MOVE 'I' TO CI-STATUS-FLAG.
           MOVE ZERO TO CI-REPLACED-BY.
           MOVE SPACES TO CI-CLEAR-DATE CI-STALE-FLAG.
           WRITE CHECK-ISSUE-RECORD
               INVALID KEY
                   DISPLAY 'CHECK NUMBER ' CI-CHECK-NO
                       ' ALREADY ON CHKISSUE.DAT - CHECK NUMBER '
                       'CONTROL IS BROKEN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE WS-NEW-CHECK-NO TO WS-CP-CHECK-NO.
           MOVE WS-PAY-DATE TO WS-CP-PAY-DATE.
           MOVE WS-EMPLOYEE-ID TO WS-CP-EMP-ID.
           MOVE WS-EMP-NAME TO WS-CP-EMP-NAME.
           MOVE WS-NET-PAY TO WS-CP-NET-PAY.
           MOVE WS-CHECK-PRINT-LINE TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.

      * ONE 'D' LINE PER DEDUCTION TAKEN; A GARNISHMENT DRAWS ITS
      * BALANCE DOWN AND STOPS ITSELF AT ZERO, AS IN THE PAY RUN,
      * BUT MARKED 'F' SO A VOID OF THE FINAL PAY REACTIVATES IT
       660-POST-DEDUCTIONS.
           PERFORM 662-POST-ONE-DEDUCTION
               VARYING WS-EMP-DED-IX FROM 1 BY 1
               UNTIL WS-EMP-DED-IX > WS-EMP-DED-COUNT.

       662-POST-ONE-DEDUCTION.
           MOVE 'D' TO GL-DED-REC-TYPE.
           MOVE WS-EMPLOYEE-ID TO GL-DED-EMP-ID.
           MOVE WS-PAY-DATE TO GL-DED-PAY-DATE.
           MOVE WS-EDD-CODE (WS-EMP-DED-IX) TO GL-DED-DED-CODE.
           MOVE WS-EDD-GL-ACCT (WS-EMP-DED-IX) TO GL-DED-GL-ACCOUNT.
           MOVE WS-EDD-AMOUNT (WS-EMP-DED-IX) TO GL-DED-AMOUNT.
           WRITE GL-DEDUCT-RECORD.
           MOVE WS-EDD-AMOUNT (WS-EMP-DED-IX) TO WS-NE-AMOUNT.
           MOVE SPACES TO WS-FN-NOTE.
           STRING 'DEDUCTION ' WS-EDD-CODE (WS-EMP-DED-IX)
               ' ' WS-EDD-DESC (WS-EMP-DED-IX)
               ' TAKEN ' WS-NE-AMOUNT
               DELIMITED BY SIZE INTO WS-FN-NOTE.
           PERFORM 710-WRITE-FINAL-NOTE.
           PERFORM 664-RECORD-FINAL-DED.
           IF WS-EDD-GARN (WS-EMP-DED-IX) = 'G'
                MOVE WS-EMPLOYEE-ID TO ED-EMP-ID
                MOVE WS-EDD-CODE (WS-EMP-DED-IX) TO ED-DED-CODE
                READ EMPLOYEE-DEDUCT-FILE
                    INVALID KEY
                        DISPLAY 'EMP ' WS-EMPLOYEE-ID ' ENROLLMENT '
                            WS-EDD-CODE (WS-EMP-DED-IX)
                            ' VANISHED - BALANCE NOT DRAWN DOWN'
                    NOT INVALID KEY
                        MOVE WS-EDD-NEW-BAL (WS-EMP-DED-IX)
                            TO ED-GARN-BALANCE
                        IF ED-GARN-BALANCE = ZERO
                             MOVE 'F' TO ED-ACTIVE-FLAG
                        END-IF
                        REWRITE EMPLOYEE-DEDUCT-RECORD
                END-READ
           END-IF.

      *************************************************************
      * WHAT WAS TAKEN, KEPT FOR A VOID OF THIS FINAL PAY.  A      *
      * FINAL PAY RERUN THE SAME DAY AFTER A VOID REPLACES THE     *
      * EARLIER RECORD FOR THE CODE.                               *
      *************************************************************
       664-RECORD-FINAL-DED.
           MOVE WS-EMPLOYEE-ID TO FP-EMP-ID.
           MOVE WS-SORT-DATE-BUILD TO FP-SORT-DATE.
           MOVE WS-EDD-CODE (WS-EMP-DED-IX) TO FP-DED-CODE.
           MOVE WS-PAY-DATE TO FP-PAY-DATE.
           MOVE WS-EDD-GARN (WS-EMP-DED-IX) TO FP-GARN-FLAG.
           MOVE WS-EDD-AMOUNT (WS-EMP-DED-IX) TO FP-AMOUNT.
           IF WS-EDD-GARN (WS-EMP-DED-IX) = 'G'
                COMPUTE FP-BAL-BEFORE = WS-EDD-NEW-BAL (WS-EMP-DED-IX)
                    + WS-EDD-AMOUNT (WS-EMP-DED-IX)
           ELSE
                MOVE ZERO TO FP-BAL-BEFORE
           END-IF.
           MOVE 'T' TO FP-STATUS-FLAG.
           WRITE FINAL-DED-RECORD
               INVALID KEY
                   REWRITE FINAL-DED-RECORD
           END-WRITE.
           IF WS-FINAL-DED-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING FINAL PAY DEDUCTION - STATUS '
                    WS-FINAL-DED-STATUS ' - EMP ' WS-EMPLOYEE-ID
                    ' CODE ' FP-DED-CODE
                MOVE SPACES TO WS-FN-NOTE
                STRING 'DEDUCTION ' FP-DED-CODE
                    ' NOT RECORDED - A VOID WILL NOT RESTORE IT'
                    DELIMITED BY SIZE INTO WS-FN-NOTE
                PERFORM 710-WRITE-FINAL-NOTE
           END-IF.

      *************************************************************
      * NOTHING MORE WILL BE PAID, SO EVERY ACTIVE ENROLLMENT      *
      * STOPS - EXCEPT A GARNISHMENT STILL OWING A BALANCE, WHICH  *
      * STAYS ACTIVE AND IS REPORTED SO THE PAYEE CAN BE TOLD THE  *
      * EMPLOYEE HAS LEFT.  STOPPED HERE IS 'F', NOT THE 'S' OF A  *
      * STOP IN DED-MAINT, SO A VOID CAN TELL THEM APART.          *
      *************************************************************
       670-STOP-ENROLLMENTS.
           MOVE ZERO TO WS-STOPPED-COUNT WS-GARN-HELD-COUNT.
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
                             IF ED-ACTIVE
                                  PERFORM 672-STOP-ONE-ENROLLMENT
                             END-IF
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-STOPPED-COUNT = ZERO AND WS-GARN-HELD-COUNT = ZERO
                MOVE 'NO ACTIVE DEDUCTION ENROLLMENTS' TO WS-FN-NOTE
                PERFORM 710-WRITE-FINAL-NOTE
           END-IF.

       672-STOP-ONE-ENROLLMENT.
           PERFORM 466-FIND-DED-CODE.
           MOVE SPACES TO WS-FN-NOTE.
           IF WS-DC-SUB NOT = ZERO
              AND WS-DC-GARN (WS-DC-SUB) = 'G'
              AND ED-GARN-BALANCE > ZERO
                ADD 1 TO WS-GARN-HELD-COUNT
                MOVE ED-GARN-BALANCE TO WS-NE-BALANCE
                STRING 'GARNISHMENT ' ED-DED-CODE
                    ' LEFT ACTIVE - BALANCE STILL OWED '
                    WS-NE-BALANCE
                    DELIMITED BY SIZE INTO WS-FN-NOTE
                PERFORM 710-WRITE-FINAL-NOTE
                MOVE 'NOTIFY THE PAYEE THAT THE EMPLOYEE HAS LEFT'
                    TO WS-FN-NOTE
                PERFORM 710-WRITE-FINAL-NOTE
                DISPLAY 'EMP ' WS-EMPLOYEE-ID ' GARNISHMENT '
                    ED-DED-CODE ' STILL OWES ' WS-NE-BALANCE
           ELSE
                MOVE 'F' TO ED-ACTIVE-FLAG
                REWRITE EMPLOYEE-DEDUCT-RECORD
                IF WS-EMP-DED-STATUS = '00'
                     ADD 1 TO WS-STOPPED-COUNT
                     STRING 'ENROLLMENT ' ED-DED-CODE ' STOPPED'
                         DELIMITED BY SIZE INTO WS-FN-NOTE
                ELSE
                     STRING 'ENROLLMENT ' ED-DED-CODE
                         ' NOT STOPPED - STATUS ' WS-EMP-DED-STATUS
                         ' - STOP IN DED-MAINT'
                         DELIMITED BY SIZE INTO WS-FN-NOTE
                END-IF
                PERFORM 710-WRITE-FINAL-NOTE
           END-IF.

      * THE VACATION BALANCE WAS PAID ON THIS CHECK AND SICK LEAVE
      * IS NOT PAID OUT - BOTH GO TO ZERO
       680-ZERO-LEAVE.
           IF WS-LB-FOUND = 'Y'
                MOVE WS-EMPLOYEE-ID TO LB-EMP-ID
                READ LEAVE-BALANCE-FILE
                    INVALID KEY
                        DISPLAY 'EMP ' WS-EMPLOYEE-ID
                            ' LEAVE BALANCE VANISHED - NOT ZEROED'
                    NOT INVALID KEY
                        MOVE ZEROS TO LB-VAC-BALANCE LB-SICK-BALANCE
                        REWRITE LEAVE-BALANCE-RECORD
                END-READ
                MOVE WS-SICK-HOURS TO WS-NE-HOURS
                MOVE SPACES TO WS-FN-NOTE
                STRING 'LEAVE BALANCES ZEROED - SICK FORFEITED '
                    WS-NE-HOURS ' HRS'
                    DELIMITED BY SIZE INTO WS-FN-NOTE
                PERFORM 710-WRITE-FINAL-NOTE
           ELSE
                MOVE 'NO LEAVE BALANCE ON FILE' TO WS-FN-NOTE
                PERFORM 710-WRITE-FINAL-NOTE
           END-IF.

       690-MARK-RETRO-PAID.
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
                             IF RT-OPEN
                                  MOVE 'P' TO RT-STATUS-FLAG
                                  MOVE WS-PAY-DATE TO RT-PAID-DATE
                                  REWRITE RETRO-TRANS-RECORD
                             END-IF
                        END-IF
                END-READ
           END-PERFORM.

       700-WRITE-FINAL-RPT-LINE.
           MOVE WS-EMPLOYEE-ID TO WS-FR-EMP-ID.
           MOVE WS-EMP-NAME TO WS-FR-EMP-NAME.
           MOVE WS-PAY-DATE TO WS-FR-PAY-DATE.
           MOVE WS-NEW-CHECK-NO TO WS-FR-CHECK-NO.
           MOVE WS-NET-PAY TO WS-FR-NET-PAY.
           MOVE WS-FINAL-RPT-LINE TO FINAL-RPT-RECORD.
           WRITE FINAL-RPT-RECORD.

       705-WRITE-EARNINGS-NOTES.
           MOVE WS-TOTAL-HRS TO WS-NE-HOURS.
           MOVE WS-WORKED-EARNINGS TO WS-NE-AMOUNT.
           MOVE SPACES TO WS-FN-NOTE.
           STRING 'LAST HOURS WORKED ' WS-NE-HOURS
               '  EARNINGS ' WS-NE-AMOUNT
               DELIMITED BY SIZE INTO WS-FN-NOTE.
           PERFORM 710-WRITE-FINAL-NOTE.
           MOVE WS-VAC-HOURS TO WS-NE-HOURS.
           MOVE WS-BASE-RATE TO WS-NE-RATE.
           MOVE WS-VAC-PAY TO WS-NE-AMOUNT.
           MOVE SPACES TO WS-FN-NOTE.
           STRING 'VACATION CASHED OUT ' WS-NE-HOURS
               ' HRS AT ' WS-NE-RATE '  EARNINGS ' WS-NE-AMOUNT
               DELIMITED BY SIZE INTO WS-FN-NOTE.
           PERFORM 710-WRITE-FINAL-NOTE.
           IF WS-RETRO-COUNT > ZERO
                MOVE WS-RETRO-TOTAL TO WS-NE-AMOUNT
                MOVE WS-RETRO-COUNT TO WS-NE-COUNT
                MOVE SPACES TO WS-FN-NOTE
                STRING 'OPEN RETRO PAY INCLUDED ' WS-NE-AMOUNT
                    ' FROM ' WS-NE-COUNT ' TRANSACTION(S)'
                    DELIMITED BY SIZE INTO WS-FN-NOTE
                PERFORM 710-WRITE-FINAL-NOTE
           END-IF.

       710-WRITE-FINAL-NOTE.
           MOVE WS-FINAL-NOTE-LINE TO FINAL-RPT-RECORD.
           WRITE FINAL-RPT-RECORD.
