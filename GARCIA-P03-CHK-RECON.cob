      ******************************************************************
      * PROGRAM : PROJECT 3 - PAYROLL CHECK BANK RECONCILIATION        *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-CHK-RECON.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - READS THE BANK'S PAID-ITEMS  *
      *              FILE (BANKCLR.DAT) AND MATCHES EACH ITEM TO    *
      *              CHKISSUE.DAT BY CHECK NUMBER AND AMOUNT.  A    *
      *              MATCH IS MARKED CLEARED ('C') WITH THE BANK'S  *
      *              CLEAR DATE.  ITEMS PAID BUT NEVER ISSUED,      *
      *              AMOUNT MISMATCHES, VOIDED CHECKS THE BANK PAID *
      *              AND CHECKS CLEARED TWICE PRINT AS EXCEPTIONS   *
      *              AND ARE NOT MARKED.  THE CHECKS STILL          *
      *              OUTSTANDING ARE THEN LISTED AGED BY PAY DATE;  *
      *              ANY PAST THE STALE LIMIT (180 DAYS) IS FLAGGED *
      *              STALE ON CHKISSUE.DAT FOR VOIDING IN           *
      *              GARCIA-P03-CHK-VOID.  STALE CHECKS ALREADY     *
      *              VOIDED AND NOT REISSUED LIST AT THE END FOR    *
      *              UNCLAIMED PROPERTY REPORTING.  REPORT GOES TO  *
      *              CHKRECON.PRT.  THE AGING AS-OF DATE MAY BE     *
      *              PASSED ON THE COMMAND LINE (MM/DD/YYYY,        *
      *              USUALLY THE BANK STATEMENT DATE); DEFAULTS TO  *
      *              TODAY.                                         *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-CLEARED-FILE ASSIGN TO 'BANKCLR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-CLR-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHECK-NO
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.

           SELECT RECON-RPT-FILE ASSIGN TO 'CHKRECON.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-RPT-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER ITEM THE BANK PAID AGAINST THE PAYROLL
      * ACCOUNT - CHECK NUMBER, DATE PAID AND AMOUNT PAID
       FD  BANK-CLEARED-FILE.
       01  BANK-CLEARED-RECORD.
           03  BC-CHECK-NO          PIC 9(6).
           03  BC-CLEAR-DATE        PIC X(10).
           03  BC-AMOUNT            PIC 9(5)V99.

       FD  CHECK-ISSUE-FILE.
           COPY CHECKISS.

       FD  RECON-RPT-FILE.
       01  RECON-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03  WS-BANK-CLR-STATUS   PIC XX.
           03  WS-CHECK-ISSUE-STATUS PIC XX.
           03  WS-RECON-RPT-STATUS  PIC XX.

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

       01  WS-RECON-CTL.
           03  WS-CMD-LINE          PIC X(40).
           03  WS-ASOF-PARM         PIC X(10) VALUE SPACES.
           03  WS-ASOF-DATE         PIC X(10).
           03  WS-ASOF-DAY-NO       PIC 9(7) VALUE ZERO.
           03  WS-CHECK-DAY-NO      PIC 9(7) VALUE ZERO.
           03  WS-AGE-DAYS          PIC S9(5) VALUE ZERO.
           03  WS-STALE-DAYS        PIC 9(3) VALUE 180.
           03  WS-AGE-SUB           PIC 9 VALUE ZERO.
           03  WS-BC-EOF            PIC X VALUE 'N'.
           03  WS-CI-EOF            PIC X VALUE 'N'.
           03  WS-EXC-REASON        PIC X(22).

       01  WS-DATE-SPLIT.
           03  WS-DS-MONTH          PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-DAY            PIC XX.
           03  FILLER               PIC X.
           03  WS-DS-YEAR           PIC XXXX.

       01  WS-SORT-DATE-BUILD.
           03  WS-SD-YEAR           PIC XXXX.
           03  WS-SD-MONTH          PIC XX.
           03  WS-SD-DAY            PIC XX.
       01  WS-SORT-DATE-NUM REDEFINES WS-SORT-DATE-BUILD PIC 9(8).

       01  WS-RECON-TOTALS.
           03  WS-BANK-COUNT        PIC 9(5) VALUE ZERO.
           03  WS-BANK-TOTAL        PIC 9(7)V99 VALUE ZERO.
           03  WS-MATCH-COUNT       PIC 9(5) VALUE ZERO.
           03  WS-MATCH-TOTAL       PIC 9(7)V99 VALUE ZERO.
           03  WS-EXC-COUNT         PIC 9(5) VALUE ZERO.
           03  WS-EXC-TOTAL         PIC 9(7)V99 VALUE ZERO.
           03  WS-OUT-COUNT         PIC 9(5) VALUE ZERO.
           03  WS-OUT-TOTAL         PIC 9(7)V99 VALUE ZERO.
           03  WS-NEW-STALE-COUNT   PIC 9(5) VALUE ZERO.
           03  WS-UNCL-COUNT        PIC 9(5) VALUE ZERO.
           03  WS-UNCL-TOTAL        PIC 9(7)V99 VALUE ZERO.

      * AGING BUCKETS - 1 = 0-30, 2 = 31-60, 3 = 61-90,
      * 4 = 91 TO THE STALE LIMIT, 5 = PAST THE STALE LIMIT
       01  WS-AGING-TABLE.
           03  WS-AGE-ENTRY OCCURS 5 TIMES.
               05  WS-AGE-COUNT     PIC 9(5).
               05  WS-AGE-TOTAL     PIC 9(7)V99.

       01  WS-RCN-HDR-LINE.
           03  FILLER               PIC X(37) VALUE
               'PAYROLL CHECK BANK RECONCILIATION - '.
           03  FILLER               PIC X(4) VALUE 'RUN '.
           03  WS-RH-RUN-DATE       PIC X(10).
       01  WS-RCN-SUB-LINE.
           03  WS-RS-TITLE          PIC X(50).
       01  WS-RCN-EXC-COL-LINE.
           03  FILLER               PIC X(44) VALUE
               'EXCEPTION              CHECK  EMP-ID  BANK A'.
           03  FILLER               PIC X(32) VALUE
               'MT  ISSUED AMT  CLEAR DATE'.
       01  WS-RCN-EXC-LINE.
           03  WS-RE-REASON         PIC X(22).
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-RE-CHECK-NO       PIC 9(6).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RE-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RE-BANK-AMT       PIC ZZ,ZZ9.99.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RE-ISSUED-AMT     PIC ZZ,ZZ9.99.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RE-CLEAR-DATE     PIC X(10).
       01  WS-RCN-OUT-COL-LINE.
           03  FILLER               PIC X(44) VALUE
               'CHECK   PAY DATE    EMP-ID  NAME            '.
           03  FILLER               PIC X(32) VALUE
               '        AMOUNT  DAYS  FLAG'.
       01  WS-RCN-OUT-LINE.
           03  WS-RO-CHECK-NO       PIC 9(6).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RO-PAY-DATE       PIC X(10).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RO-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-RO-EMP-NAME       PIC X(20).
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-RO-AMOUNT         PIC ZZ,ZZ9.99.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RO-AGE-DAYS       PIC ZZZ9.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-RO-FLAG           PIC X(5).
       01  WS-RCN-AGE-LINE.
           03  WS-RA-LABEL          PIC X(22).
           03  WS-RA-COUNT          PIC ZZ,ZZ9.
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-RA-TOTAL          PIC Z,ZZZ,ZZ9.99.
       01  WS-RCN-TOT-LINE.
           03  WS-RT-LABEL          PIC X(22).
           03  WS-RT-COUNT          PIC ZZ,ZZ9.
           03  FILLER               PIC X(3) VALUE SPACES.
           03  WS-RT-TOTAL          PIC Z,ZZZ,ZZ9.99.

      *************************************************************

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 500-GET-THAT-DATE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ASOF-PARM.
           IF WS-ASOF-PARM NOT = SPACES
                MOVE WS-ASOF-PARM TO WS-ASOF-DATE
           ELSE
                MOVE WS-SHOW-DATE TO WS-ASOF-DATE
           END-IF.
           MOVE WS-ASOF-DATE TO WS-DATE-SPLIT.
           PERFORM 520-BUILD-SORT-DATE.
           IF WS-SORT-DATE-BUILD NOT NUMERIC
                DISPLAY 'AS-OF DATE MUST BE MM/DD/YYYY - '
                    WS-ASOF-PARM
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           COMPUTE WS-ASOF-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-SORT-DATE-NUM).
           MOVE ZEROS TO WS-AGING-TABLE.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-MATCH-CLEARED-ITEMS.
           PERFORM 300-AGE-OUTSTANDING.
           PERFORM 350-LIST-UNCLAIMED.
           PERFORM 400-PRINT-TOTALS.
           PERFORM 990-CLOSE-FILES.
           DISPLAY 'BANK RECONCILIATION COMPLETE - SEE CHKRECON.PRT'.
           DISPLAY 'ITEMS CLEARED: ' WS-MATCH-COUNT
               '  EXCEPTIONS: ' WS-EXC-COUNT.
           DISPLAY 'OUTSTANDING: ' WS-OUT-COUNT
               '  NEWLY STALE: ' WS-NEW-STALE-COUNT.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.

       520-BUILD-SORT-DATE.
           MOVE WS-DS-YEAR TO WS-SD-YEAR.
           MOVE WS-DS-MONTH TO WS-SD-MONTH.
           MOVE WS-DS-DAY TO WS-SD-DAY.

       050-OPEN-FILES.
           OPEN I-O CHECK-ISSUE-FILE.
           IF WS-CHECK-ISSUE-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING CHECK ISSUE FILE - STATUS '
                    WS-CHECK-ISSUE-STATUS
                DISPLAY 'NO CHECKS HAVE BEEN CUT YET IF STATUS IS 35'
                DISPLAY 'IF STATUS IS 39 RUN GARCIA-P03-CHK-CONV '
                    'TO CONVERT THE CHECK ISSUE FILE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
      * NO PAID-ITEMS FILE FROM THE BANK STILL AGES WHAT IS OUT
           OPEN INPUT BANK-CLEARED-FILE.
           IF WS-BANK-CLR-STATUS = '35'
                DISPLAY 'BANK CLEARED FILE NOT FOUND - AGING '
                    'OUTSTANDING CHECKS ONLY'
                MOVE 'Y' TO WS-BC-EOF
           ELSE
                IF WS-BANK-CLR-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING BANK CLEARED FILE - '
                         'STATUS ' WS-BANK-CLR-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.
           OPEN OUTPUT RECON-RPT-FILE.
           IF WS-RECON-RPT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RECONCILIATION REPORT - STATUS '
                    WS-RECON-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE CHECK-ISSUE-FILE.
           IF WS-BANK-CLR-STATUS NOT = '35'
                CLOSE BANK-CLEARED-FILE
           END-IF.
           CLOSE RECON-RPT-FILE.

       100-PRINT-HEADINGS.
           MOVE WS-SHOW-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RCN-HDR-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE SPACES TO WS-RS-TITLE.
           STRING 'OUTSTANDING CHECKS AGED AS OF ' WS-ASOF-DATE
               DELIMITED BY SIZE
               INTO WS-RS-TITLE.
           MOVE WS-RCN-SUB-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE SPACES TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE 'CLEARED ITEM EXCEPTIONS' TO WS-RS-TITLE.
           MOVE WS-RCN-SUB-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE WS-RCN-EXC-COL-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.

      *************************************************************
      * MATCH EVERY PAID ITEM ON THE BANK FILE TO THE CHECK ISSUE *
      * FILE.  ONLY A CLEAN MATCH (ISSUED, NOT YET CLEARED, SAME   *
      * AMOUNT) IS MARKED CLEARED - ANYTHING ELSE IS AN EXCEPTION  *
      * FOR FINANCE TO TAKE UP WITH THE BANK.                      *
      *************************************************************
       200-MATCH-CLEARED-ITEMS.
           PERFORM UNTIL WS-BC-EOF = 'Y'
                READ BANK-CLEARED-FILE
                    AT END MOVE 'Y' TO WS-BC-EOF
                    NOT AT END PERFORM 210-MATCH-ONE-ITEM
                END-READ
           END-PERFORM.

       210-MATCH-ONE-ITEM.
           ADD 1 TO WS-BANK-COUNT.
           ADD BC-AMOUNT TO WS-BANK-TOTAL.
           MOVE BC-CHECK-NO TO CI-CHECK-NO.
           READ CHECK-ISSUE-FILE
               INVALID KEY
                   MOVE 'PAID - NEVER ISSUED' TO WS-EXC-REASON
                   MOVE ZERO TO CI-EMP-ID CI-NET-PAY
                   PERFORM 230-PRINT-EXCEPTION
               NOT INVALID KEY
                   PERFORM 220-CHECK-ISSUED-ITEM
           END-READ.

       220-CHECK-ISSUED-ITEM.
           EVALUATE TRUE
               WHEN CI-VOIDED
                   MOVE 'CLEARED A VOIDED CHECK' TO WS-EXC-REASON
                   PERFORM 230-PRINT-EXCEPTION
               WHEN CI-CLEARED
                   MOVE 'CLEARED TWICE' TO WS-EXC-REASON
                   PERFORM 230-PRINT-EXCEPTION
               WHEN BC-AMOUNT NOT = CI-NET-PAY
                   MOVE 'AMOUNT MISMATCH' TO WS-EXC-REASON
                   PERFORM 230-PRINT-EXCEPTION
               WHEN OTHER
                   MOVE 'C' TO CI-STATUS-FLAG
                   MOVE BC-CLEAR-DATE TO CI-CLEAR-DATE
                   MOVE SPACE TO CI-STALE-FLAG
                   REWRITE CHECK-ISSUE-RECORD
                   ADD 1 TO WS-MATCH-COUNT
                   ADD BC-AMOUNT TO WS-MATCH-TOTAL
           END-EVALUATE.

       230-PRINT-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           ADD BC-AMOUNT TO WS-EXC-TOTAL.
           MOVE WS-EXC-REASON TO WS-RE-REASON.
           MOVE BC-CHECK-NO TO WS-RE-CHECK-NO.
           MOVE CI-EMP-ID TO WS-RE-EMP-ID.
           MOVE BC-AMOUNT TO WS-RE-BANK-AMT.
           MOVE CI-NET-PAY TO WS-RE-ISSUED-AMT.
           MOVE BC-CLEAR-DATE TO WS-RE-CLEAR-DATE.
           MOVE WS-RCN-EXC-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.

      *************************************************************
      * EVERY CHECK STILL ISSUED AFTER THE MATCH IS OUTSTANDING.  *
      * AGE IT FROM THE PAY DATE TO THE AS-OF DATE AND FLAG IT     *
      * STALE ON FILE ONCE IT PASSES THE STALE LIMIT.              *
      *************************************************************
       300-AGE-OUTSTANDING.
           MOVE SPACES TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE 'OUTSTANDING CHECKS' TO WS-RS-TITLE.
           MOVE WS-RCN-SUB-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE WS-RCN-OUT-COL-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE ZERO TO CI-CHECK-NO.
           MOVE 'N' TO WS-CI-EOF.
           START CHECK-ISSUE-FILE KEY NOT < CI-CHECK-NO
               INVALID KEY MOVE 'Y' TO WS-CI-EOF
           END-START.
           PERFORM UNTIL WS-CI-EOF = 'Y'
                READ CHECK-ISSUE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-CI-EOF
                    NOT AT END
                        IF CI-ISSUED
                             PERFORM 310-AGE-ONE-CHECK
                        END-IF
                END-READ
           END-PERFORM.

       310-AGE-ONE-CHECK.
           MOVE CI-PAY-DATE TO WS-DATE-SPLIT.
           PERFORM 520-BUILD-SORT-DATE.
           IF WS-SORT-DATE-BUILD NUMERIC
                COMPUTE WS-CHECK-DAY-NO =
                    FUNCTION INTEGER-OF-DATE (WS-SORT-DATE-NUM)
                COMPUTE WS-AGE-DAYS =
                    WS-ASOF-DAY-NO - WS-CHECK-DAY-NO
           ELSE
                MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS < ZERO
                MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE SPACES TO WS-RO-FLAG.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > WS-STALE-DAYS
                   MOVE 5 TO WS-AGE-SUB
                   MOVE 'STALE' TO WS-RO-FLAG
                   IF NOT CI-STALE
                        MOVE 'S' TO CI-STALE-FLAG
                        REWRITE CHECK-ISSUE-RECORD
                        ADD 1 TO WS-NEW-STALE-COUNT
                   END-IF
               WHEN WS-AGE-DAYS > 90
                   MOVE 4 TO WS-AGE-SUB
               WHEN WS-AGE-DAYS > 60
                   MOVE 3 TO WS-AGE-SUB
               WHEN WS-AGE-DAYS > 30
                   MOVE 2 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 1 TO WS-AGE-SUB
           END-EVALUATE.
           ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
           ADD CI-NET-PAY TO WS-AGE-TOTAL (WS-AGE-SUB).
           ADD 1 TO WS-OUT-COUNT.
           ADD CI-NET-PAY TO WS-OUT-TOTAL.
           MOVE CI-CHECK-NO TO WS-RO-CHECK-NO.
           MOVE CI-PAY-DATE TO WS-RO-PAY-DATE.
           MOVE CI-EMP-ID TO WS-RO-EMP-ID.
           MOVE CI-EMP-NAME TO WS-RO-EMP-NAME.
           MOVE CI-NET-PAY TO WS-RO-AMOUNT.
           MOVE WS-AGE-DAYS TO WS-RO-AGE-DAYS.
           MOVE WS-RCN-OUT-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.

      *************************************************************
      * STALE CHECKS VOIDED IN GARCIA-P03-CHK-VOID AND NEVER       *
      * REISSUED ARE STILL OWED TO THE EMPLOYEE - LIST THEM FOR    *
      * UNCLAIMED PROPERTY REPORTING                               *
      *************************************************************
       350-LIST-UNCLAIMED.
           MOVE SPACES TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE 'STALE CHECKS VOIDED - HOLD FOR UNCLAIMED PROPERTY'
               TO WS-RS-TITLE.
           MOVE WS-RCN-SUB-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE WS-RCN-OUT-COL-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE ZERO TO CI-CHECK-NO.
           MOVE 'N' TO WS-CI-EOF.
           START CHECK-ISSUE-FILE KEY NOT < CI-CHECK-NO
               INVALID KEY MOVE 'Y' TO WS-CI-EOF
           END-START.
           PERFORM UNTIL WS-CI-EOF = 'Y'
                READ CHECK-ISSUE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-CI-EOF
                    NOT AT END
                        IF CI-VOIDED AND CI-STALE
                           AND CI-REPLACED-BY = ZERO
                             PERFORM 360-PRINT-UNCLAIMED
                        END-IF
                END-READ
           END-PERFORM.

       360-PRINT-UNCLAIMED.
           ADD 1 TO WS-UNCL-COUNT.
           ADD CI-NET-PAY TO WS-UNCL-TOTAL.
           MOVE CI-CHECK-NO TO WS-RO-CHECK-NO.
           MOVE CI-PAY-DATE TO WS-RO-PAY-DATE.
           MOVE CI-EMP-ID TO WS-RO-EMP-ID.
           MOVE CI-EMP-NAME TO WS-RO-EMP-NAME.
           MOVE CI-NET-PAY TO WS-RO-AMOUNT.
           MOVE ZERO TO WS-RO-AGE-DAYS.
           MOVE 'VOID ' TO WS-RO-FLAG.
           MOVE WS-RCN-OUT-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.

       400-PRINT-TOTALS.
           MOVE SPACES TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE 'OUTSTANDING AGING' TO WS-RS-TITLE.
           MOVE WS-RCN-SUB-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           PERFORM 410-PRINT-AGE-LINE
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5.
           MOVE SPACES TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE 'BANK ITEMS READ' TO WS-RT-LABEL.
           MOVE WS-BANK-COUNT TO WS-RT-COUNT.
           MOVE WS-BANK-TOTAL TO WS-RT-TOTAL.
           PERFORM 420-PRINT-TOT-LINE.
           MOVE 'MATCHED AND CLEARED' TO WS-RT-LABEL.
           MOVE WS-MATCH-COUNT TO WS-RT-COUNT.
           MOVE WS-MATCH-TOTAL TO WS-RT-TOTAL.
           PERFORM 420-PRINT-TOT-LINE.
           MOVE 'EXCEPTIONS' TO WS-RT-LABEL.
           MOVE WS-EXC-COUNT TO WS-RT-COUNT.
           MOVE WS-EXC-TOTAL TO WS-RT-TOTAL.
           PERFORM 420-PRINT-TOT-LINE.
           MOVE 'OUTSTANDING' TO WS-RT-LABEL.
           MOVE WS-OUT-COUNT TO WS-RT-COUNT.
           MOVE WS-OUT-TOTAL TO WS-RT-TOTAL.
           PERFORM 420-PRINT-TOT-LINE.
           MOVE 'NEWLY FLAGGED STALE' TO WS-RT-LABEL.
           MOVE WS-NEW-STALE-COUNT TO WS-RT-COUNT.
           MOVE ZERO TO WS-RT-TOTAL.
           PERFORM 420-PRINT-TOT-LINE.
           MOVE 'UNCLAIMED PROPERTY' TO WS-RT-LABEL.
           MOVE WS-UNCL-COUNT TO WS-RT-COUNT.
           MOVE WS-UNCL-TOTAL TO WS-RT-TOTAL.
           PERFORM 420-PRINT-TOT-LINE.

       410-PRINT-AGE-LINE.
           EVALUATE WS-AGE-SUB
               WHEN 1 MOVE '  0 -  30 DAYS' TO WS-RA-LABEL
               WHEN 2 MOVE ' 31 -  60 DAYS' TO WS-RA-LABEL
               WHEN 3 MOVE ' 61 -  90 DAYS' TO WS-RA-LABEL
               WHEN 4 MOVE ' 91 - 180 DAYS' TO WS-RA-LABEL
               WHEN 5 MOVE 'OVER 180 - STALE' TO WS-RA-LABEL
           END-EVALUATE.
           MOVE WS-AGE-COUNT (WS-AGE-SUB) TO WS-RA-COUNT.
           MOVE WS-AGE-TOTAL (WS-AGE-SUB) TO WS-RA-TOTAL.
           MOVE WS-RCN-AGE-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.

       420-PRINT-TOT-LINE.
           MOVE WS-RCN-TOT-LINE TO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
