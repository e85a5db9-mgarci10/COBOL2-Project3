      *              REGISTER COMPARISONS TIE TO THE BATCH 'S'      *
      *              STUBS ONLY - THE REGISTER IS PRINTED AT RUN    *
      *              TIME AND NEVER CARRIES LATER ADJUSTMENTS.      *
      * 10/15/2026 - TALLY THE NEW 'E' EMPLOYER COST LINES AND 'F'  *
      *              EMPLOYER COST SUMMARIES AND TIE THEM OUT IN    *
      *              TOTAL AND BY COST CODE (SOCIAL SECURITY,       *
      *              MEDICARE, FUTA, SUTA, 401K MATCH), COUNT AND   *
      *              AMOUNT.                                        *
      *************************************************************

       ENVIRONMENT DIVISION.
           03  WS-SUM-DED           PIC S9(7)V99 VALUE ZERO.
           03  WS-SUM-NET           PIC S9(7)V99 VALUE ZERO.

      * EMPLOYER COST 'E' LINES AND 'F' SUMMARIES, IN TOTAL AND
      * BY COST CODE - THE 'F' COUNT IS THE SUM OF THE RECORD
      * COUNTS ON THE SUMMARIES
       01  WS-ER-TOTALS.
           03  WS-ERE-COUNT         PIC 9(5) VALUE ZERO.
           03  WS-ERE-AMOUNT        PIC S9(7)V99 VALUE ZERO.
           03  WS-ERF-COUNT         PIC 9(5) VALUE ZERO.
           03  WS-ERF-AMOUNT        PIC S9(7)V99 VALUE ZERO.
           03  WS-ER-IX             PIC 9(2) VALUE ZERO.
           03  WS-ER-SUB            PIC 9(2) VALUE ZERO.
       01  WS-ER-CODE-VALUES        PIC X(15) VALUE 'SSEMDEFUTSUTMAT'.
       01  WS-ER-CODE-TABLE REDEFINES WS-ER-CODE-VALUES.
           03  WS-ERC-CODE          OCCURS 5 TIMES PIC X(3).
       01  WS-ER-CODE-TOTALS.
           03  WS-ERT-ENTRY OCCURS 5 TIMES.
               05  WS-ERT-E-COUNT   PIC 9(5).
               05  WS-ERT-E-AMOUNT  PIC S9(7)V99.
               05  WS-ERT-F-COUNT   PIC 9(5).
               05  WS-ERT-F-AMOUNT  PIC S9(7)V99.

       01  WS-REG-TOTALS.
           03  WS-REG-COUNT         PIC 9(4) VALUE ZERO.
           03  WS-REG-GROSS         PIC 9(7)V99 VALUE ZERO.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.
           PERFORM 050-OPEN-FILES.
           MOVE ZEROS TO WS-ER-CODE-TOTALS.
           PERFORM 100-TALLY-GL-EXPORT.
           PERFORM 200-TALLY-REGISTER.
           PERFORM 300-REPORT-TIEOUT.
                   ADD GL-SUM-TOTAL-TAX TO WS-SUM-TAX
                   ADD GL-SUM-TOTAL-DED TO WS-SUM-DED
                   ADD GL-SUM-TOTAL-NET TO WS-SUM-NET
               WHEN 'E'
                   ADD 1 TO WS-ERE-COUNT
                   ADD GL-ER-AMOUNT TO WS-ERE-AMOUNT
                   PERFORM 120-FIND-COST-CODE
                   IF WS-ER-SUB NOT = ZERO
                        ADD 1 TO WS-ERT-E-COUNT (WS-ER-SUB)
                        ADD GL-ER-AMOUNT TO WS-ERT-E-AMOUNT (WS-ER-SUB)
                   END-IF
               WHEN 'F'
                   ADD GL-ER-RECORD-COUNT TO WS-ERF-COUNT
                   ADD GL-ER-AMOUNT TO WS-ERF-AMOUNT
                   PERFORM 120-FIND-COST-CODE
                   IF WS-ER-SUB NOT = ZERO
                        ADD GL-ER-RECORD-COUNT
                            TO WS-ERT-F-COUNT (WS-ER-SUB)
                        ADD GL-ER-AMOUNT TO WS-ERT-F-AMOUNT (WS-ER-SUB)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN GL EXPORT RECORD TYPE '
                       GL-STB-REC-TYPE
           END-EVALUATE.

       120-FIND-COST-CODE.
           MOVE ZERO TO WS-ER-SUB.
           PERFORM VARYING WS-ER-IX FROM 1 BY 1
               UNTIL WS-ER-IX > 5 OR WS-ER-SUB NOT = ZERO
                IF WS-ERC-CODE (WS-ER-IX) = GL-ER-COST-CODE
                     MOVE WS-ER-IX TO WS-ER-SUB
                END-IF
           END-PERFORM.
           IF WS-ER-SUB = ZERO
                DISPLAY 'UNKNOWN EMPLOYER COST CODE '
                    GL-ER-COST-CODE ' ON RECORD TYPE ' GL-ER-REC-TYPE
           END-IF.

       200-TALLY-REGISTER.
           PERFORM UNTIL WS-REG-EOF = 'Y'
                READ PAYROLL-REGISTER-FILE
           MOVE WS-TIE-SRC-LINE TO TIEOUT-RPT-RECORD.
           WRITE TIEOUT-RPT-RECORD.

           MOVE 'EMPLOYER COST LINES : ' TO WS-TS-SOURCE.
           MOVE WS-ERE-COUNT TO WS-TS-COUNT.
           MOVE WS-ERE-AMOUNT TO WS-TS-GROSS.
           MOVE ZEROS TO WS-TS-TAX WS-TS-NET.
           MOVE WS-TIE-SRC-LINE TO TIEOUT-RPT-RECORD.
           WRITE TIEOUT-RPT-RECORD.

           MOVE 'EMPLOYER SUMMARIES  : ' TO WS-TS-SOURCE.
           MOVE WS-ERF-COUNT TO WS-TS-COUNT.
           MOVE WS-ERF-AMOUNT TO WS-TS-GROSS.
           MOVE ZEROS TO WS-TS-TAX WS-TS-NET.
           MOVE WS-TIE-SRC-LINE TO TIEOUT-RPT-RECORD.
           WRITE TIEOUT-RPT-RECORD.

           MOVE 'REGISTER DETAIL     : ' TO WS-TS-SOURCE.
           MOVE WS-REG-COUNT TO WS-TS-COUNT.
           MOVE WS-REG-GROSS TO WS-TS-GROSS.
                PERFORM 320-REPORT-MISMATCH
           END-IF.

           MOVE 'EMPLOYER LINES VS EMPLOYER SUMMARY' TO WS-TC-WHAT.
           IF WS-ERE-AMOUNT = WS-ERF-AMOUNT
                PERFORM 310-REPORT-MATCH
           ELSE
                PERFORM 320-REPORT-MISMATCH
           END-IF.

           MOVE 'EMPLOYER LINE COUNT VS SUMMARY COUNT' TO WS-TC-WHAT.
           IF WS-ERE-COUNT = WS-ERF-COUNT
                PERFORM 310-REPORT-MATCH
           ELSE
                PERFORM 320-REPORT-MISMATCH
           END-IF.

           PERFORM 330-TIE-COST-CODE
               VARYING WS-ER-IX FROM 1 BY 1
               UNTIL WS-ER-IX > 5.

           MOVE WS-MISMATCH-COUNT TO WS-TE-MISMATCHES.
           MOVE WS-TIE-END-LINE TO TIEOUT-RPT-RECORD.
           WRITE TIEOUT-RPT-RECORD.

       330-TIE-COST-CODE.
           MOVE SPACES TO WS-TC-WHAT.
           STRING 'EMPLOYER ' WS-ERC-CODE (WS-ER-IX)
               ' LINES VS SUMMARY (CNT/AMT)'
               DELIMITED BY SIZE INTO WS-TC-WHAT.
           IF WS-ERT-E-AMOUNT (WS-ER-IX) = WS-ERT-F-AMOUNT (WS-ER-IX)
              AND WS-ERT-E-COUNT (WS-ER-IX) = WS-ERT-F-COUNT (WS-ER-IX)
                PERFORM 310-REPORT-MATCH
           ELSE
                PERFORM 320-REPORT-MISMATCH
           END-IF.

       310-REPORT-MATCH.
           MOVE 'MATCH    -' TO WS-TC-RESULT.
           MOVE WS-TIE-CMP-LINE TO TIEOUT-RPT-RECORD.
