      *              ADD/CHANGE/STOP SCREEN FOR THE PER-EMPLOYEE    *
      *              ENROLLMENTS (EMPDED.DAT), INCLUDING THE        *
      *              GARNISHMENT REMAINING BALANCE                  *
      * 10/15/2026 - EMPLOYER MATCH PCT AND MATCH CAP (PCT OF       *
      *              GROSS) MAINTAINED ON THE DEDUCTION CODE        *
      *              SCREEN. A GARNISHMENT CODE IS SAVED WITH NO    *
      *              MATCH.                                         *
      * 10/15/2026 - DEDUCTION TYPE NOW G=GARNISHMENT, R=401K       *
      *              (PROVIDER CONTRIBUTION FILE) OR N=OTHER. A     *
      *              GARNISHMENT ENROLLMENT MUST CARRY A CASE       *
      *              NUMBER AND PAYEE BEFORE IT IS SAVED OR         *
      *              REACTIVATED, FOR THE DEDUCTION REMITTANCE      *
      *              (GARCIA-P03-DED-REMIT).                        *
      *************************************************************

       ENVIRONMENT DIVISION.
           03  WS-FLAT-AMT          PIC 9(4)V99.
           03  WS-GARNISH-FLAG      PIC X.
           03  WS-GL-ACCOUNT        PIC X(10).
           03  WS-MATCH-PCT-IN      PIC 9(4).
           03  WS-MATCH-MAX-IN      PIC 999.
           03  WS-EMPLOYEE-ID       PIC 9(5).
           03  WS-OVERRIDE-AMT      PIC 9(4)V99.
           03  WS-GARN-BALANCE      PIC 9(6)V99.
           03  WS-ACTIVE-FLAG       PIC X.
           03  WS-CASE-NUMBER       PIC X(15).
           03  WS-PAYEE-NAME        PIC X(30).

       SCREEN SECTION.
       01 SCRN-HEADER.
                05         COL 28 PIC 9999.99 USING WS-FLAT-AMT.

           03 SCRN-GARNISH-FLD.
                05 LINE 12 COL 11 VALUE
                    'TYPE (G=GARNISH R=401K N=OTHER)'.
                05         COL 44 PIC X USING WS-GARNISH-FLAG.

           03 SCRN-GL-ACCT-FLD.
                05 LINE 13 COL 11 VALUE 'GL LIABILITY ACCT'.
                05         COL 30 PIC X(10) USING WS-GL-ACCOUNT.

           03 SCRN-MATCH-PCT-FLD.
                05 LINE 14 COL 11 VALUE
                    'EMPLOYER MATCH PCT (1000 = 100.0)'.
                05         COL 46 PIC 9(4) USING WS-MATCH-PCT-IN.

           03 SCRN-MATCH-MAX-FLD.
                05 LINE 15 COL 11 VALUE
                    'MATCH UP TO PCT OF GROSS (0=ALL)'.
                05         COL 46 PIC 999 USING WS-MATCH-MAX-IN.

       01 SCRN-CODE-CURRENT-VALUES.
           03 LINE 15 COL 11 VALUE 'CURRENT ON FILE -'.
           03 LINE 16 COL 13 VALUE 'DESCRIPTION'.
           03         COL 37 PIC 999 FROM WS-DED-PCT-IN.
           03         COL 44 VALUE 'FLAT'.
           03         COL 49 PIC 9999.99 FROM WS-FLAT-AMT.
           03 LINE 18 COL 13 VALUE 'TYPE'.
           03         COL 28 PIC X FROM WS-GARNISH-FLAG.
           03         COL 33 VALUE 'GL ACCT'.
           03         COL 41 PIC X(10) FROM WS-GL-ACCOUNT.
           03 LINE 19 COL 13 VALUE 'MATCH PCT'.
           03         COL 28 PIC 9(4) FROM WS-MATCH-PCT-IN.
           03         COL 33 VALUE 'CAP'.
           03         COL 37 PIC 999 FROM WS-MATCH-MAX-IN.

       01 SCRN-ENR-INPUT-FIELDS.
           03 SCRN-ENR-EMP-ID.
                05 LINE 10 COL 11 VALUE 'GARNISH BALANCE'.
                05         COL 35 PIC 999999.99 USING WS-GARN-BALANCE.

           03 SCRN-CASE-NO-FLD.
                05 LINE 11 COL 11 VALUE 'GARNISH CASE NO'.
                05         COL 35 PIC X(15) USING WS-CASE-NUMBER.

           03 SCRN-PAYEE-FLD.
                05 LINE 12 COL 11 VALUE 'GARNISH PAYEE'.
                05         COL 35 PIC X(30) USING WS-PAYEE-NAME.

       01 SCRN-ENR-CURRENT-VALUES.
           03 LINE 13 COL 11 VALUE 'CURRENT ON FILE -'.
           03 LINE 14 COL 13 VALUE 'OVERRIDE AMT'.
           03         COL 35 PIC 999999.99 FROM WS-GARN-BALANCE.
           03 LINE 16 COL 13 VALUE 'STATUS (A=ACTIVE S=STOPPED)'.
           03         COL 42 PIC X FROM WS-ACTIVE-FLAG.
           03 LINE 17 COL 13 VALUE 'CASE NO'.
           03         COL 35 PIC X(15) FROM WS-CASE-NUMBER.
           03 LINE 18 COL 13 VALUE 'PAYEE'.
           03         COL 35 PIC X(30) FROM WS-PAYEE-NAME.

       01  SCRN-EXIT-OPTION.
           03  LINE 24 COL 22 PIC X TO WS-EXIT AUTO.
                ACCEPT SCRN-FLAT-AMT-FLD
                ACCEPT SCRN-GARNISH-FLD
                ACCEPT SCRN-GL-ACCT-FLD
                ACCEPT SCRN-MATCH-PCT-FLD
                ACCEPT SCRN-MATCH-MAX-FLD
                IF WS-GARNISH-FLAG = 'G' OR 'R' OR 'N'
                     PERFORM 400-SAVE-DED-CODE
                     DISPLAY SCRN-RESET
                     DISPLAY SCRN-CODE-CURRENT-VALUES
                ELSE
                     MOVE 'TYPE MUST BE G, R OR N - NOT SAVED'
                         TO WS-ERROR-MSG
                     DISPLAY SCRN-RESET
                     DISPLAY SCRN-ERROR-LINE
                END-IF
           END-IF.
           DISPLAY SCRN-EXIT-OPTION.
           ACCEPT SCRN-EXIT-OPTION.
                    MOVE 'INVALID ACTION CODE - RE-ENTER'
                        TO WS-ERROR-MSG
           END-EVALUATE.
           IF WS-VALID-INPUT = 'Y'
                IF WS-ACTION-ADD OR WS-ACTION-CHANGE
                     DISPLAY SCRN-RESET
                     DISPLAY SCRN-ENR-DETAIL-FIELDS
                     ACCEPT SCRN-OVERRIDE-FLD
                     ACCEPT SCRN-GARN-BAL-FLD
                     ACCEPT SCRN-CASE-NO-FLD
                     ACCEPT SCRN-PAYEE-FLD
                END-IF
                IF NOT WS-ACTION-STOP
                     PERFORM 340-VALIDATE-ENR-PAYEE
                END-IF
           END-IF.
           IF WS-VALID-INPUT = 'N'
                DISPLAY SCRN-RESET
                DISPLAY SCRN-ERROR-LINE
           ELSE
                IF WS-ACTION-ADD OR WS-ACTION-CHANGE
                     PERFORM 410-SAVE-ENROLLMENT
                ELSE
                     PERFORM 420-SAVE-ENR-STATUS
                   MOVE DD-FLAT-AMT TO WS-FLAT-AMT
                   MOVE DD-GARNISH-FLAG TO WS-GARNISH-FLAG
                   MOVE DD-GL-ACCOUNT TO WS-GL-ACCOUNT
                   COMPUTE WS-MATCH-PCT-IN = DD-MATCH-PCT * 1000
                   COMPUTE WS-MATCH-MAX-IN = DD-MATCH-MAX-PCT * 1000
           END-READ.

       210-LOOKUP-ENROLLMENT.
                   MOVE ED-OVERRIDE-AMT TO WS-OVERRIDE-AMT
                   MOVE ED-GARN-BALANCE TO WS-GARN-BALANCE
                   MOVE ED-ACTIVE-FLAG TO WS-ACTIVE-FLAG
                   MOVE ED-CASE-NUMBER TO WS-CASE-NUMBER
                   MOVE ED-PAYEE-NAME TO WS-PAYEE-NAME
           END-READ.

       300-VALIDATE-CODE-ADD.
                     MOVE SPACES TO WS-DED-DESC WS-GL-ACCOUNT
                     MOVE 'F' TO WS-CALC-METHOD
                     MOVE ZEROS TO WS-DED-PCT-IN WS-FLAT-AMT
                         WS-MATCH-PCT-IN WS-MATCH-MAX-IN
                     MOVE 'N' TO WS-GARNISH-FLAG
                END-IF
           END-IF.
                            TO WS-ERROR-MSG
                    NOT INVALID KEY
                        MOVE ZEROS TO WS-OVERRIDE-AMT WS-GARN-BALANCE
                        MOVE SPACES TO WS-CASE-NUMBER WS-PAYEE-NAME
                        MOVE 'A' TO WS-ACTIVE-FLAG
                END-READ
           END-IF.
                MOVE 'ENROLLMENT NOT ON FILE' TO WS-ERROR-MSG
           END-IF.

      *************************************************************
      * THE REMITTANCE CANNOT PAY A GARNISHMENT WITHOUT KNOWING    *
      * WHO TO PAY AND UNDER WHAT CASE, SO NEITHER MAY BE BLANK    *
      * ON A GARNISHMENT THAT IS SAVED OR REACTIVATED.  ANY OTHER  *
      * DEDUCTION CARRIES NO CASE OR PAYEE.                        *
      *************************************************************
       340-VALIDATE-ENR-PAYEE.
           MOVE WS-DED-CODE TO DD-DED-CODE.
           READ DEDUCT-CODE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'DEDUCTION CODE NOT ON CODE TABLE'
                       TO WS-ERROR-MSG
               NOT INVALID KEY
                   IF DD-GARNISHMENT
                        IF WS-CASE-NUMBER = SPACES
                           OR WS-PAYEE-NAME = SPACES
                             MOVE 'N' TO WS-VALID-INPUT
                             MOVE 'GARNISHMENT NEEDS CASE NO AND PAYEE'
                                 TO WS-ERROR-MSG
                        END-IF
                   ELSE
                        MOVE SPACES TO WS-CASE-NUMBER WS-PAYEE-NAME
                   END-IF
           END-READ.

       400-SAVE-DED-CODE.
           MOVE WS-DED-CODE TO DD-DED-CODE.
           MOVE WS-DED-DESC TO DD-DED-DESC.
           MOVE WS-FLAT-AMT TO DD-FLAT-AMT.
           MOVE WS-GARNISH-FLAG TO DD-GARNISH-FLAG.
           MOVE WS-GL-ACCOUNT TO DD-GL-ACCOUNT.
      * A GARNISHMENT IS NEVER MATCHED
           IF WS-GARNISH-FLAG = 'G'
                MOVE ZEROS TO WS-MATCH-PCT-IN WS-MATCH-MAX-IN
           END-IF.
           COMPUTE DD-MATCH-PCT = WS-MATCH-PCT-IN / 1000.
           COMPUTE DD-MATCH-MAX-PCT = WS-MATCH-MAX-IN / 1000.
           IF WS-ACTION-ADD
                WRITE DEDUCT-CODE-RECORD
           ELSE
           MOVE WS-DED-CODE TO ED-DED-CODE.
           MOVE WS-OVERRIDE-AMT TO ED-OVERRIDE-AMT.
           MOVE WS-GARN-BALANCE TO ED-GARN-BALANCE.
           MOVE WS-CASE-NUMBER TO ED-CASE-NUMBER.
           MOVE WS-PAYEE-NAME TO ED-PAYEE-NAME.
           IF WS-ACTION-ADD
                MOVE 'A' TO ED-ACTIVE-FLAG
                WRITE EMPLOYEE-DEDUCT-RECORD
