      *              DATE/TIME AND BEFORE/AFTER IMAGES.  RATE AND   *
      *              BANK ACCOUNT CHANGES ARE FLAGGED FOR REVIEW    *
      *              BEFORE THE NEXT PAYROLL BATCH.                 *
      * 10/15/2026 - A RATE CHANGE MAY BE KEYED WITH A BACK-DATED   *
      *              EFFECTIVE DATE (MM/DD/YYYY). THE CHANGE THEN   *
      *              LOGS A RETRO REQUEST TO RETROREQ.DAT WITH THE  *
      *              OLD AND NEW RATE FOR GARCIA-P03-RETRO-CALC TO  *
      *              PRICE AGAINST PAYROLL HISTORY. A BLANK DATE    *
      *              MEANS NO RETRO PAY.                            *
      * 10/15/2026 - A TERMINATION NOW REMINDS THE OPERATOR TO RUN  *
      *              GARCIA-P03-FINAL-PAY FOR THE LAST HOURS,       *
      *              VACATION CASH-OUT AND DEDUCTION STOPS.         *
      *************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT RETRO-REQUEST-FILE ASSIGN TO 'RETROREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-RETRO-REQ-STATUS.

      *************************************************************

       DATA DIVISION.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       FD  RETRO-REQUEST-FILE.
           COPY RETROREQ.

       WORKING-STORAGE SECTION.
       01  WS-EMP-MAST-STATUS       PIC XX.
       01  WS-AUDIT-LOG-STATUS      PIC XX.
       01  WS-RETRO-REQ-STATUS      PIC XX.

       01  WS-AUDIT-CTL.
           03  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           03 FILLER                PIC X VALUE '/'.
           03 WS-SHOW-YEAR          PIC XXXX.

      * THE RATE EFFECTIVE DATE COMES IN AS MM/DD/YYYY AND IS
      * TURNED AROUND TO YYYYMMDD FOR THE RETRO REQUEST KEY
       01  WS-RETRO-CTL.
           03  WS-RQ-FOUND          PIC X VALUE 'N'.
       01  WS-DATE-SPLIT.
           03  WS-DS-MONTH          PIC XX.
           03  WS-DS-SLASH-1        PIC X.
           03  WS-DS-DAY            PIC XX.
           03  WS-DS-SLASH-2        PIC X.
           03  WS-DS-YEAR           PIC XXXX.
       01  WS-EFF-SORT-DATE.
           03  WS-ESD-YEAR          PIC XXXX.
           03  WS-ESD-MONTH         PIC XX.
               88  WS-ESD-MONTH-OK      VALUE '01' THRU '12'.
           03  WS-ESD-DAY           PIC XX.
               88  WS-ESD-DAY-OK        VALUE '01' THRU '31'.
       01  WS-TODAY-SORT-DATE.
           03  WS-TSD-YEAR          PIC 9999.
           03  WS-TSD-MONTH         PIC 99.
           03  WS-TSD-DAY           PIC 99.

       01  WS-SCRN-CTL.
           03  WS-EXIT              PIC X VALUE SPACE.

           03  WS-BANK-ACCOUNT      PIC 9(12).
           03  WS-BANK-ACCT-TYPE    PIC X.
           03  WS-DEPT-CODE         PIC X(4).
           03  WS-RATE-EFF-DATE     PIC X(10).

       SCREEN SECTION.
       01 SCRN-HEADER.
                05 LINE 08 COL 11 VALUE 'REGULAR RATE'.
                05         COL 26 PIC 99.99 USING WS-REG-RATE.

           03 SCRN-RATE-EFF-FLD.
                05 LINE 08 COL 36 VALUE 'EFFECTIVE (RETRO)'.
                05         COL 55 PIC X(10) USING WS-RATE-EFF-DATE.

           03 SCRN-FILING-STAT-FLD.
                05 LINE 09 COL 11 VALUE 'FILING STATUS (S/M/H/D)'.
                05         COL 36 PIC X USING WS-FILING-STATUS.
                          DISPLAY SCRN-DETAIL-FIELDS
                          ACCEPT SCRN-EMP-NAME-FLD
                          ACCEPT SCRN-REG-RATE-FLD
                          IF WS-ACTION-CHANGE
                               ACCEPT SCRN-RATE-EFF-FLD
                          END-IF
                          ACCEPT SCRN-FILING-STAT-FLD
                          ACCEPT SCRN-DEPT-CODE-FLD
                          ACCEPT SCRN-BANK-ROUTING-FLD
                     END-IF
                     DISPLAY SCRN-RESET
                     DISPLAY SCRN-CURRENT-VALUES
                     IF WS-ERROR-MSG NOT = SPACES
                          DISPLAY SCRN-ERROR-LINE
                     END-IF
                     DISPLAY SCRN-EXIT-OPTION
                     ACCEPT SCRN-EXIT-OPTION
                END-IF
                    WS-AUDIT-LOG-STATUS
                STOP RUN
           END-IF.
           OPEN I-O RETRO-REQUEST-FILE.
           IF WS-RETRO-REQ-STATUS = '35'
                OPEN OUTPUT RETRO-REQUEST-FILE
                CLOSE RETRO-REQUEST-FILE
                OPEN I-O RETRO-REQUEST-FILE
           END-IF.
           IF WS-RETRO-REQ-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING RETRO REQUEST FILE - STATUS '
                    WS-RETRO-REQ-STATUS
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE RETRO-REQUEST-FILE.

       200-LOOKUP-EMPLOYEE.
           MOVE WS-EMPLOYEE-ID TO EM-EMP-ID.
                MOVE ZEROS TO WS-BANK-ROUTING WS-BANK-ACCOUNT
                MOVE SPACE TO WS-BANK-ACCT-TYPE
                MOVE SPACES TO WS-DEPT-CODE
                MOVE SPACES TO WS-RATE-EFF-DATE
           END-IF.

       310-VALIDATE-CHANGE.
                MOVE 'N' TO WS-VALID-INPUT
                MOVE 'EMPLOYEE ID NOT ON FILE' TO WS-ERROR-MSG
           END-IF.
           MOVE SPACES TO WS-RATE-EFF-DATE.

       320-VALIDATE-TERM-REACT.
           IF WS-EMP-FOUND = 'N'
                REWRITE EMPLOYEE-MASTER-RECORD
           END-IF.
           PERFORM 600-WRITE-AUDIT-RECORD.
           IF WS-ACTION-CHANGE AND WS-RATE-EFF-DATE NOT = SPACES
                IF EM-REG-RATE = WS-OLD-REG-RATE
                     MOVE 'RATE UNCHANGED - NO RETRO REQUEST'
                         TO WS-ERROR-MSG
                ELSE
                     PERFORM 420-SAVE-RETRO-REQUEST
                END-IF
           END-IF.

       410-SAVE-STATUS-CHANGE.
           MOVE WS-EMPLOYEE-ID TO EM-EMP-ID.
           IF WS-ACTION-TERMINATE
                MOVE 'T' TO EM-ACTIVE-FLAG
                MOVE 'T' TO WS-ACTIVE-FLAG
                MOVE 'TERMINATED - RUN FINAL PAY'
                    TO WS-ERROR-MSG
           ELSE
                MOVE 'A' TO EM-ACTIVE-FLAG
                MOVE 'A' TO WS-ACTIVE-FLAG
           REWRITE EMPLOYEE-MASTER-RECORD.
           PERFORM 600-WRITE-AUDIT-RECORD.

      *************************************************************
      * A BACK-DATED RATE CHANGE LEAVES AN OPEN RETRO REQUEST FOR  *
      * THE RETRO CALCULATION.  THE EFFECTIVE DATE MAY NOT BE      *
      * LATER THAN TODAY.  A SECOND CHANGE FOR THE SAME EFFECTIVE  *
      * DATE BEFORE THE CALCULATION RUNS KEEPS THE ORIGINAL OLD    *
      * RATE AND TAKES THE LATEST NEW RATE; ONCE CALCULATED, THE   *
      * DATE IS CLOSED AND A LATER EFFECTIVE DATE MUST BE USED.    *
      * THE RATE CHANGE ITSELF IS ALREADY SAVED EITHER WAY.        *
      *************************************************************
       420-SAVE-RETRO-REQUEST.
           MOVE WS-RATE-EFF-DATE TO WS-DATE-SPLIT.
           MOVE WS-DS-YEAR TO WS-ESD-YEAR.
           MOVE WS-DS-MONTH TO WS-ESD-MONTH.
           MOVE WS-DS-DAY TO WS-ESD-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-TSD-YEAR.
           MOVE WS-PROG-DATE-MONTH TO WS-TSD-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-TSD-DAY.
           IF WS-EFF-SORT-DATE NOT NUMERIC
              OR NOT WS-ESD-MONTH-OK OR NOT WS-ESD-DAY-OK
              OR WS-DS-SLASH-1 NOT = '/' OR WS-DS-SLASH-2 NOT = '/'
                MOVE 'RATE SAVED - BAD EFF DATE, NO RETRO'
                    TO WS-ERROR-MSG
           ELSE
                IF WS-EFF-SORT-DATE > WS-TODAY-SORT-DATE
                     MOVE 'RATE SAVED - FUTURE EFF DATE, NO RETRO'
                         TO WS-ERROR-MSG
                ELSE
                     PERFORM 425-WRITE-RETRO-REQUEST
                END-IF
           END-IF.

       425-WRITE-RETRO-REQUEST.
           MOVE WS-EMPLOYEE-ID TO RQ-EMP-ID.
           MOVE WS-EFF-SORT-DATE TO RQ-EFF-DATE.
           READ RETRO-REQUEST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RQ-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RQ-FOUND
           END-READ.
           IF WS-RQ-FOUND = 'N'
                MOVE WS-EMPLOYEE-ID TO RQ-EMP-ID
                MOVE WS-EFF-SORT-DATE TO RQ-EFF-DATE
                MOVE WS-OLD-REG-RATE TO RQ-OLD-RATE
                MOVE EM-REG-RATE TO RQ-NEW-RATE
                MOVE WS-SHOW-DATE TO RQ-ENTERED-DATE
                MOVE WS-OPERATOR-ID TO RQ-OPERATOR-ID
                MOVE 'O' TO RQ-STATUS-FLAG
                WRITE RETRO-REQUEST-RECORD
           ELSE
                IF RQ-CALCULATED
                     MOVE 'RATE SAVED - RETRO ALREADY RUN FOR DATE'
                         TO WS-ERROR-MSG
                ELSE
                     MOVE EM-REG-RATE TO RQ-NEW-RATE
                     MOVE WS-SHOW-DATE TO RQ-ENTERED-DATE
                     MOVE WS-OPERATOR-ID TO RQ-OPERATOR-ID
                     REWRITE RETRO-REQUEST-RECORD
                END-IF
           END-IF.
           IF WS-ERROR-MSG = SPACES
                IF WS-RETRO-REQ-STATUS NOT = '00'
                     MOVE 'RATE SAVED - RETRO REQUEST NOT WRITTEN'
                         TO WS-ERROR-MSG
                     DISPLAY 'ERROR WRITING RETRO REQUEST - STATUS '
                         WS-RETRO-REQ-STATUS
                ELSE
                     STRING 'RETRO REQUEST LOGGED - EFF '
                         DELIMITED BY SIZE
                         WS-RATE-EFF-DATE DELIMITED BY SIZE
                         INTO WS-ERROR-MSG
                END-IF
           END-IF.

       600-WRITE-AUDIT-RECORD.
      * RE-CAPTURE THE CLOCK SO EVERY CHANGE IN A LONG SESSION
      * LOGS ITS OWN DATE AND TIME
