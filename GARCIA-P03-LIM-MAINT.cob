      ******************************************************************
      * PROGRAM : PROJECT 3 - PAYROLL TAX LIMIT MAINTENANCE            *
      * AUTHOR  : MARIO GARCIA                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P03-LIM-MAINT.

      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION - ADD/CHANGE SCREEN FOR THE    *
      *              TAX-LIMIT-FILE, ONE RECORD PER CALENDAR YEAR   *
      *              WITH THE SOCIAL SECURITY WAGE BASE AND RATE,   *
      *              THE MEDICARE RATE AND THE ADDITIONAL MEDICARE  *
      *              THRESHOLD AND RATE.  EVERY ADD/CHANGE IS       *
      *              LOGGED TO AUDITLOG.DAT AND FLAGGED AS A RATE   *
      *              CHANGE FOR REVIEW.                             *
      * 10/15/2026 - FUTA AND SUTA WAGE BASES AND RATES ADDED TO    *
      *              THE SCREEN FOR THE EMPLOYER COST ACCRUAL. A    *
      *              RATE WITHOUT A WAGE BASE IS REFUSED.           *
      *************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LIMIT-FILE ASSIGN TO 'TAXLIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TAX-YEAR
               FILE STATUS IS WS-TAX-LIMIT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

      *************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LIMIT-FILE.
           COPY TAXLIMIT.

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-TAX-LIMIT-STATUS      PIC XX.
       01  WS-AUDIT-LOG-STATUS      PIC XX.

       01  WS-AUDIT-CTL.
           03  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           03  WS-BEFORE-IMAGE      PIC X(60) VALUE SPACES.

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

       01  WS-SCRN-CTL.
           03  WS-EXIT              PIC X VALUE SPACE.

       01  WS-EDIT-CTL.
           03  WS-VALID-INPUT       PIC X VALUE 'Y'.
           03  WS-LIMIT-FOUND       PIC X VALUE 'Y'.
           03  WS-ERROR-MSG         PIC X(40) VALUE SPACES.

       01  WS-WRK-INFO.
           03  WS-TAX-YEAR          PIC 9(4).
           03  WS-ACTION-CODE       PIC X.
               88  WS-ACTION-ADD          VALUE 'A'.
               88  WS-ACTION-CHANGE       VALUE 'C'.
           03  WS-SS-BASE-IN        PIC 9(7).
           03  WS-SS-PCT-IN         PIC 9(4).
           03  WS-MED-PCT-IN        PIC 9(4).
           03  WS-ADDL-THRESH-IN    PIC 9(7).
           03  WS-ADDL-PCT-IN       PIC 9(4).
           03  WS-FUTA-BASE-IN      PIC 9(7).
           03  WS-FUTA-PCT-IN       PIC 9(4).
           03  WS-SUTA-BASE-IN      PIC 9(7).
           03  WS-SUTA-PCT-IN       PIC 9(4).

       SCREEN SECTION.
       01 SCRN-HEADER.
           03 BLANK SCREEN.
           03 LINE 01 COL 01 VALUE 'SOLUTION'.
           03         COL 28 VALUE 'PAYROLL TAX LIMIT MAINTENANCE'.
           03         COL 71 PIC X(10) FROM WS-SHOW-DATE.

       01 SCRN-OPERATOR-ID.
           03 LINE 03 COL 11 VALUE 'OPERATOR ID'.
           03         COL 26 PIC X(8) TO WS-OPERATOR-ID.

       01 SCRN-INPUT-FIELDS.
           03 SCRN-TAX-YEAR.
                05 LINE 04 COL 11 VALUE 'TAX YEAR'.
                05         COL 26 PIC 9(4) TO WS-TAX-YEAR.

           03 SCRN-ACTION-CODE.
                05 LINE 05 COL 11 VALUE 'ACTION (A=ADD C=CHANGE)'.
                05         COL 36 PIC X TO WS-ACTION-CODE.

       01 SCRN-DETAIL-FIELDS.
           03 SCRN-SS-BASE-FLD.
                05 LINE 07 COL 11 VALUE 'SS WAGE BASE (WHOLE $)'.
                05         COL 45 PIC 9(7) USING WS-SS-BASE-IN.

           03 SCRN-SS-PCT-FLD.
                05 LINE 08 COL 11 VALUE 'SS PCT (0620 = 6.20)'.
                05         COL 45 PIC 9(4) USING WS-SS-PCT-IN.

           03 SCRN-MED-PCT-FLD.
                05 LINE 09 COL 11 VALUE 'MEDICARE PCT (0145 = 1.45)'.
                05         COL 45 PIC 9(4) USING WS-MED-PCT-IN.

           03 SCRN-ADDL-THRESH-FLD.
                05 LINE 10 COL 11 VALUE
                    'ADDL MEDICARE THRESHOLD (WHOLE $)'.
                05         COL 45 PIC 9(7) USING WS-ADDL-THRESH-IN.

           03 SCRN-ADDL-PCT-FLD.
                05 LINE 11 COL 11 VALUE
                    'ADDL MEDICARE PCT (0090 = 0.90)'.
                05         COL 45 PIC 9(4) USING WS-ADDL-PCT-IN.

           03 SCRN-FUTA-BASE-FLD.
                05 LINE 12 COL 11 VALUE 'FUTA WAGE BASE (WHOLE $)'.
                05         COL 45 PIC 9(7) USING WS-FUTA-BASE-IN.

           03 SCRN-FUTA-PCT-FLD.
                05 LINE 13 COL 11 VALUE 'FUTA PCT (0060 = 0.60)'.
                05         COL 45 PIC 9(4) USING WS-FUTA-PCT-IN.

           03 SCRN-SUTA-BASE-FLD.
                05 LINE 14 COL 11 VALUE 'SUTA WAGE BASE (WHOLE $)'.
                05         COL 45 PIC 9(7) USING WS-SUTA-BASE-IN.

           03 SCRN-SUTA-PCT-FLD.
                05 LINE 15 COL 11 VALUE 'SUTA PCT (0270 = 2.70)'.
                05         COL 45 PIC 9(4) USING WS-SUTA-PCT-IN.

       01 SCRN-CURRENT-VALUES.
           03 LINE 13 COL 11 VALUE 'CURRENT ON FILE -'.
           03 LINE 14 COL 13 VALUE 'TAX YEAR'.
           03         COL 36 PIC 9(4) FROM WS-TAX-YEAR.
           03 LINE 15 COL 13 VALUE 'SS WAGE BASE'.
           03         COL 36 PIC Z,ZZZ,ZZ9 FROM WS-SS-BASE-IN.
           03 LINE 16 COL 13 VALUE 'SS PCT'.
           03         COL 36 PIC 9(4) FROM WS-SS-PCT-IN.
           03 LINE 17 COL 13 VALUE 'MEDICARE PCT'.
           03         COL 36 PIC 9(4) FROM WS-MED-PCT-IN.
           03 LINE 18 COL 13 VALUE 'ADDL MED THRESHOLD'.
           03         COL 36 PIC Z,ZZZ,ZZ9 FROM WS-ADDL-THRESH-IN.
           03 LINE 19 COL 13 VALUE 'ADDL MEDICARE PCT'.
           03         COL 36 PIC 9(4) FROM WS-ADDL-PCT-IN.
           03 LINE 15 COL 48 VALUE 'FUTA WAGE BASE'.
           03         COL 66 PIC Z,ZZZ,ZZ9 FROM WS-FUTA-BASE-IN.
           03 LINE 16 COL 48 VALUE 'FUTA PCT'.
           03         COL 66 PIC 9(4) FROM WS-FUTA-PCT-IN.
           03 LINE 17 COL 48 VALUE 'SUTA WAGE BASE'.
           03         COL 66 PIC Z,ZZZ,ZZ9 FROM WS-SUTA-BASE-IN.
           03 LINE 18 COL 48 VALUE 'SUTA PCT'.
           03         COL 66 PIC 9(4) FROM WS-SUTA-PCT-IN.

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
           DISPLAY SCRN-HEADER.
           PERFORM WITH TEST AFTER
                   UNTIL WS-OPERATOR-ID NOT = SPACES
                DISPLAY SCRN-OPERATOR-ID
                ACCEPT SCRN-OPERATOR-ID
           END-PERFORM.
           PERFORM UNTIL WS-EXIT = 'X' OR 'x'
                DISPLAY SCRN-RESET
                MOVE SPACES TO WS-ERROR-MSG
                DISPLAY SCRN-ERROR-LINE
                DISPLAY SCRN-INPUT-FIELDS
                ACCEPT SCRN-TAX-YEAR
                ACCEPT SCRN-ACTION-CODE
                MOVE 'N' TO WS-LIMIT-FOUND
                MOVE 'Y' TO WS-VALID-INPUT
                PERFORM 200-LOOKUP-TAX-LIMIT
                EVALUATE TRUE
                    WHEN WS-ACTION-ADD
                         PERFORM 300-VALIDATE-ADD
                    WHEN WS-ACTION-CHANGE
                         PERFORM 310-VALIDATE-CHANGE
                    WHEN OTHER
                         MOVE 'N' TO WS-VALID-INPUT
                         MOVE 'INVALID ACTION CODE - RE-ENTER'
                             TO WS-ERROR-MSG
                END-EVALUATE
                IF WS-VALID-INPUT = 'N'
                     DISPLAY SCRN-RESET
                     DISPLAY SCRN-ERROR-LINE
                ELSE
                     DISPLAY SCRN-RESET
                     DISPLAY SCRN-DETAIL-FIELDS
                     ACCEPT SCRN-SS-BASE-FLD
                     ACCEPT SCRN-SS-PCT-FLD
                     ACCEPT SCRN-MED-PCT-FLD
                     ACCEPT SCRN-ADDL-THRESH-FLD
                     ACCEPT SCRN-ADDL-PCT-FLD
                     ACCEPT SCRN-FUTA-BASE-FLD
                     ACCEPT SCRN-FUTA-PCT-FLD
                     ACCEPT SCRN-SUTA-BASE-FLD
                     ACCEPT SCRN-SUTA-PCT-FLD
                     PERFORM 320-EDIT-DETAIL
                     IF WS-VALID-INPUT = 'N'
                          DISPLAY SCRN-RESET
                          DISPLAY SCRN-ERROR-LINE
                     ELSE
                          PERFORM 400-SAVE-TAX-LIMIT
                          DISPLAY SCRN-RESET
                          DISPLAY SCRN-CURRENT-VALUES
                     END-IF
                     DISPLAY SCRN-EXIT-OPTION
                     ACCEPT SCRN-EXIT-OPTION
                END-IF
           END-PERFORM.
           DISPLAY SCRN-CLOSING.
           PERFORM 990-CLOSE-FILES.
           STOP RUN.

       500-GET-THAT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-PROG-DATE.
           MOVE WS-PROG-DATE-MONTH TO WS-SHOW-MONTH.
           MOVE WS-PROG-DATE-DAY TO WS-SHOW-DAY.
           MOVE WS-PROG-DATE-YEAR TO WS-SHOW-YEAR.

       050-OPEN-FILES.
           OPEN I-O TAX-LIMIT-FILE.
           IF WS-TAX-LIMIT-STATUS = '35'
                OPEN OUTPUT TAX-LIMIT-FILE
                CLOSE TAX-LIMIT-FILE
                OPEN I-O TAX-LIMIT-FILE
           END-IF.
           IF WS-TAX-LIMIT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING TAX LIMIT FILE - STATUS '
                    WS-TAX-LIMIT-STATUS
                STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-LOG-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING AUDIT LOG FILE - STATUS '
                    WS-AUDIT-LOG-STATUS
                STOP RUN
           END-IF.

       990-CLOSE-FILES.
           CLOSE TAX-LIMIT-FILE.
           CLOSE AUDIT-LOG-FILE.

       200-LOOKUP-TAX-LIMIT.
           MOVE WS-TAX-YEAR TO TL-TAX-YEAR.
           READ TAX-LIMIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LIMIT-FOUND
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LIMIT-FOUND
                   MOVE TAX-LIMIT-RECORD TO WS-BEFORE-IMAGE
                   MOVE TL-SS-WAGE-BASE TO WS-SS-BASE-IN
                   COMPUTE WS-SS-PCT-IN = TL-SS-PCT * 10000
                   COMPUTE WS-MED-PCT-IN = TL-MEDICARE-PCT * 10000
                   MOVE TL-ADDL-MED-THRESH TO WS-ADDL-THRESH-IN
                   COMPUTE WS-ADDL-PCT-IN = TL-ADDL-MED-PCT * 10000
                   MOVE TL-FUTA-WAGE-BASE TO WS-FUTA-BASE-IN
                   COMPUTE WS-FUTA-PCT-IN = TL-FUTA-PCT * 10000
                   MOVE TL-SUTA-WAGE-BASE TO WS-SUTA-BASE-IN
                   COMPUTE WS-SUTA-PCT-IN = TL-SUTA-PCT * 10000
           END-READ.

       300-VALIDATE-ADD.
           IF WS-LIMIT-FOUND = 'Y'
                MOVE 'N' TO WS-VALID-INPUT
                MOVE 'TAX YEAR ALREADY ON FILE' TO WS-ERROR-MSG
           ELSE
                IF WS-TAX-YEAR = ZERO
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'TAX YEAR MAY NOT BE ZERO' TO WS-ERROR-MSG
                ELSE
                     MOVE ZEROS TO WS-SS-BASE-IN WS-SS-PCT-IN
                         WS-MED-PCT-IN WS-ADDL-THRESH-IN
                         WS-ADDL-PCT-IN WS-FUTA-BASE-IN
                         WS-FUTA-PCT-IN WS-SUTA-BASE-IN WS-SUTA-PCT-IN
                END-IF
           END-IF.

       310-VALIDATE-CHANGE.
           IF WS-LIMIT-FOUND = 'N'
                MOVE 'N' TO WS-VALID-INPUT
                MOVE 'TAX YEAR NOT ON FILE' TO WS-ERROR-MSG
           END-IF.

      *************************************************************
      * A ZERO WAGE BASE OR RATE WOULD SILENTLY STOP SOCIAL        *
      * SECURITY OR MEDICARE FOR THE WHOLE YEAR - REFUSE IT        *
      *************************************************************
       320-EDIT-DETAIL.
           IF WS-SS-BASE-IN = ZERO
                MOVE 'N' TO WS-VALID-INPUT
                MOVE 'SS WAGE BASE MAY NOT BE ZERO - NOT SAVED'
                    TO WS-ERROR-MSG
           ELSE
                IF WS-SS-PCT-IN = ZERO OR WS-MED-PCT-IN = ZERO
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'SS/MEDICARE PCT MAY NOT BE ZERO'
                         TO WS-ERROR-MSG
                ELSE
                     IF WS-ADDL-THRESH-IN = ZERO
                          MOVE 'N' TO WS-VALID-INPUT
                          MOVE 'ADDL MEDICARE THRESHOLD MAY NOT BE 0'
                              TO WS-ERROR-MSG
                     END-IF
                     PERFORM 325-EDIT-UNEMPLOYMENT
                END-IF
           END-IF.

      * A RATE WITH NO WAGE BASE WOULD ACCRUE NOTHING ALL YEAR.
      * A ZERO RATE IS ALLOWED - NOT EVERY EMPLOYER OWES SUTA
       325-EDIT-UNEMPLOYMENT.
           IF WS-VALID-INPUT = 'Y'
                IF (WS-FUTA-PCT-IN NOT = ZERO
                        AND WS-FUTA-BASE-IN = ZERO)
                   OR (WS-SUTA-PCT-IN NOT = ZERO
                        AND WS-SUTA-BASE-IN = ZERO)
                     MOVE 'N' TO WS-VALID-INPUT
                     MOVE 'FUTA/SUTA RATE NEEDS A WAGE BASE'
                         TO WS-ERROR-MSG
                END-IF
           END-IF.

       400-SAVE-TAX-LIMIT.
           MOVE WS-TAX-YEAR TO TL-TAX-YEAR.
           MOVE WS-SS-BASE-IN TO TL-SS-WAGE-BASE.
           COMPUTE TL-SS-PCT = WS-SS-PCT-IN / 10000.
           COMPUTE TL-MEDICARE-PCT = WS-MED-PCT-IN / 10000.
           MOVE WS-ADDL-THRESH-IN TO TL-ADDL-MED-THRESH.
           COMPUTE TL-ADDL-MED-PCT = WS-ADDL-PCT-IN / 10000.
           MOVE WS-FUTA-BASE-IN TO TL-FUTA-WAGE-BASE.
           COMPUTE TL-FUTA-PCT = WS-FUTA-PCT-IN / 10000.
           MOVE WS-SUTA-BASE-IN TO TL-SUTA-WAGE-BASE.
           COMPUTE TL-SUTA-PCT = WS-SUTA-PCT-IN / 10000.
           IF WS-ACTION-ADD
                WRITE TAX-LIMIT-RECORD
           ELSE
                REWRITE TAX-LIMIT-RECORD
           END-IF.
           PERFORM 600-WRITE-AUDIT-RECORD.

      *************************************************************
      * EVERY LIMIT CHANGE IS A RATE CHANGE - ALWAYS FLAGGED FOR   *
      * REVIEW BEFORE THE NEXT PAYROLL BATCH                       *
      *************************************************************
       600-WRITE-AUDIT-RECORD.
      * RE-CAPTURE THE CLOCK SO EVERY CHANGE IN A LONG SESSION
      * LOGS ITS OWN DATE AND TIME
           PERFORM 500-GET-THAT-DATE.
           MOVE WS-SHOW-DATE TO AL-LOG-DATE.
           MOVE WS-PROG-DATE-TIME TO AL-LOG-TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE 'GARCIA-P03-LIM-MAINT' TO AL-PROGRAM-ID.
           MOVE WS-ACTION-CODE TO AL-ACTION-CODE.
           MOVE SPACES TO AL-RECORD-KEY.
           MOVE WS-TAX-YEAR TO AL-RECORD-KEY.
           MOVE 'Y' TO AL-RATE-CHG-FLAG.
           MOVE 'N' TO AL-BANK-CHG-FLAG.
           MOVE WS-BEFORE-IMAGE TO AL-BEFORE-IMAGE.
           MOVE TAX-LIMIT-RECORD TO AL-AFTER-IMAGE.
           WRITE AUDIT-LOG-RECORD.
           IF WS-AUDIT-LOG-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING AUDIT LOG - STATUS '
                    WS-AUDIT-LOG-STATUS
           END-IF.
