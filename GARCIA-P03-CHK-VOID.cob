      *              CHECKNO.DAT.  THE REPLACEMENT PRINTS TO        *
      *              CHKPRINT.PRT AND EVERY ACTION IS LOGGED TO     *
      *              VOIDCHK.PRT FOR THE AUDIT TRAIL.               *
      * 10/15/2026 - A CHECK THE BANK HAS ALREADY PAID (STATUS 'C'  *
      *              FROM GARCIA-P03-CHK-RECON) CAN NO LONGER BE    *
      *              VOIDED.  A STALE CHECK KEEPS ITS STALE FLAG    *
      *              WHEN VOIDED AND LOGS AS VOID-STL SO IT CAN BE  *
      *              TRACKED FOR UNCLAIMED PROPERTY REPORTING.      *
      *************************************************************

       ENVIRONMENT DIVISION.
           03  WS-PAY-DATE          PIC X(10).
           03  WS-NET-PAY           PIC 9(5)V99.
           03  WS-STATUS-FLAG       PIC X.
           03  WS-STALE-FLAG        PIC X.
           03  WS-CLEAR-DATE        PIC X(10).
           03  WS-NEW-CHECK-NO      PIC 9(6).

       01  WS-CHECK-PRINT-LINE.
           03         COL 26 PIC X(10) FROM WS-PAY-DATE.
           03 LINE 11 COL 13 VALUE 'AMOUNT'.
           03         COL 26 PIC ZZ,ZZ9.99 FROM WS-NET-PAY.
           03 LINE 12 COL 13 VALUE
               'STATUS (I=ISSUED V=VOID C=CLEARED)'.
           03         COL 49 PIC X FROM WS-STATUS-FLAG.
           03 LINE 13 COL 13 VALUE 'REISSUED AS'.
           03         COL 26 PIC 9(6) FROM WS-NEW-CHECK-NO.
           03 LINE 14 COL 13 VALUE 'STALE (S=PAST STALE LIMIT)'.
           03         COL 41 PIC X FROM WS-STALE-FLAG.

       01  SCRN-EXIT-OPTION.
           03  LINE 24 COL 22 PIC X TO WS-EXIT AUTO.
                   MOVE CI-PAY-DATE TO WS-PAY-DATE
                   MOVE CI-NET-PAY TO WS-NET-PAY
                   MOVE CI-STATUS-FLAG TO WS-STATUS-FLAG
                   MOVE CI-STALE-FLAG TO WS-STALE-FLAG
                   MOVE CI-CLEAR-DATE TO WS-CLEAR-DATE
           END-READ.

       300-VALIDATE-REQUEST.
                          MOVE 'CHECK IS ALREADY VOIDED'
                              TO WS-ERROR-MSG
                     END-IF
      * THE BANK HAS PAID IT - THE MONEY IS GONE, NOTHING TO VOID
                     IF WS-STATUS-FLAG = 'C'
                          MOVE 'N' TO WS-VALID-INPUT
                          MOVE SPACES TO WS-ERROR-MSG
                          STRING 'CHECK CLEARED THE BANK '
                              WS-CLEAR-DATE
                              DELIMITED BY SIZE
                              INTO WS-ERROR-MSG
                     END-IF
                END-IF
           END-IF.

           MOVE 'V' TO CI-STATUS-FLAG.
           REWRITE CHECK-ISSUE-RECORD.
           MOVE 'V' TO WS-STATUS-FLAG.
           IF WS-STALE-FLAG = 'S'
                MOVE 'VOID-STL' TO WS-VR-ACTION
           ELSE
                MOVE 'VOID    ' TO WS-VR-ACTION
           END-IF.
           MOVE WS-CHECK-NO TO WS-VR-CHECK-NO.
           PERFORM 420-WRITE-VOID-RPT-LINE.

           MOVE WS-NET-PAY TO CI-NET-PAY.
           MOVE 'I' TO CI-STATUS-FLAG.
           MOVE ZERO TO CI-REPLACED-BY.
           MOVE SPACES TO CI-CLEAR-DATE CI-STALE-FLAG.
           WRITE CHECK-ISSUE-RECORD
               INVALID KEY
                   DISPLAY 'CHECK NUMBER ' CI-CHECK-NO
