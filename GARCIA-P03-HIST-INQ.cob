      *              INQUIRY STARTS AT THE EMPLOYEE INSTEAD OF      *
      *              SCANNING THE WHOLE FILE, AND THE ALL-EMPLOYEE  *
      *              REPRINT WALKS THE DATE ALTERNATE KEY IN ORDER  *
      * 10/15/2026 - WHEN THE FROM DATE IS BEFORE THE RETENTION     *
      *              CUTOFF IN PHARCCTL.DAT THE ARCHIVE PAYHARC.DAT *
      *              IS SEARCHED AS WELL, AHEAD OF THE LIVE         *
      *              HISTORY.  ARCHIVED DETAIL IS MARKED ARC.       *
      *************************************************************

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT HIST-ARCHIVE-FILE ASSIGN TO 'PAYHARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               ALTERNATE RECORD KEY IS AH-SORT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-ARCH-STATUS.

           SELECT HIST-ARCHIVE-CTL-FILE ASSIGN TO 'PHARCCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-CTL-STATUS.

           SELECT HISTORY-PRINT-FILE ASSIGN TO 'PAYHINQ.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-PRINT-STATUS.
       FD  PAYROLL-HISTORY-FILE.
           COPY PAYHIST.

       FD  HIST-ARCHIVE-FILE.
           COPY PAYHARC.

       FD  HIST-ARCHIVE-CTL-FILE.
           COPY PHARCCTL.

       FD  HISTORY-PRINT-FILE.
       01  HISTORY-PRINT-RECORD     PIC X(80).

       01  WS-FILE-STATUSES.
           03  WS-PAY-HIST-STATUS   PIC XX.
           03  WS-HIST-PRINT-STATUS PIC XX.
           03  WS-HIST-ARCH-STATUS  PIC XX.
           03  WS-ARCH-CTL-STATUS   PIC XX.

       01  WS-PROG-DATE.
           03 WS-PROG-DATE-YEAR     PIC 9999.
       01  WS-SEARCH-CTL.
           03  WS-PH-EOF            PIC X VALUE 'N'.
           03  WS-MATCH-COUNT       PIC 9(4) VALUE ZERO.
           03  WS-AH-EOF            PIC X VALUE 'N'.
           03  WS-ARC-SEARCH        PIC X VALUE 'N'.
           03  WS-ARC-MATCH-COUNT   PIC 9(4) VALUE ZERO.

       01  WS-WRK-INFO.
           03  WS-EMPLOYEE-ID       PIC 9(5).
               'EMP-ID PAY-DATE     HOURS  REG-EARN   OT-EAR'.
           03  FILLER               PIC X(29) VALUE
               'N  DBL-EARN   TOTAL-EARN  TY'.
           03  FILLER               PIC X(5) VALUE '  SRC'.
       01  WS-INQ-DETAIL-LINE.
           03  WS-ID-EMP-ID         PIC 9(5).
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-ID-TOTAL-EARN     PIC ZZ,ZZ9.99-.
           03  FILLER               PIC X(1) VALUE SPACES.
           03  WS-ID-REC-TYPE       PIC X.
           03  FILLER               PIC X(2) VALUE SPACES.
           03  WS-ID-SOURCE         PIC X(3).
       01  WS-INQ-TOTAL-LINE.
           03  FILLER               PIC X(18) VALUE
               'RECORDS MATCHED : '.
           03  WS-IT-MATCH-COUNT    PIC ZZZ9.
           03  FILLER               PIC X(17) VALUE
               '   FROM ARCHIVE: '.
           03  WS-IT-ARC-COUNT      PIC ZZZ9.

       SCREEN SECTION.
       01 SCRN-HEADER.
       01 SCRN-RESULT-LINE.
           03 LINE 09 COL 11 VALUE 'RECORDS MATCHED'.
           03         COL 28 PIC ZZZ9 FROM WS-MATCH-COUNT.
           03 LINE 10 COL 11 VALUE 'FROM ARCHIVE'.
           03         COL 28 PIC ZZZ9 FROM WS-ARC-MATCH-COUNT.
           03 LINE 11 COL 11 VALUE 'DETAIL PRINTED TO PAYHINQ.PRT'.

       01  SCRN-EXIT-OPTION.
           03  LINE 24 COL 22 PIC X TO WS-EXIT AUTO.

       100-SEARCH-HISTORY.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-ARC-MATCH-COUNT.
           PERFORM 110-BUILD-RANGE-KEYS.
           PERFORM 150-CHECK-ARCHIVE.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WS-PAY-HIST-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING PAYROLL HISTORY FILE - STATUS '
                STOP RUN
           END-IF.
           PERFORM 300-PRINT-INQ-HEADINGS.
           IF WS-ARC-SEARCH = 'Y'
                IF WS-EMPLOYEE-ID NOT = ZERO
                     PERFORM 160-SEARCH-ARCHIVE-BY-EMPLOYEE
                ELSE
                     PERFORM 170-SEARCH-ARCHIVE-BY-DATE
                END-IF
                CLOSE HIST-ARCHIVE-FILE
           END-IF.
           IF WS-EMPLOYEE-ID NOT = ZERO
                PERFORM 130-SEARCH-BY-EMPLOYEE
           ELSE
           END-IF.
           CLOSE PAYROLL-HISTORY-FILE.
           MOVE WS-MATCH-COUNT TO WS-IT-MATCH-COUNT.
           MOVE WS-ARC-MATCH-COUNT TO WS-IT-ARC-COUNT.
           MOVE WS-INQ-TOTAL-LINE TO HISTORY-PRINT-RECORD.
           WRITE HISTORY-PRINT-RECORD.

                END-READ
           END-PERFORM.

      *************************************************************
      * HISTORY BEFORE THE RETENTION CUTOFF HAS BEEN MOVED TO THE  *
      * ARCHIVE BY GARCIA-P03-HIST-PURGE.  IT IS ONLY SEARCHED     *
      * WHEN THE RANGE REACHES BACK PAST THE CUTOFF, AND AHEAD OF  *
      * THE LIVE FILE SO THE DETAIL STAYS IN PAY DATE ORDER.       *
      *************************************************************
       150-CHECK-ARCHIVE.
           MOVE 'N' TO WS-ARC-SEARCH.
           OPEN INPUT HIST-ARCHIVE-CTL-FILE.
           IF WS-ARCH-CTL-STATUS = '00'
                READ HIST-ARCHIVE-CTL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF WS-FROM-KEY < HA-CUTOFF-KEY
                             MOVE 'Y' TO WS-ARC-SEARCH
                        END-IF
                END-READ
                CLOSE HIST-ARCHIVE-CTL-FILE
           END-IF.
           IF WS-ARC-SEARCH = 'Y'
                OPEN INPUT HIST-ARCHIVE-FILE
                IF WS-HIST-ARCH-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING HISTORY ARCHIVE FILE - '
                         'STATUS ' WS-HIST-ARCH-STATUS
                         ' - ARCHIVE NOT SEARCHED'
                     MOVE 'N' TO WS-ARC-SEARCH
                END-IF
           END-IF.

       160-SEARCH-ARCHIVE-BY-EMPLOYEE.
           MOVE WS-EMPLOYEE-ID TO AH-EMP-ID.
           MOVE WS-FROM-KEY TO AH-SORT-DATE.
           MOVE ZERO TO AH-SEQ-NO.
           MOVE 'N' TO WS-AH-EOF.
           START HIST-ARCHIVE-FILE KEY NOT < AH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-AH-EOF
           END-START.
           PERFORM UNTIL WS-AH-EOF = 'Y'
                READ HIST-ARCHIVE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-AH-EOF
                    NOT AT END
                        IF AH-EMP-ID NOT = WS-EMPLOYEE-ID
                           OR AH-SORT-DATE > WS-TO-KEY
                             MOVE 'Y' TO WS-AH-EOF
                        ELSE
                             ADD 1 TO WS-MATCH-COUNT
                             ADD 1 TO WS-ARC-MATCH-COUNT
                             PERFORM 220-PRINT-ARCHIVE-DETAIL
                        END-IF
                END-READ
           END-PERFORM.

       170-SEARCH-ARCHIVE-BY-DATE.
           MOVE WS-FROM-KEY TO AH-SORT-DATE.
           MOVE 'N' TO WS-AH-EOF.
           START HIST-ARCHIVE-FILE KEY NOT < AH-SORT-DATE
               INVALID KEY MOVE 'Y' TO WS-AH-EOF
           END-START.
           PERFORM UNTIL WS-AH-EOF = 'Y'
                READ HIST-ARCHIVE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-AH-EOF
                    NOT AT END
                        IF AH-SORT-DATE > WS-TO-KEY
                             MOVE 'Y' TO WS-AH-EOF
                        ELSE
                             ADD 1 TO WS-MATCH-COUNT
                             ADD 1 TO WS-ARC-MATCH-COUNT
                             PERFORM 220-PRINT-ARCHIVE-DETAIL
                        END-IF
                END-READ
           END-PERFORM.

       110-BUILD-RANGE-KEYS.
           IF WS-FROM-DATE = SPACES
                MOVE LOW-VALUES TO WS-FROM-KEY
           ELSE
                MOVE PH-REC-TYPE TO WS-ID-REC-TYPE
           END-IF.
           MOVE SPACES TO WS-ID-SOURCE.
           MOVE WS-INQ-DETAIL-LINE TO HISTORY-PRINT-RECORD.
           WRITE HISTORY-PRINT-RECORD.

       220-PRINT-ARCHIVE-DETAIL.
           MOVE AH-EMP-ID TO WS-ID-EMP-ID.
           MOVE AH-PAY-DATE TO WS-ID-PAY-DATE.
           MOVE AH-TOTAL-HRS TO WS-ID-TOTAL-HRS.
           MOVE AH-REG-EARNINGS TO WS-ID-REG-EARN.
           MOVE AH-OT-EARNINGS TO WS-ID-OT-EARN.
           MOVE AH-OT-EARNINGS-DBL TO WS-ID-DBL-EARN.
           MOVE AH-TOTAL-EARNINGS TO WS-ID-TOTAL-EARN.
           IF AH-REC-TYPE = SPACE OR LOW-VALUE
                MOVE 'P' TO WS-ID-REC-TYPE
           ELSE
                MOVE AH-REC-TYPE TO WS-ID-REC-TYPE
           END-IF.
           MOVE 'ARC' TO WS-ID-SOURCE.
           MOVE WS-INQ-DETAIL-LINE TO HISTORY-PRINT-RECORD.
           WRITE HISTORY-PRINT-RECORD.

