      *************************************************************
      * PAYHARC.CPY                                                *
      * PAYROLL HISTORY ARCHIVE RECORD - PAYHIST RECORDS OLDER     *
      * THAN THE RETENTION CUTOFF, MOVED OUT BY                    *
      * GARCIA-P03-HIST-PURGE AND STAMPED WITH THE DATE AND TIME   *
      * OF THE ARCHIVE RUN.  SHARED BY ALL PROGRAMS THAT OPEN      *
      * HIST-ARCHIVE-FILE (PAYHARC.DAT).  AH-HIST-KEY THROUGH      *
      * AH-REC-TYPE MUST STAY IN STEP WITH PAYHIST.CPY - THE       *
      * PURGE MOVES THE HISTORY RECORD ACROSS WHOLE.               *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  HIST-ARCHIVE-RECORD.
           03  AH-HIST-KEY.
               05  AH-EMP-ID        PIC 9(5).
               05  AH-SORT-DATE     PIC X(8).
               05  AH-SEQ-NO        PIC 9(2).
           03  AH-PAY-DATE          PIC X(10).
           03  AH-TOTAL-HRS         PIC S9(2)V99.
           03  AH-REG-RATE          PIC 9(3)V99.
           03  AH-REG-EARNINGS      PIC S9(5)V99.
           03  AH-OT-EARNINGS       PIC S9(5)V99.
           03  AH-OT-EARNINGS-DBL   PIC S9(5)V99.
           03  AH-TOTAL-EARNINGS    PIC S9(5)V99.
           03  AH-FED-TAX           PIC S9(4)V99.
           03  AH-STATE-TAX         PIC S9(4)V99.
           03  AH-FICA-TAX          PIC S9(4)V99.
           03  AH-MEDICARE-TAX      PIC S9(4)V99.
           03  AH-TOTAL-DED         PIC S9(5)V99.
           03  AH-NET-PAY           PIC S9(5)V99.
           03  AH-REC-TYPE          PIC X.
           03  AH-ARCHIVE-DATE      PIC X(8).
           03  AH-ARCHIVE-TIME      PIC 9(4).
