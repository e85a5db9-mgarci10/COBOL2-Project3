      *************************************************************
      * LABDIST.CPY                                                *
      * LABOR COST DISTRIBUTION RECORD - ONE PER DEPARTMENT FOR    *
      * EVERY PAY, RETRO, FINAL PAY, VOID AND REISSUE, KEYED ON    *
      * PAY DATE (YYYYMMDD) + DEPARTMENT + EMPLOYEE + THE          *
      * SEQUENCE NUMBER OF THE PAYHIST RECORD IT BELONGS TO.       *
      * WRITTEN BY THE PAY RUN FROM THE RATE-WEIGHTED DEPARTMENT   *
      * SPLIT, BY GARCIA-P03-FINAL-PAY AND BY GARCIA-P03-PAY-ADJ   *
      * (A VOID REVERSES THE ORIGINAL'S RECORDS WITH 'V' RECORDS   *
      * OF OPPOSITE SIGN).  SHARED BY ALL PROGRAMS THAT OPEN       *
      * LABOR-DIST-FILE (LABDIST.DAT).                             *
      * HOURS: REGULAR + OVERTIME + LEAVE = ALL HOURS PAID.        *
      * DIFFERENTIAL HOURS ARE THE WORKED HOURS THAT CARRIED THE   *
      * DIFFERENTIAL AND ARE ALREADY IN REGULAR/OVERTIME.          *
      * DOLLARS: REGULAR = STRAIGHT TIME AT THE BASE RATE ON ALL   *
      * WORKED HOURS, DIFFERENTIAL = THE DIFFERENTIAL ON THEM,     *
      * OVERTIME = THE PREMIUM ONLY, LEAVE = VACATION, SICK AND    *
      * HOLIDAY PAY.  THE FOUR ADD TO LD-TOTAL-PAY.                *
      * RETRO PAY CARRIES NO HOURS - ITS OVERTIME DIFFERENCE IS    *
      * ALL IN OVERTIME.  FINAL PAY LEAVE IS THE VACATION CASHED   *
      * OUT.                                                       *
      * LD-JOB-CODE IS THE JOBRATE.DAT KEY THAT PRICED THE HOURS - *
      * BLANK WHEN THE EMPLOYEE'S MASTER RATE WAS USED.            *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  LABOR-DIST-RECORD.
           03  LD-DIST-KEY.
               05  LD-SORT-DATE     PIC X(8).
               05  LD-DEPT-CODE     PIC X(4).
               05  LD-EMP-ID        PIC 9(5).
               05  LD-HIST-SEQ      PIC 9(2).
           03  LD-PAY-DATE          PIC X(10).
           03  LD-JOB-CODE          PIC X(4).
           03  LD-REC-TYPE          PIC X.
               88  LD-PAY-REC           VALUE 'P'.
               88  LD-VOID-REC          VALUE 'V'.
               88  LD-REISSUE-REC       VALUE 'R'.
               88  LD-RETRO-REC         VALUE 'T'.
               88  LD-FINAL-REC         VALUE 'F'.
           03  LD-REG-HRS           PIC S9(3)V99.
           03  LD-OT-HRS            PIC S9(3)V99.
           03  LD-DIFF-HRS          PIC S9(3)V99.
           03  LD-LEAVE-HRS         PIC S9(3)V99.
           03  LD-REG-PAY           PIC S9(5)V99.
           03  LD-OT-PAY            PIC S9(5)V99.
           03  LD-DIFF-PAY          PIC S9(5)V99.
           03  LD-LEAVE-PAY         PIC S9(5)V99.
           03  LD-TOTAL-PAY         PIC S9(5)V99.
