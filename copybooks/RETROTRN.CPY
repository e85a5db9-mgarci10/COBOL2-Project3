      *************************************************************
      * RETROTRN.CPY                                               *
      * RETRO EARNINGS TRANSACTION - THE RETROACTIVE PAY DUE FOR   *
      * ONE RATE REQUEST, SPLIT INTO REGULAR, OVERTIME AND DOUBLE  *
      * TIME.  WRITTEN OPEN BY GARCIA-P03-RETRO-CALC AND PAID BY   *
      * THE NEXT GARCIA-P03-PAY-SCREEN BATCH AS ITS OWN EARNINGS   *
      * LINE ('T' HISTORY RECORD), WHICH MARKS IT PAID WITH THE    *
      * PAY DATE.  SHARED BY ALL PROGRAMS THAT OPEN                *
      * RETRO-TRANS-FILE (RETROTRN.DAT).  KEY MATCHES RETROREQ.    *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  RETRO-TRANS-RECORD.
           03  RT-TRANS-KEY.
               05  RT-EMP-ID        PIC 9(5).
               05  RT-EFF-DATE      PIC X(8).
           03  RT-OLD-RATE          PIC 9(2)V99.
           03  RT-NEW-RATE          PIC 9(2)V99.
           03  RT-PERIOD-COUNT      PIC 9(3).
           03  RT-REG-EARNINGS      PIC 9(5)V99.
           03  RT-OT-EARNINGS       PIC 9(5)V99.
           03  RT-DBL-EARNINGS      PIC 9(5)V99.
           03  RT-TOTAL-EARNINGS    PIC 9(5)V99.
           03  RT-CALC-DATE         PIC X(10).
           03  RT-STATUS-FLAG       PIC X.
               88  RT-OPEN              VALUE 'O'.
               88  RT-PAID              VALUE 'P'.
           03  RT-PAID-DATE         PIC X(10).
