      *************************************************************
      * PHARCCTL.CPY                                               *
      * PAYROLL HISTORY ARCHIVE CONTROL - ONE RECORD.  HOLDS THE   *
      * RETENTION CUTOFF: EVERY PAY DATE BEFORE HA-CUTOFF-KEY HAS  *
      * BEEN MOVED FROM PAYHIST.DAT TO PAYHARC.DAT.  REWRITTEN BY  *
      * EACH GARCIA-P03-HIST-PURGE RUN AND READ BY                 *
      * GARCIA-P03-HIST-INQ TO DECIDE WHETHER AN INQUIRY MUST      *
      * ALSO SEARCH THE ARCHIVE.  SHARED BY ALL PROGRAMS THAT      *
      * OPEN HIST-ARCHIVE-CTL-FILE (PHARCCTL.DAT).                 *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  HIST-ARCHIVE-CTL-RECORD.
           03  HA-CUTOFF-KEY        PIC X(8).
           03  HA-CUTOFF-DATE       PIC X(10).
           03  HA-LAST-RUN-DATE     PIC X(10).
           03  HA-LAST-RUN-TIME     PIC 9(4).
           03  HA-LAST-RUN-COUNT    PIC 9(7).
           03  HA-ARCHIVE-COUNT     PIC 9(7).
