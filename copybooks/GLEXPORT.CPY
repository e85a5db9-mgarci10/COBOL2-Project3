      * THE ADJUSTMENT PROGRAM WRITES 'A' (STUB LAYOUT) AND 'J'    *
      * (SUMMARY LAYOUT) RECORDS FOR VOIDS AND REISSUES SO THE     *
      * TIE-OUT CAN RECONCILE THEM APART FROM THE BATCH.           *
      * 'E' AND 'F' CARRY THE EMPLOYER'S OWN COST (SOCIAL SECURITY *
      * AND MEDICARE MATCH, FUTA, SUTA, 401K MATCH) - 'E' PER      *
      * EMPLOYEE PER DEPARTMENT PER COST CODE, 'F' THE DEPARTMENT  *
      * SUMMARY (EMP-ID ZERO, RECORD COUNT SET).  EACH POSTS DEBIT *
      * TO THE EXPENSE ACCOUNT AND CREDIT TO THE LIABILITY.        *
      * SHARED BY ALL PROGRAMS THAT OPEN GL-EXPORT-FILE            *
      * (GLEXPORT.DAT).  THE WRITER SETS THE RECORD TYPE BYTE      *
      * BEFORE EACH WRITE.                                         *
      *              ADJUSTMENT RECORD TYPES ADDED SO A VOID OR    *
      *              REISSUE CARRIES ITS OWN SUMMARY AND THE       *
      *              TIE-OUT STILL BALANCES                        *
      * 10/15/2026 - ADDED 'E'/'F' EMPLOYER COST RECORDS SO THE    *
      *              EMPLOYER PAYROLL TAXES AND 401K MATCH ACCRUE  *
      *              TO THE GL WITH EACH PAY RUN                   *
      *************************************************************
       01  GL-STUB-RECORD.
           03  GL-STB-REC-TYPE      PIC X.
           03  GL-SUM-TOTAL-DED     PIC S9(6)V99.
           03  GL-SUM-TOTAL-NET     PIC S9(7)V99.
           03  FILLER               PIC X(29).

       01  GL-EMPLOYER-RECORD.
           03  GL-ER-REC-TYPE       PIC X.
           03  GL-ER-EMP-ID         PIC 9(5).
           03  GL-ER-PAY-DATE       PIC X(10).
           03  GL-ER-DEPT-CODE      PIC X(4).
           03  GL-ER-COST-CODE      PIC X(3).
           03  GL-ER-EXP-ACCOUNT    PIC X(10).
           03  GL-ER-LIAB-ACCOUNT   PIC X(10).
           03  GL-ER-RECORD-COUNT   PIC 9(4).
           03  GL-ER-AMOUNT         PIC S9(7)V99.
           03  FILLER               PIC X(32).
