      *************************************************************
      * FINLDED.CPY                                                *
      * FINAL PAY DEDUCTION RECORD - ONE PER DEDUCTION TAKEN ON A  *
      * FINAL PAY, KEYED ON EMPLOYEE + PAY DATE (YYYYMMDD) +       *
      * DEDUCTION CODE.  WRITTEN BY GARCIA-P03-FINAL-PAY WITH THE  *
      * AMOUNT TAKEN AND, FOR A GARNISHMENT, THE BALANCE BEFORE    *
      * IT WAS DRAWN DOWN.  WHEN GARCIA-P03-PAY-ADJ VOIDS THE      *
      * FINAL PAY IT ADDS EACH GARNISHMENT AMOUNT BACK TO THE      *
      * ENROLLMENT AND MARKS THE RECORD RESTORED, SO A SECOND      *
      * FINAL PAY THE SAME DAY STARTS FROM THE FULL BALANCE.       *
      * SHARED BY ALL PROGRAMS THAT OPEN FINAL-DED-FILE            *
      * (FINLDED.DAT).                                             *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 10/15/2026 - INITIAL VERSION                               *
      *************************************************************
       01  FINAL-DED-RECORD.
           03  FP-DED-KEY.
               05  FP-EMP-ID        PIC 9(5).
               05  FP-SORT-DATE     PIC X(8).
               05  FP-DED-CODE      PIC X(3).
           03  FP-PAY-DATE          PIC X(10).
           03  FP-GARN-FLAG         PIC X.
           03  FP-AMOUNT            PIC 9(4)V99.
           03  FP-BAL-BEFORE        PIC 9(6)V99.
           03  FP-STATUS-FLAG       PIC X.
               88  FP-TAKEN             VALUE 'T'.
               88  FP-RESTORED          VALUE 'R'.
