      * COME FROM THE CONTROLLED NEXT-CHECK-NUMBER FILE            *
      * (CHECKNO.DAT).  A VOIDED CHECK KEEPS ITS RECORD WITH       *
      * STATUS 'V' AND, WHEN REISSUED, THE REPLACEMENT NUMBER.     *
      * A CHECK THE BANK HAS PAID IS MARKED 'C' WITH ITS CLEAR     *
      * DATE BY THE BANK RECONCILIATION, WHICH ALSO FLAGS CHECKS   *
      * OUTSTANDING PAST THE STALE LIMIT.                          *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 09/02/2026 - INITIAL VERSION                               *
      * 10/15/2026 - ADDED CLEARED STATUS, CLEAR DATE AND STALE    *
      *              FLAG (CONVERT WITH GARCIA-P03-CHK-CONV)       *
      *************************************************************
       01  CHECK-ISSUE-RECORD.
           03  CI-CHECK-NO          PIC 9(6).
           03  CI-STATUS-FLAG       PIC X.
               88  CI-ISSUED            VALUE 'I'.
               88  CI-VOIDED            VALUE 'V'.
               88  CI-CLEARED           VALUE 'C'.
           03  CI-REPLACED-BY       PIC 9(6).
           03  CI-CLEAR-DATE        PIC X(10).
           03  CI-STALE-FLAG        PIC X.
               88  CI-STALE             VALUE 'S'.
