      * FOR GARNISHMENTS ED-GARN-BALANCE IS THE COURT-ORDERED      *
      * REMAINING BALANCE; EACH PAY RUN DRAWS IT DOWN AND THE      *
      * DEDUCTION STOPS BY ITSELF WHEN THE BALANCE REACHES ZERO.   *
      * A GARNISHMENT ALSO CARRIES THE COURT CASE NUMBER AND THE   *
      * PAYEE THE WITHHOLDING IS REMITTED TO; BOTH ARE BLANK ON    *
      * ANY OTHER DEDUCTION.                                       *
      *************************************************************
      * MODIFICATION HISTORY                                       *
      * 09/02/2026 - INITIAL VERSION                               *
      * 10/15/2026 - ADDED GARNISHMENT CASE NUMBER AND PAYEE FOR   *
      *              THE DEDUCTION REMITTANCE (CONVERT WITH        *
      *              GARCIA-P03-ENR-CONV)                          *
      * 10/15/2026 - ADDED 'F' - STOPPED BY GARCIA-P03-FINAL-PAY,  *
      *              SO A VOID OF THE FINAL PAY CAN REACTIVATE     *
      *              EXACTLY THE ENROLLMENTS IT STOPPED            *
      *************************************************************
       01  EMPLOYEE-DEDUCT-RECORD.
           03  ED-ENROLL-KEY.
           03  ED-ACTIVE-FLAG       PIC X.
               88  ED-ACTIVE            VALUE 'A'.
               88  ED-STOPPED           VALUE 'S'.
               88  ED-STOPPED-FINAL     VALUE 'F'.
           03  ED-CASE-NUMBER       PIC X(15).
           03  ED-PAYEE-NAME        PIC X(30).
