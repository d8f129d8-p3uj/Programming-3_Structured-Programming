      * BankRecon (reconciliation against the bank's response), and
      * by Redisburse (the redisbursement bank file), so the bank's
      * format lives in one place instead of three hand-kept copies.
      * BANK-TRAILER-PAY-GROUP names the pay group a regular run was
      * for (spaces for the semi-monthly group, the 13th month and
      * redisbursement), so files from different groups' runs are
      * never taken for one another.
      ******************************************************************
       01  BANK-RECORD.
           02  BANK-EMP-NUMBER     PIC X(10).
       01  BANK-TRAILER-RECORD.
           02  BANK-TRAILER-TAG    PIC X(10).
           02  BANK-TRAILER-COUNT  PIC 9(6).
           02  BANK-TRAILER-PAY-GROUP PIC X(8).
           02  FILLER              PIC X(26).
           02  BANK-TRAILER-NETPAY PIC 9(8)V99.
