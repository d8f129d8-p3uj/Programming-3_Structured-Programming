      ******************************************************************
      * LOANHIST - shared LOAN-HISTORY-FILE record layout.
      * One entry for every movement on a LOANLEDG.DAT loan, appended
      * in the order the movements happen, so the reason behind every
      * change in LOAN-BALANCE can be traced. Used by EmployeeRecord1
      * (COLLECTION for each installment 2370-COLLECT-ONE-LOAN takes,
      * OFFSET for each balance 6300-OFFSET-ONE-LOAN nets against a
      * final pay), by LoanMaint (GRANT, RESTRUCTURE, PAYMENT,
      * WRITE-OFF, PAYOFF) and by LoanReport (loan statements and the
      * subsidiary ledger).
      * LHS-DEBIT raises the receivable, LHS-CREDIT lowers it, and
      * LHS-BALANCE-AFTER is the ledger balance once the entry is
      * applied -- so the balance before any entry is always
      * LHS-BALANCE-AFTER - LHS-DEBIT + LHS-CREDIT.
      * LHS-PERIOD-END is the pay period end (MM/DD/YYYY) for the
      * entries the payroll run writes and spaces otherwise; it is
      * how LoanReport ties the period's collections to the 120500
      * credit in GLJOURNL.DAT.
      * LHS-PAY-GROUP is the pay group the entry was posted under: the
      * run's group for the payroll run's entries, the employee's
      * group on the master for LoanMaint's. Spaces for the
      * semi-monthly group and for entries written before pay groups
      * existed, which were all semi-monthly. LoanReport matches
      * collections to the GL extract of the same group on it.
      ******************************************************************
       01  LOAN-HISTORY-RECORD.
           02  LHS-EMP-NUMBER         PIC X(10).
           02  LHS-LOAN-TYPE          PIC X(8).
           02  LHS-POST-DATE          PIC X(8).
           02  LHS-POST-TIME          PIC X(8).
           02  LHS-TRANS-TYPE         PIC X(11).
               88  LHS-TRANS-GRANT        VALUE "GRANT".
               88  LHS-TRANS-RESTRUCTURE  VALUE "RESTRUCTURE".
               88  LHS-TRANS-PAYMENT      VALUE "PAYMENT".
               88  LHS-TRANS-WRITE-OFF    VALUE "WRITE-OFF".
               88  LHS-TRANS-PAYOFF       VALUE "PAYOFF".
               88  LHS-TRANS-COLLECTION   VALUE "COLLECTION".
               88  LHS-TRANS-OFFSET       VALUE "OFFSET".
           02  LHS-PERIOD-END         PIC X(10).
           02  LHS-USER-ID            PIC X(8).
           02  LHS-DEBIT              PIC 9(7)V99.
           02  LHS-CREDIT             PIC 9(7)V99.
           02  LHS-BALANCE-AFTER      PIC 9(7)V99.
           02  LHS-AMORTIZATION       PIC 9(6)V99.
           02  LHS-PAY-GROUP          PIC X(8).
