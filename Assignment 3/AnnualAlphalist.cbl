           02  ARC-DEDUCTIONS         PIC 9(8)V99.
           02  ARC-NETPAY             PIC 9(8)V99.
           02  ARC-WITHHOLDING        PIC 9(8)V99.
           02  ARC-13TH-MONTH         PIC 9(8)V99.
           02  ARC-FINAL-PAY-COMP     PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  WS-YTD-FILE-STATUS         PIC XX VALUE "00".
           MOVE YTD-DEDUCTIONS TO ARC-DEDUCTIONS
           MOVE YTD-NETPAY TO ARC-NETPAY
           MOVE YTD-WITHHOLDING TO ARC-WITHHOLDING
           MOVE YTD-13TH-MONTH TO ARC-13TH-MONTH
           MOVE YTD-FINAL-PAY-COMP TO ARC-FINAL-PAY-COMP
           WRITE YTD-ARCHIVE-RECORD
           MOVE ZEROES TO YTD-SALARY YTD-DEDUCTIONS YTD-NETPAY
               YTD-WITHHOLDING YTD-13TH-MONTH YTD-FINAL-PAY-COMP
           REWRITE YTD-RECORD.

       3000-WRITE-TOTALS.
