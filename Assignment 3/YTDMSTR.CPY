           02  YTD-DEDUCTIONS     PIC 9(8)V99.
           02  YTD-NETPAY         PIC 9(8)V99.
           02  YTD-WITHHOLDING    PIC 9(8)V99.
      * Pay that never passes through PAYHIST.DAT, carried so the
      * year-end tax annualization can see it: the 13th month paid by
      * the 13TH-MONTH and FINAL-PAY runs (non-taxable up to the BIR
      * ceiling), and the last salary and converted leave paid by the
      * FINAL-PAY run (taxable in full).
           02  YTD-13TH-MONTH     PIC 9(8)V99.
           02  YTD-FINAL-PAY-COMP PIC 9(8)V99.
