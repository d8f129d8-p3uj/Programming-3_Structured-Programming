           MOVE "GROSS PAY" TO PAYSLIP-LABEL-OUT
           MOVE HIST-GROSS-PAY TO PAYSLIP-AMOUNT-OUT
           WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           IF HIST-OT-PAY > ZERO
               MOVE "  INCL OVERTIME" TO PAYSLIP-LABEL-OUT
               MOVE HIST-OT-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF HIST-HOLIDAY-PAY > ZERO
               MOVE "  INCL HOLIDAY PAY" TO PAYSLIP-LABEL-OUT
               MOVE HIST-HOLIDAY-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF HIST-REST-DAY-PAY > ZERO
               MOVE "  INCL REST DAY PAY" TO PAYSLIP-LABEL-OUT
               MOVE HIST-REST-DAY-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF HIST-NIGHT-DIFF-PAY > ZERO
               MOVE "  INCL NIGHT DIFF" TO PAYSLIP-LABEL-OUT
               MOVE HIST-NIGHT-DIFF-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           MOVE "SSS" TO PAYSLIP-LABEL-OUT
           MOVE HIST-SSS TO PAYSLIP-AMOUNT-OUT
           WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           MOVE "WITHHOLDING TAX" TO PAYSLIP-LABEL-OUT
           MOVE HIST-WITHHOLDING TO PAYSLIP-AMOUNT-OUT
           WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           IF HIST-TAX-REFUND > ZERO
               MOVE "YEAR-END TAX REFUND" TO PAYSLIP-LABEL-OUT
               MOVE HIST-TAX-REFUND TO PAYSLIP-AMOUNT-OUT
               WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           MOVE "NET PAY" TO PAYSLIP-LABEL-OUT
           MOVE HIST-NETPAY TO PAYSLIP-AMOUNT-OUT
           WRITE REPRINT-RECORD FROM PAYSLIP-MONEY-LINE
