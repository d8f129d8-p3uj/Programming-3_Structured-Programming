      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Keyed maintenance of the loan ledger LOANLEDG.DAT (SSS salary
      * loans, Pag-IBIG loans and cash advances per employee), the
      * same transaction-and-audit-journal pattern EmployeeMaint and
      * BankMaint use: one GRANT/RESTRUCTURE/PAYMENT/WRITE-OFF/PAYOFF
      * action per transaction record, before/after images journaled,
      * rejects listed with reasons. Every movement applied here is
      * also appended to the loan history LOANHIST.DAT, alongside the
      * installments and offsets the payroll run posts, so LoanReport
      * can explain every change in a balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-FILE-STATUS.

      * Loans are only accepted for employees who exist on the
      * employee master, and new money is never lent to someone
      * already marked RESIGNED.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMP-NUMBER
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "LNTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

      * Before/after audit journal, opened EXTEND so the history
      * accumulates across maintenance runs, exactly like
      * AUDITJRN.DAT on the employee master.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO "LNAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "LNMERR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

      * Loan transaction history shared with the payroll run; the
      * audit journal records who changed the ledger, this file
      * records the money movement itself.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
      * Same record layout as the LOAN-LEDGER-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       01  LOAN-LEDGER-RECORD.
           02  LOAN-KEY.
               03  LOAN-EMP-NUMBER    PIC X(10).
               03  LOAN-TYPE          PIC X(8).
           02  LOAN-PRINCIPAL         PIC 9(7)V99.
           02  LOAN-AMORTIZATION      PIC 9(6)V99.
           02  LOAN-BALANCE           PIC 9(7)V99.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPMSTR.

      * ACTION + USER-ID, then the loan fields as one X(35) image of
      * the TRN-LOAN-INFO layout below.
       FD  MAINT-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-TRANSACTION-RECORD.
           03  TRN-ACTION              PIC X(11).
               88  TRN-ACTION-GRANT       VALUE "GRANT".
               88  TRN-ACTION-RESTRUCTURE VALUE "RESTRUCTURE".
               88  TRN-ACTION-PAYMENT     VALUE "PAYMENT".
               88  TRN-ACTION-WRITE-OFF   VALUE "WRITE-OFF".
               88  TRN-ACTION-PAYOFF      VALUE "PAYOFF".
           03  TRN-USER-ID             PIC X(8).
           03  TRN-LOAN-DATA           PIC X(35).

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-JOURNAL-RECORD.
           03  JRN-DATE                PIC X(8).
           03  JRN-TIME                PIC X(8).
           03  JRN-USER-ID             PIC X(8).
           03  JRN-ACTION              PIC X(11).
           03  JRN-EMP-NUMBER          PIC X(10).
           03  JRN-BEFORE-IMAGE        PIC X(44).
           03  JRN-AFTER-IMAGE         PIC X(44).

       FD  MAINT-ERROR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-ERROR-RECORD          PIC X(80).

       FD  LOAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANHIST.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS         PIC XX VALUE "00".
       01  WS-EMPLOYEE-FILE-STATUS     PIC XX VALUE "00".
       01  WS-TRANSACTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE "00".
       01  WS-ERROR-FILE-STATUS        PIC XX VALUE "00".
       01  WS-LOAN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-END-OF-FILE              PIC X VALUE "N".
           88  END-OF-TRANSACTION-FILE VALUE "Y".

      * The transaction's loan image. TRN-AMOUNT is the principal on
      * a GRANT, the top-up (zero for none) on a RESTRUCTURE, and the
      * amount received or written off otherwise; TRN-AMORTIZATION
      * is the per-period installment on a GRANT or RESTRUCTURE.
       01  TRN-LOAN-INFO.
           02  TRN-EMP-NUMBER          PIC X(10).
           02  TRN-LOAN-TYPE           PIC X(8).
               88  TRN-LOAN-TYPE-VALID VALUE "SSS" "PAGIBIG"
                                             "CASHADV".
           02  TRN-AMOUNT              PIC 9(7)V99.
           02  TRN-AMORTIZATION        PIC 9(6)V99.

       01  WS-TRANS-VALID-SW           PIC X VALUE "Y".
           88  TRANS-IS-VALID          VALUE "Y".
           88  TRANS-IS-INVALID        VALUE "N".
       01  WS-ERROR-REASON             PIC X(40).
       01  WS-BEFORE-IMAGE             PIC X(44).
       01  WS-AFTER-IMAGE              PIC X(44).

      * The movement the applied action made, for the history entry.
       01  WS-HIST-DEBIT               PIC 9(7)V99 VALUE ZERO.
       01  WS-HIST-CREDIT              PIC 9(7)V99 VALUE ZERO.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-AUDIT-TIME               PIC X(8).

       01  WS-TRANS-READ-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TRANS-APPLIED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-TRANS-REJECTED-COUNT     PIC 9(6) VALUE ZERO.

       01  ERROR-HEADING.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "EMPLOYEE".
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "LOAN".
           02  FILLER PIC X(6) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "ACTION".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "REASON".
       01  ERROR-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  ERROR-NUMBER-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  ERROR-LOAN-TYPE-OUT PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  ERROR-ACTION-OUT PIC X(11).
           02  FILLER PIC X(2) VALUE SPACES.
           02  ERROR-REASON-OUT PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-TRANSACTION-FILE
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT MAINT-TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION FILE, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O LOAN-LEDGER-FILE
      * A brand-new installation has no loan ledger yet; create an
      * empty one so a batch of GRANTs can bootstrap it, the same
      * way BankMaint bootstraps BANKMSTR.DAT.
           IF WS-LOAN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER-FILE
               CLOSE LOAN-LEDGER-FILE
               OPEN I-O LOAN-LEDGER-FILE
           END-IF
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN LEDGER, STATUS = "
                   WS-LOAN-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE, STATUS = "
                   WS-EMPLOYEE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT JOURNAL, STATUS = "
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND LOAN-HISTORY-FILE
           IF WS-LOAN-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
           END-IF
           IF WS-LOAN-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN HISTORY, STATUS = "
                   WS-LOAN-HISTORY-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-ERROR-FILE
           IF WS-ERROR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ERROR LISTING, STATUS = "
                   WS-ERROR-FILE-STATUS
               STOP RUN
           END-IF
           WRITE MAINT-ERROR-RECORD FROM ERROR-HEADING
           PERFORM 2050-READ-TRANSACTION-FILE.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ-COUNT
           MOVE TRN-LOAN-DATA TO TRN-LOAN-INFO
           PERFORM 2100-EDIT-TRANSACTION
           IF TRANS-IS-VALID
               EVALUATE TRUE
                   WHEN TRN-ACTION-GRANT
                       PERFORM 2300-APPLY-GRANT
                   WHEN TRN-ACTION-RESTRUCTURE
                       PERFORM 2350-APPLY-RESTRUCTURE
                   WHEN TRN-ACTION-PAYMENT
                       PERFORM 2400-APPLY-PAYMENT
                   WHEN TRN-ACTION-WRITE-OFF
                       PERFORM 2450-APPLY-WRITE-OFF
                   WHEN TRN-ACTION-PAYOFF
                       PERFORM 2500-APPLY-PAYOFF
               END-EVALUATE
           END-IF
           IF TRANS-IS-INVALID
               PERFORM 2700-WRITE-ERROR-LINE
           END-IF
           PERFORM 2050-READ-TRANSACTION-FILE.

       2050-READ-TRANSACTION-FILE.
           READ MAINT-TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTION-FILE TO TRUE
           END-READ.

      * Field-level edits that do not need the loan record: a known
      * action code, a present employee number that exists on the
      * employee master, a loan type, and numeric amounts. A GRANT
      * must name one of the loan types the payroll run deducts, and
      * may not go to a RESIGNED employee. Balance-dependent edits
      * are made by the apply paragraphs where the READ result is at
      * hand.
       2100-EDIT-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE
           MOVE SPACES TO WS-ERROR-REASON
           IF NOT (TRN-ACTION-GRANT OR TRN-ACTION-RESTRUCTURE
                   OR TRN-ACTION-PAYMENT OR TRN-ACTION-WRITE-OFF
                   OR TRN-ACTION-PAYOFF)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "UNKNOWN TRANSACTION ACTION" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID AND TRN-EMP-NUMBER = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EMPLOYEE NUMBER MISSING" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID AND TRN-LOAN-TYPE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "LOAN TYPE MISSING" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
               IF TRN-AMOUNT NOT NUMERIC
                   OR TRN-AMORTIZATION NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "AMOUNT NOT NUMERIC" TO WS-ERROR-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID
               MOVE TRN-EMP-NUMBER TO MST-EMP-NUMBER
               READ EMPLOYEE-FILE
                   INVALID KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER" TO
                           WS-ERROR-REASON
               END-READ
           END-IF
           IF TRANS-IS-VALID AND TRN-ACTION-GRANT
               IF NOT TRN-LOAN-TYPE-VALID
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "UNKNOWN LOAN TYPE" TO WS-ERROR-REASON
               END-IF
               IF TRANS-IS-VALID AND MST-EMP-STATUS-RESIGNED
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "EMPLOYEE IS RESIGNED" TO WS-ERROR-REASON
               END-IF
               IF TRANS-IS-VALID AND TRN-AMOUNT = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "LOAN AMOUNT MISSING" TO WS-ERROR-REASON
               END-IF
               IF TRANS-IS-VALID AND TRN-AMORTIZATION = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "AMORTIZATION MISSING" TO WS-ERROR-REASON
               END-IF
               IF TRANS-IS-VALID AND TRN-AMORTIZATION > TRN-AMOUNT
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "AMORTIZATION EXCEEDS LOAN AMOUNT" TO
                       WS-ERROR-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID AND TRN-ACTION-RESTRUCTURE
               IF TRN-AMORTIZATION = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "AMORTIZATION MISSING" TO WS-ERROR-REASON
               END-IF
               IF TRANS-IS-VALID AND TRN-AMOUNT > ZERO
                   AND MST-EMP-STATUS-RESIGNED
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "EMPLOYEE IS RESIGNED" TO WS-ERROR-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID AND TRN-ACTION-PAYMENT
               AND TRN-AMOUNT = ZERO
               SET TRANS-IS-INVALID TO TRUE
               MOVE "PAYMENT AMOUNT MISSING" TO WS-ERROR-REASON
           END-IF.

      * A new loan, or a fresh loan of a type the employee has fully
      * paid before -- the paid-off record is reused, since the
      * ledger holds one loan per employee and type.
       2300-APPLY-GRANT.
           MOVE TRN-EMP-NUMBER TO LOAN-EMP-NUMBER
           MOVE TRN-LOAN-TYPE TO LOAN-TYPE
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE TRN-EMP-NUMBER TO LOAN-EMP-NUMBER
                   MOVE TRN-LOAN-TYPE TO LOAN-TYPE
                   MOVE TRN-AMOUNT TO LOAN-PRINCIPAL
                   MOVE TRN-AMORTIZATION TO LOAN-AMORTIZATION
                   MOVE TRN-AMOUNT TO LOAN-BALANCE
                   WRITE LOAN-LEDGER-RECORD
                       INVALID KEY
                           SET TRANS-IS-INVALID TO TRUE
                           MOVE "WRITE TO LEDGER FAILED" TO
                               WS-ERROR-REASON
                   END-WRITE
               NOT INVALID KEY
                   IF LOAN-BALANCE > ZERO
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "LOAN OF THIS TYPE STILL OUTSTANDING" TO
                           WS-ERROR-REASON
                   ELSE
                       MOVE LOAN-LEDGER-RECORD TO WS-BEFORE-IMAGE
                       MOVE TRN-AMOUNT TO LOAN-PRINCIPAL
                       MOVE TRN-AMORTIZATION TO LOAN-AMORTIZATION
                       MOVE TRN-AMOUNT TO LOAN-BALANCE
                       REWRITE LOAN-LEDGER-RECORD
                   END-IF
           END-READ
           IF TRANS-IS-VALID
               MOVE TRN-AMOUNT TO WS-HIST-DEBIT
               MOVE ZERO TO WS-HIST-CREDIT
               PERFORM 2550-JOURNAL-MOVEMENT
           END-IF.

      * New installment on an outstanding loan, with an optional
      * top-up added to both the principal and the balance.
       2350-APPLY-RESTRUCTURE.
           PERFORM 2520-READ-OUTSTANDING-LOAN
           IF TRANS-IS-INVALID
               EXIT PARAGRAPH
           END-IF
           IF TRN-AMORTIZATION > LOAN-BALANCE + TRN-AMOUNT
               SET TRANS-IS-INVALID TO TRUE
               MOVE "AMORTIZATION EXCEEDS BALANCE" TO WS-ERROR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-LEDGER-RECORD TO WS-BEFORE-IMAGE
           ADD TRN-AMOUNT TO LOAN-PRINCIPAL
           ADD TRN-AMOUNT TO LOAN-BALANCE
           MOVE TRN-AMORTIZATION TO LOAN-AMORTIZATION
           REWRITE LOAN-LEDGER-RECORD
           MOVE TRN-AMOUNT TO WS-HIST-DEBIT
           MOVE ZERO TO WS-HIST-CREDIT
           PERFORM 2550-JOURNAL-MOVEMENT.

      * Over-the-counter payment received outside payroll.
       2400-APPLY-PAYMENT.
           PERFORM 2520-READ-OUTSTANDING-LOAN
           IF TRANS-IS-INVALID
               EXIT PARAGRAPH
           END-IF
           IF TRN-AMOUNT > LOAN-BALANCE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "PAYMENT EXCEEDS BALANCE" TO WS-ERROR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-LEDGER-RECORD TO WS-BEFORE-IMAGE
           SUBTRACT TRN-AMOUNT FROM LOAN-BALANCE
           REWRITE LOAN-LEDGER-RECORD
           MOVE ZERO TO WS-HIST-DEBIT
           MOVE TRN-AMOUNT TO WS-HIST-CREDIT
           PERFORM 2550-JOURNAL-MOVEMENT.

      * A zero amount writes off whatever balance is left.
       2450-APPLY-WRITE-OFF.
           PERFORM 2520-READ-OUTSTANDING-LOAN
           IF TRANS-IS-INVALID
               EXIT PARAGRAPH
           END-IF
           IF TRN-AMOUNT = ZERO
               MOVE LOAN-BALANCE TO TRN-AMOUNT
           END-IF
           IF TRN-AMOUNT > LOAN-BALANCE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "WRITE-OFF EXCEEDS BALANCE" TO WS-ERROR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-LEDGER-RECORD TO WS-BEFORE-IMAGE
           SUBTRACT TRN-AMOUNT FROM LOAN-BALANCE
           REWRITE LOAN-LEDGER-RECORD
           MOVE ZERO TO WS-HIST-DEBIT
           MOVE TRN-AMOUNT TO WS-HIST-CREDIT
           PERFORM 2550-JOURNAL-MOVEMENT.

      * Settles the loan in full. The amount keyed must equal the
      * balance, so a payoff slip that was prepared against an older
      * balance is caught instead of leaving a stray remainder.
       2500-APPLY-PAYOFF.
           PERFORM 2520-READ-OUTSTANDING-LOAN
           IF TRANS-IS-INVALID
               EXIT PARAGRAPH
           END-IF
           IF TRN-AMOUNT NOT = LOAN-BALANCE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "PAYOFF AMOUNT NOT EQUAL TO BALANCE" TO
                   WS-ERROR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-LEDGER-RECORD TO WS-BEFORE-IMAGE
           MOVE ZERO TO LOAN-BALANCE
           REWRITE LOAN-LEDGER-RECORD
           MOVE ZERO TO WS-HIST-DEBIT
           MOVE TRN-AMOUNT TO WS-HIST-CREDIT
           PERFORM 2550-JOURNAL-MOVEMENT.

      * Every action but GRANT works on a loan that is on the ledger
      * and still has a balance.
       2520-READ-OUTSTANDING-LOAN.
           MOVE TRN-EMP-NUMBER TO LOAN-EMP-NUMBER
           MOVE TRN-LOAN-TYPE TO LOAN-TYPE
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "LOAN NOT FOUND ON LEDGER" TO WS-ERROR-REASON
               NOT INVALID KEY
                   IF LOAN-BALANCE = ZERO
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "LOAN ALREADY FULLY PAID" TO
                           WS-ERROR-REASON
                   END-IF
           END-READ.

       2550-JOURNAL-MOVEMENT.
           MOVE LOAN-LEDGER-RECORD TO WS-AFTER-IMAGE
           PERFORM 2600-WRITE-AUDIT-RECORD
           PERFORM 2650-WRITE-LOAN-HISTORY.

       2600-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-RUN-DATE TO JRN-DATE
           MOVE WS-AUDIT-TIME TO JRN-TIME
           MOVE TRN-USER-ID TO JRN-USER-ID
           MOVE TRN-ACTION TO JRN-ACTION
           MOVE TRN-EMP-NUMBER TO JRN-EMP-NUMBER
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD
           ADD 1 TO WS-TRANS-APPLIED-COUNT.

      * Same entry the payroll run writes for its installments, with
      * no pay period since the movement happened outside payroll.
       2650-WRITE-LOAN-HISTORY.
           MOVE LOAN-EMP-NUMBER TO LHS-EMP-NUMBER
           MOVE LOAN-TYPE TO LHS-LOAN-TYPE
           MOVE WS-RUN-DATE TO LHS-POST-DATE
           MOVE WS-AUDIT-TIME TO LHS-POST-TIME
           MOVE TRN-ACTION TO LHS-TRANS-TYPE
           MOVE SPACES TO LHS-PERIOD-END
           MOVE MST-EMP-PAY-GROUP TO LHS-PAY-GROUP
           MOVE TRN-USER-ID TO LHS-USER-ID
           MOVE WS-HIST-DEBIT TO LHS-DEBIT
           MOVE WS-HIST-CREDIT TO LHS-CREDIT
           MOVE LOAN-BALANCE TO LHS-BALANCE-AFTER
           MOVE LOAN-AMORTIZATION TO LHS-AMORTIZATION
           WRITE LOAN-HISTORY-RECORD.

       2700-WRITE-ERROR-LINE.
           MOVE TRN-EMP-NUMBER TO ERROR-NUMBER-OUT
           MOVE TRN-LOAN-TYPE TO ERROR-LOAN-TYPE-OUT
           MOVE TRN-ACTION TO ERROR-ACTION-OUT
           MOVE WS-ERROR-REASON TO ERROR-REASON-OUT
           WRITE MAINT-ERROR-RECORD FROM ERROR-LINE
           ADD 1 TO WS-TRANS-REJECTED-COUNT.

       9000-TERMINATION.
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE LOAN-LEDGER-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE MAINT-ERROR-FILE
           DISPLAY "TRANSACTIONS READ    : " WS-TRANS-READ-COUNT
           DISPLAY "TRANSACTIONS APPLIED : " WS-TRANS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-TRANS-REJECTED-COUNT.

       END PROGRAM LoanMaint.
