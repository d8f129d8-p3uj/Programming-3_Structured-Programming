      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Cross-file integrity sweep, run ahead of each payroll window.
      * The masters the payroll run leans on are maintained by
      * different programs and nothing else checks them against each
      * other, so this one reads them all and changes none of them:
      *   BANKMSTR.DAT - enrollment for an employee no longer on
      *                  EMPLOYEE.DAT, an ACTIVE enrollment for a
      *                  RESIGNED employee or with no account number
      *   LOANLEDG.DAT - loan for an employee no longer on the master,
      *                  a balance left on a RESIGNED employee, a
      *                  balance that is never collected, and a ledger
      *                  balance that disagrees with the last entry
      *                  for the loan in LOANHIST.DAT
      *   LEAVELED.DAT - leave for an employee no longer on the master
      *                  and unconverted leave on a RESIGNED employee
      *   YTDMASTR.DAT - YTD salary, deductions, net pay and
      *                  withholding recomputed from the year's
      *                  PAYHIST.DAT records and compared with the
      *                  carried totals (the totals a restarted run
      *                  or a RETRO cycle can knock out of step), and
      *                  history for the year with no YTD record
      * Exceptions are printed to INTEGRTY.RPT grouped by severity.
      * RETURN-CODE tells the operator whether to go ahead:
      *    0 - clean
      *    4 - warnings only, review before the run
      *    8 - errors, hold the payroll run until they are cleared
      *   16 - the sweep itself could not run
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every other file is checked against this one by key.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMP-NUMBER
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT BANK-MASTER-FILE ASSIGN TO "BANKMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BNK-EMP-NUMBER
               FILE STATUS IS WS-BANK-MASTER-FILE-STATUS.

           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-FILE-STATUS.

      * Read once, front to back, keeping the balance after the last
      * entry posted to each loan.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-HISTORY-FILE-STATUS.

           SELECT LEAVE-LEDGER-FILE ASSIGN TO "LEAVELED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LVE-EMP-NUMBER
               FILE STATUS IS WS-LEAVE-FILE-STATUS.

      * Looked up by key during the history pass and read end to end
      * afterwards, hence DYNAMIC.
           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-NUMBER
               FILE STATUS IS WS-YTD-FILE-STATUS.

      * Read end to end once, then positioned per employee with
      * START to total that employee's periods for the year.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRTY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPMSTR.

       FD  BANK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      * Same record layout as the BANK-MASTER-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       01  BANK-MASTER-RECORD.
           02  BNK-EMP-NUMBER         PIC X(10).
           02  BNK-BANK-CODE          PIC X(4).
           02  BNK-ACCOUNT-NUMBER     PIC X(16).
           02  BNK-STATUS             PIC X(8).
               88  BNK-STATUS-ACTIVE  VALUE "ACTIVE".

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

       FD  LOAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANHIST.

       FD  LEAVE-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
      * Same record layout as the LEAVE-LEDGER-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       01  LEAVE-LEDGER-RECORD.
           02  LVE-EMP-NUMBER         PIC X(10).
           02  LVE-VACATION-BALANCE   PIC 9(3)V99.
           02  LVE-SICK-BALANCE       PIC 9(3)V99.

       FD  YTD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YTDMSTR.

       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.

       FD  INTEGRITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS    PIC XX VALUE "00".
       01  WS-BANK-MASTER-FILE-STATUS PIC XX VALUE "00".
       01  WS-LOAN-FILE-STATUS        PIC XX VALUE "00".
       01  WS-LOAN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-LEAVE-FILE-STATUS       PIC XX VALUE "00".
       01  WS-YTD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-HISTORY-FILE-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-END-OF-FILE             PIC X VALUE "N".
           88  END-OF-INPUT-FILE      VALUE "Y".

      * A dependent file that is not there at all has nothing in it
      * to disagree with; it is reported as not present and skipped.
       01  WS-BANK-PRESENT-SW         PIC X VALUE "Y".
           88  BANK-FILE-PRESENT      VALUE "Y".
       01  WS-LOAN-PRESENT-SW         PIC X VALUE "Y".
           88  LOAN-FILE-PRESENT      VALUE "Y".
       01  WS-LOAN-HISTORY-PRESENT-SW PIC X VALUE "Y".
           88  LOAN-HISTORY-PRESENT   VALUE "Y".
       01  WS-LEAVE-PRESENT-SW        PIC X VALUE "Y".
           88  LEAVE-FILE-PRESENT     VALUE "Y".
       01  WS-YTD-PRESENT-SW          PIC X VALUE "Y".
           88  YTD-FILE-PRESENT       VALUE "Y".
       01  WS-HISTORY-PRESENT-SW      PIC X VALUE "Y".
           88  HISTORY-FILE-PRESENT   VALUE "Y".

       01  WS-EMPLOYEE-FOUND-SW       PIC X.
           88  EMPLOYEE-FOUND         VALUE "Y".
       01  WS-YTD-FOUND-SW            PIC X.
           88  YTD-RECORD-FOUND       VALUE "Y".
       01  WS-END-OF-EMP-HISTORY-SW   PIC X.
           88  END-OF-EMP-HISTORY     VALUE "Y".

      * The YTD year being checked (YYYY), the one run parameter;
      * blank means the current year. YTDMASTR.DAT holds one year
      * until AnnualAlphalist closes it, so a sweep in early January
      * before the close names the year just ended.
       01  WS-ARGUMENT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DATE-OUT            PIC X(10).
       01  WS-CHECK-YEAR              PIC X(4) VALUE SPACES.

       01  WS-EMPLOYEE-READ-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-BANK-READ-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-LOAN-READ-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-LOAN-HISTORY-READ-COUNT PIC 9(6) VALUE ZERO.
       01  WS-LEAVE-READ-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-YTD-READ-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-READ-COUNT      PIC 9(6) VALUE ZERO.

      * Balance after the last entry posted to each loan in the loan
      * history, with a switch set when the loan is found on the
      * ledger, so loans the history knows about but the ledger does
      * not can be listed afterwards. A loan keyed before the history
      * existed has no entry here and is not compared.
       01  WS-LOAN-HISTORY-TABLE.
           02  WS-LHT-COUNT           PIC 9(4) VALUE ZERO.
           02  WS-LHT-ENTRY OCCURS 2000 TIMES.
               03  WS-LHT-EMP-NUMBER  PIC X(10).
               03  WS-LHT-LOAN-TYPE   PIC X(8).
               03  WS-LHT-BALANCE     PIC 9(7)V99.
               03  WS-LHT-MATCHED-SW  PIC X.
                   88  LHT-MATCHED    VALUE "Y".
       01  WS-LHT-SUB                 PIC 9(4).
       01  WS-LHT-FOUND-SUB           PIC 9(4) VALUE ZERO.

      * One employee's periods for the year, totalled from the
      * history the way 3100-UPDATE-YTD-MASTER in EmployeeRecord1
      * posts them: salary is the gross, net pay is the net, the
      * deductions are whatever came between the two, and the
      * withholding is the tax withheld less any year-end refund
      * paid back.
       01  WS-HIST-GROSS-TOTAL        PIC 9(8)V99.
       01  WS-HIST-NETPAY-TOTAL       PIC 9(8)V99.
       01  WS-HIST-WITHHELD-TOTAL     PIC 9(8)V99.
       01  WS-HIST-REFUND-TOTAL       PIC 9(8)V99.
       01  WS-HIST-DEDUCTIONS         PIC S9(8)V99.
       01  WS-HIST-WITHHOLDING        PIC S9(8)V99.
       01  WS-HIST-PERIOD-COUNT       PIC 9(4).
       01  WS-HIST-PREV-EMP-NUMBER    PIC X(10) VALUE SPACES.

      * Exceptions are held until the report is written so that all
      * the errors print together ahead of all the warnings, whatever
      * file they were found in.
       01  WS-EXCEPTION-TABLE.
           02  WS-EXC-COUNT           PIC 9(4) VALUE ZERO.
           02  WS-EXC-ENTRY OCCURS 2000 TIMES.
               03  WS-EXC-SEVERITY    PIC X(1).
               03  WS-EXC-FILE        PIC X(8).
               03  WS-EXC-EMP-NUMBER  PIC X(10).
               03  WS-EXC-REFERENCE   PIC X(8).
               03  WS-EXC-DESCRIPTION PIC X(38).
               03  WS-EXC-CARRIED     PIC X(12).
               03  WS-EXC-RECOMPUTED  PIC X(12).
       01  WS-EXC-SUB                 PIC 9(4).
       01  WS-ERROR-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-WARNING-COUNT           PIC 9(4) VALUE ZERO.

      * Filled in by each check before 8100-ADD-EXCEPTION is
      * performed. E is an error (hold the run), W a warning.
       01  WS-NEW-SEVERITY            PIC X(1).
           88  NEW-IS-ERROR           VALUE "E".
           88  NEW-IS-WARNING         VALUE "W".
       01  WS-NEW-FILE                PIC X(8).
       01  WS-NEW-EMP-NUMBER          PIC X(10).
       01  WS-NEW-REFERENCE           PIC X(8).
       01  WS-NEW-DESCRIPTION         PIC X(38).
       01  WS-NEW-CARRIED             PIC X(12) VALUE SPACES.
       01  WS-NEW-RECOMPUTED          PIC X(12) VALUE SPACES.
       01  WS-AMOUNT-EDIT             PIC -(8)9.99.

       01  WS-PRINT-SEVERITY          PIC X(1).
       01  WS-COUNT-PRESENT-SW        PIC X(1).
           88  COUNTED-FILE-PRESENT   VALUE "Y".
       01  WS-SECTION-COUNT           PIC 9(4).

       01  INTEGRITY-TITLE-LINE.
           02  FILLER PIC X(25) VALUE SPACES.
           02  FILLER PIC X(40) VALUE
               "PAYROLL MASTER FILE INTEGRITY SWEEP".
       01  INTEGRITY-RUN-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "RUN DATE ".
           02  INTEGRITY-RUN-DATE-OUT PIC X(10).
           02  FILLER PIC X(17) VALUE "    YTD YEAR    ".
           02  INTEGRITY-YEAR-OUT PIC X(4).
       01  INTEGRITY-BLANK-LINE       PIC X(100) VALUE SPACES.
       01  INTEGRITY-SECTION-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  INTEGRITY-SECTION-OUT PIC X(60).
       01  INTEGRITY-HEADING-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "FILE".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "EMPLOYEE".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "LOAN".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(38) VALUE "EXCEPTION".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(12) VALUE "     CARRIED".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(12) VALUE "  RECOMPUTED".
       01  INTEGRITY-DETAIL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  INTEGRITY-FILE-OUT PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  INTEGRITY-NUMBER-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  INTEGRITY-REFERENCE-OUT PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  INTEGRITY-DESCRIPTION-OUT PIC X(38).
           02  FILLER PIC X(1) VALUE SPACES.
           02  INTEGRITY-CARRIED-OUT PIC X(12).
           02  FILLER PIC X(1) VALUE SPACES.
           02  INTEGRITY-RECOMPUTED-OUT PIC X(12).
       01  INTEGRITY-NONE-LINE.
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "NONE".
       01  INTEGRITY-COUNT-LINE.
           02  FILLER PIC X(3) VALUE SPACES.
           02  INTEGRITY-COUNT-LABEL-OUT PIC X(34).
           02  INTEGRITY-COUNT-OUT PIC ZZZZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  INTEGRITY-COUNT-NOTE-OUT PIC X(20).
       01  INTEGRITY-VERDICT-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "VERDICT: ".
           02  INTEGRITY-VERDICT-OUT PIC X(40).
           02  FILLER PIC X(14) VALUE "RETURN CODE = ".
           02  INTEGRITY-RETURN-CODE-OUT PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-CHECK-BANK-ENROLLMENTS
           PERFORM 3000-CHECK-LOAN-LEDGER
           PERFORM 4000-CHECK-LEAVE-LEDGER
           PERFORM 5000-CHECK-HISTORY-HAS-YTD
           PERFORM 6000-CHECK-YTD-AGAINST-HISTORY
           PERFORM 7000-WRITE-REPORT
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1010-GET-RUN-PARAMETERS
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE, STATUS = "
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INTEGRITY REPORT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-LOAN-HISTORY.

       1010-GET-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RUN-DATE(1:4) DELIMITED BY SIZE
               INTO WS-RUN-DATE-OUT
           END-STRING
           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARGUMENT-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-CHECK-YEAR FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER YTD YEAR TO CHECK (YYYY, BLANK = "
                   "CURRENT YEAR): "
               ACCEPT WS-CHECK-YEAR
           END-IF
           IF WS-CHECK-YEAR = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-CHECK-YEAR
           END-IF
           IF WS-CHECK-YEAR IS NOT NUMERIC
               DISPLAY "INVALID YTD YEAR " WS-CHECK-YEAR
                   ", RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Entries are appended in posting order, so the last one read
      * for a loan carries the balance the ledger should hold now.
       1100-LOAD-LOAN-HISTORY.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LOAN-HISTORY-FILE-STATUS = "35"
               MOVE "N" TO WS-LOAN-HISTORY-PRESENT-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN HISTORY, STATUS = "
                   WS-LOAN-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ LOAN-HISTORY-FILE
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOAN-HISTORY-READ-COUNT
                       PERFORM 1110-POST-LOAN-HISTORY-ENTRY
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE.

       1110-POST-LOAN-HISTORY-ENTRY.
           MOVE ZERO TO WS-LHT-FOUND-SUB
           PERFORM VARYING WS-LHT-SUB FROM 1 BY 1
                   UNTIL WS-LHT-SUB > WS-LHT-COUNT
               IF WS-LHT-EMP-NUMBER (WS-LHT-SUB) = LHS-EMP-NUMBER
                       AND WS-LHT-LOAN-TYPE (WS-LHT-SUB)
                       = LHS-LOAN-TYPE
                   MOVE WS-LHT-SUB TO WS-LHT-FOUND-SUB
                   MOVE WS-LHT-COUNT TO WS-LHT-SUB
               END-IF
           END-PERFORM
           IF WS-LHT-FOUND-SUB = ZERO
               IF WS-LHT-COUNT >= 2000
                   DISPLAY "LOAN HISTORY TABLE FULL AT 2000 "
                       "LOANS, RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LHT-COUNT
               MOVE WS-LHT-COUNT TO WS-LHT-FOUND-SUB
               MOVE LHS-EMP-NUMBER TO
                   WS-LHT-EMP-NUMBER (WS-LHT-FOUND-SUB)
               MOVE LHS-LOAN-TYPE TO
                   WS-LHT-LOAN-TYPE (WS-LHT-FOUND-SUB)
               MOVE "N" TO WS-LHT-MATCHED-SW (WS-LHT-FOUND-SUB)
           END-IF
           MOVE LHS-BALANCE-AFTER TO
               WS-LHT-BALANCE (WS-LHT-FOUND-SUB).

      * An ACTIVE enrollment is where a credit goes, so one that
      * points at nobody on the master, at a RESIGNED employee, or at
      * no account at all is an error. An inactive enrollment left
      * behind by a deleted employee is only clutter.
       2000-CHECK-BANK-ENROLLMENTS.
           OPEN INPUT BANK-MASTER-FILE
           IF WS-BANK-MASTER-FILE-STATUS = "35"
               MOVE "N" TO WS-BANK-PRESENT-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-BANK-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK MASTER, STATUS = "
                   WS-BANK-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ BANK-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BANK-READ-COUNT
                       PERFORM 2100-CHECK-ONE-ENROLLMENT
               END-READ
           END-PERFORM
           CLOSE BANK-MASTER-FILE.

       2100-CHECK-ONE-ENROLLMENT.
           MOVE "BANKMSTR" TO WS-NEW-FILE
           MOVE BNK-EMP-NUMBER TO WS-NEW-EMP-NUMBER
           MOVE SPACES TO WS-NEW-REFERENCE
           PERFORM 8000-READ-EMPLOYEE
           IF NOT EMPLOYEE-FOUND
               IF BNK-STATUS-ACTIVE
                   SET NEW-IS-ERROR TO TRUE
                   MOVE "ACTIVE ENROLLMENT, NOT ON EMPLOYEE FILE"
                       TO WS-NEW-DESCRIPTION
               ELSE
                   SET NEW-IS-WARNING TO TRUE
                   MOVE "ENROLLMENT, NOT ON EMPLOYEE FILE" TO
                       WS-NEW-DESCRIPTION
               END-IF
               PERFORM 8100-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF BNK-STATUS-ACTIVE AND MST-EMP-STATUS-RESIGNED
               SET NEW-IS-ERROR TO TRUE
               MOVE "ACTIVE ENROLLMENT, EMPLOYEE RESIGNED" TO
                   WS-NEW-DESCRIPTION
               PERFORM 8100-ADD-EXCEPTION
           END-IF
           IF BNK-STATUS-ACTIVE
                   AND (BNK-BANK-CODE = SPACES
                   OR BNK-ACCOUNT-NUMBER = SPACES)
               SET NEW-IS-ERROR TO TRUE
               MOVE "ACTIVE ENROLLMENT WITH NO ACCOUNT" TO
                   WS-NEW-DESCRIPTION
               PERFORM 8100-ADD-EXCEPTION
           END-IF.

      * A balance owed by someone no longer on the master can never
      * be collected through payroll and overstates the receivable,
      * so it is an error. A balance on a RESIGNED employee should
      * have been offset by FINAL-PAY; what is left is settled
      * outside payroll, so it is a warning.
       3000-CHECK-LOAN-LEDGER.
           OPEN INPUT LOAN-LEDGER-FILE
           IF WS-LOAN-FILE-STATUS = "35"
               MOVE "N" TO WS-LOAN-PRESENT-SW
               PERFORM 3200-CHECK-UNMATCHED-HISTORY
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN LEDGER, STATUS = "
                   WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ LOAN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOAN-READ-COUNT
                       PERFORM 3100-CHECK-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-LEDGER-FILE
           PERFORM 3200-CHECK-UNMATCHED-HISTORY.

       3100-CHECK-ONE-LOAN.
           MOVE "LOANLEDG" TO WS-NEW-FILE
           MOVE LOAN-EMP-NUMBER TO WS-NEW-EMP-NUMBER
           MOVE LOAN-TYPE TO WS-NEW-REFERENCE
           PERFORM 3150-CHECK-LOAN-HISTORY
           PERFORM 8000-READ-EMPLOYEE
           IF NOT EMPLOYEE-FOUND
               IF LOAN-BALANCE > ZERO
                   SET NEW-IS-ERROR TO TRUE
                   MOVE "LOAN BALANCE, NOT ON EMPLOYEE FILE" TO
                       WS-NEW-DESCRIPTION
                   MOVE LOAN-BALANCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               ELSE
                   SET NEW-IS-WARNING TO TRUE
                   MOVE "PAID-UP LOAN, NOT ON EMPLOYEE FILE" TO
                       WS-NEW-DESCRIPTION
               END-IF
               PERFORM 8100-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF LOAN-BALANCE > ZERO AND MST-EMP-STATUS-RESIGNED
               SET NEW-IS-WARNING TO TRUE
               MOVE "LOAN BALANCE, EMPLOYEE RESIGNED" TO
                   WS-NEW-DESCRIPTION
               MOVE LOAN-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               PERFORM 8100-ADD-EXCEPTION
           END-IF
           IF LOAN-BALANCE > ZERO AND LOAN-AMORTIZATION = ZERO
                   AND NOT MST-EMP-STATUS-RESIGNED
               SET NEW-IS-WARNING TO TRUE
               MOVE "BALANCE WITH NO AMORTIZATION" TO
                   WS-NEW-DESCRIPTION
               MOVE LOAN-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               PERFORM 8100-ADD-EXCEPTION
           END-IF
           IF LOAN-BALANCE > LOAN-PRINCIPAL
               SET NEW-IS-WARNING TO TRUE
               MOVE "BALANCE EXCEEDS PRINCIPAL" TO
                   WS-NEW-DESCRIPTION
               MOVE LOAN-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               PERFORM 8100-ADD-EXCEPTION
           END-IF.

      * The ledger balance must equal the balance after the loan's
      * last history entry; anything else was changed outside
      * LoanMaint and the payroll run.
       3150-CHECK-LOAN-HISTORY.
           MOVE ZERO TO WS-LHT-FOUND-SUB
           PERFORM VARYING WS-LHT-SUB FROM 1 BY 1
                   UNTIL WS-LHT-SUB > WS-LHT-COUNT
               IF WS-LHT-EMP-NUMBER (WS-LHT-SUB) = LOAN-EMP-NUMBER
                       AND WS-LHT-LOAN-TYPE (WS-LHT-SUB) = LOAN-TYPE
                   MOVE WS-LHT-SUB TO WS-LHT-FOUND-SUB
                   MOVE WS-LHT-COUNT TO WS-LHT-SUB
               END-IF
           END-PERFORM
           IF WS-LHT-FOUND-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LHT-MATCHED-SW (WS-LHT-FOUND-SUB)
           IF WS-LHT-BALANCE (WS-LHT-FOUND-SUB) NOT = LOAN-BALANCE
               SET NEW-IS-ERROR TO TRUE
               MOVE "LEDGER BALANCE DISAGREES WITH HISTORY" TO
                   WS-NEW-DESCRIPTION
               MOVE LOAN-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               MOVE WS-LHT-BALANCE (WS-LHT-FOUND-SUB) TO
                   WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-RECOMPUTED
               PERFORM 8100-ADD-EXCEPTION
           END-IF.

      * A loan whose history still shows a balance but which is gone
      * from the ledger was removed by hand.
       3200-CHECK-UNMATCHED-HISTORY.
           PERFORM VARYING WS-LHT-SUB FROM 1 BY 1
                   UNTIL WS-LHT-SUB > WS-LHT-COUNT
               IF NOT LHT-MATCHED (WS-LHT-SUB)
                       AND WS-LHT-BALANCE (WS-LHT-SUB) > ZERO
                   SET NEW-IS-ERROR TO TRUE
                   MOVE "LOANHIST" TO WS-NEW-FILE
                   MOVE WS-LHT-EMP-NUMBER (WS-LHT-SUB) TO
                       WS-NEW-EMP-NUMBER
                   MOVE WS-LHT-LOAN-TYPE (WS-LHT-SUB) TO
                       WS-NEW-REFERENCE
                   MOVE "HISTORY BALANCE, LOAN NOT ON LEDGER" TO
                       WS-NEW-DESCRIPTION
                   MOVE WS-LHT-BALANCE (WS-LHT-SUB) TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-NEW-RECOMPUTED
                   PERFORM 8100-ADD-EXCEPTION
               END-IF
           END-PERFORM.

      * Leave left on a RESIGNED employee should have been converted
      * to pay by FINAL-PAY.
       4000-CHECK-LEAVE-LEDGER.
           OPEN INPUT LEAVE-LEDGER-FILE
           IF WS-LEAVE-FILE-STATUS = "35"
               MOVE "N" TO WS-LEAVE-PRESENT-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-LEAVE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LEAVE LEDGER, STATUS = "
                   WS-LEAVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ LEAVE-LEDGER-FILE NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEAVE-READ-COUNT
                       PERFORM 4100-CHECK-ONE-LEAVE-RECORD
               END-READ
           END-PERFORM
           CLOSE LEAVE-LEDGER-FILE.

       4100-CHECK-ONE-LEAVE-RECORD.
           MOVE "LEAVELED" TO WS-NEW-FILE
           MOVE LVE-EMP-NUMBER TO WS-NEW-EMP-NUMBER
           MOVE SPACES TO WS-NEW-REFERENCE
           SET NEW-IS-WARNING TO TRUE
           PERFORM 8000-READ-EMPLOYEE
           IF NOT EMPLOYEE-FOUND
               MOVE "LEAVE RECORD, NOT ON EMPLOYEE FILE" TO
                   WS-NEW-DESCRIPTION
               PERFORM 8100-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF MST-EMP-STATUS-RESIGNED
                   AND (LVE-VACATION-BALANCE > ZERO
                   OR LVE-SICK-BALANCE > ZERO)
               MOVE "UNCONVERTED LEAVE, EMPLOYEE RESIGNED" TO
                   WS-NEW-DESCRIPTION
               PERFORM 8100-ADD-EXCEPTION
           END-IF.

      * Every employee with history in the year must have a YTD
      * record to carry it; without one the year's pay is missing
      * from the alphalist and the annualization.
       5000-CHECK-HISTORY-HAS-YTD.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               MOVE "N" TO WS-HISTORY-PRESENT-SW
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PAYROLL HISTORY, STATUS = "
                       WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS = "35"
               MOVE "N" TO WS-YTD-PRESENT-SW
           ELSE
               IF WS-YTD-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING YTD MASTER, STATUS = "
                       WS-YTD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT HISTORY-FILE-PRESENT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-PREV-EMP-NUMBER
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PAYROLL-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       IF HIST-PERIOD-END(1:4) = WS-CHECK-YEAR
                           PERFORM 5100-ACCUMULATE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-PREV-EMP-NUMBER NOT = SPACES
               PERFORM 5200-CHECK-EMPLOYEE-HAS-YTD
           END-IF.

       5100-ACCUMULATE-HISTORY.
           IF HIST-EMP-NUMBER NOT = WS-HIST-PREV-EMP-NUMBER
               IF WS-HIST-PREV-EMP-NUMBER NOT = SPACES
                   PERFORM 5200-CHECK-EMPLOYEE-HAS-YTD
               END-IF
               MOVE HIST-EMP-NUMBER TO WS-HIST-PREV-EMP-NUMBER
               MOVE ZEROES TO WS-HIST-GROSS-TOTAL
           END-IF
           ADD HIST-GROSS-PAY TO WS-HIST-GROSS-TOTAL.

       5200-CHECK-EMPLOYEE-HAS-YTD.
           MOVE "N" TO WS-YTD-FOUND-SW
           IF YTD-FILE-PRESENT
               MOVE WS-HIST-PREV-EMP-NUMBER TO YTD-EMP-NUMBER
               READ YTD-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-YTD-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-YTD-FOUND-SW
               END-READ
           END-IF
           IF NOT YTD-RECORD-FOUND
               SET NEW-IS-ERROR TO TRUE
               MOVE "PAYHIST" TO WS-NEW-FILE
               MOVE WS-HIST-PREV-EMP-NUMBER TO WS-NEW-EMP-NUMBER
               MOVE SPACES TO WS-NEW-REFERENCE
               MOVE "PAID IN THE YEAR, NO YTD RECORD" TO
                   WS-NEW-DESCRIPTION
               MOVE WS-HIST-GROSS-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-RECOMPUTED
               PERFORM 8100-ADD-EXCEPTION
           END-IF.

      * Each carried total is compared with the same figure rebuilt
      * from the employee's history for the year. A YTD record for
      * someone deleted from the master is kept for the alphalist,
      * so it is only a warning.
       6000-CHECK-YTD-AGAINST-HISTORY.
           IF NOT YTD-FILE-PRESENT
               IF HISTORY-FILE-PRESENT
                   CLOSE PAYROLL-HISTORY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO YTD-EMP-NUMBER
           MOVE "N" TO WS-END-OF-FILE
           START YTD-MASTER-FILE KEY IS NOT LESS THAN YTD-EMP-NUMBER
               INVALID KEY
                   SET END-OF-INPUT-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT-FILE
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-YTD-READ-COUNT
                       PERFORM 6100-CHECK-ONE-YTD-RECORD
               END-READ
           END-PERFORM
           CLOSE YTD-MASTER-FILE
           IF HISTORY-FILE-PRESENT
               CLOSE PAYROLL-HISTORY-FILE
           END-IF.

       6100-CHECK-ONE-YTD-RECORD.
           MOVE "YTDMASTR" TO WS-NEW-FILE
           MOVE YTD-EMP-NUMBER TO WS-NEW-EMP-NUMBER
           MOVE SPACES TO WS-NEW-REFERENCE
           PERFORM 8000-READ-EMPLOYEE
           IF NOT EMPLOYEE-FOUND
               SET NEW-IS-WARNING TO TRUE
               MOVE "YTD RECORD, NOT ON EMPLOYEE FILE" TO
                   WS-NEW-DESCRIPTION
               PERFORM 8100-ADD-EXCEPTION
           END-IF
           PERFORM 6200-TOTAL-EMPLOYEE-HISTORY
           SET NEW-IS-ERROR TO TRUE
           IF YTD-SALARY NOT = WS-HIST-GROSS-TOTAL
               MOVE "YTD SALARY DISAGREES WITH HISTORY" TO
                   WS-NEW-DESCRIPTION
               MOVE YTD-SALARY TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               MOVE WS-HIST-GROSS-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-RECOMPUTED
               PERFORM 8100-ADD-EXCEPTION
           END-IF
           IF YTD-DEDUCTIONS NOT = WS-HIST-DEDUCTIONS
               MOVE "YTD DEDUCTIONS DISAGREE WITH HISTORY" TO
                   WS-NEW-DESCRIPTION
               MOVE YTD-DEDUCTIONS TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               MOVE WS-HIST-DEDUCTIONS TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-RECOMPUTED
               PERFORM 8100-ADD-EXCEPTION
           END-IF
           IF YTD-NETPAY NOT = WS-HIST-NETPAY-TOTAL
               MOVE "YTD NET PAY DISAGREES WITH HISTORY" TO
                   WS-NEW-DESCRIPTION
               MOVE YTD-NETPAY TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               MOVE WS-HIST-NETPAY-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-RECOMPUTED
               PERFORM 8100-ADD-EXCEPTION
           END-IF
           IF YTD-WITHHOLDING NOT = WS-HIST-WITHHOLDING
               MOVE "YTD WITHHOLDING DISAGREES WITH HISTORY" TO
                   WS-NEW-DESCRIPTION
               MOVE YTD-WITHHOLDING TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-CARRIED
               MOVE WS-HIST-WITHHOLDING TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-RECOMPUTED
               PERFORM 8100-ADD-EXCEPTION
           END-IF.

      * Positions on the employee's first period of the year (the
      * key carries the period end as YYYYMMDD) and reads forward
      * until the employee or the year changes.
       6200-TOTAL-EMPLOYEE-HISTORY.
           MOVE ZEROES TO WS-HIST-GROSS-TOTAL WS-HIST-NETPAY-TOTAL
               WS-HIST-WITHHELD-TOTAL WS-HIST-REFUND-TOTAL
               WS-HIST-PERIOD-COUNT
           IF HISTORY-FILE-PRESENT
               MOVE "N" TO WS-END-OF-EMP-HISTORY-SW
               MOVE YTD-EMP-NUMBER TO HIST-EMP-NUMBER
               STRING WS-CHECK-YEAR DELIMITED BY SIZE
                   "0000" DELIMITED BY SIZE
                   INTO HIST-PERIOD-END
               END-STRING
               START PAYROLL-HISTORY-FILE
                       KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET END-OF-EMP-HISTORY TO TRUE
               END-START
               PERFORM UNTIL END-OF-EMP-HISTORY
                   READ PAYROLL-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-EMP-HISTORY TO TRUE
                       NOT AT END
                           IF HIST-EMP-NUMBER NOT = YTD-EMP-NUMBER
                                   OR HIST-PERIOD-END(1:4)
                                   NOT = WS-CHECK-YEAR
                               SET END-OF-EMP-HISTORY TO TRUE
                           ELSE
                               ADD 1 TO WS-HIST-PERIOD-COUNT
                               ADD HIST-GROSS-PAY TO
                                   WS-HIST-GROSS-TOTAL
                               ADD HIST-NETPAY TO WS-HIST-NETPAY-TOTAL
                               ADD HIST-WITHHOLDING TO
                                   WS-HIST-WITHHELD-TOTAL
                               ADD HIST-TAX-REFUND TO
                                   WS-HIST-REFUND-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WS-HIST-DEDUCTIONS = WS-HIST-GROSS-TOTAL
               - WS-HIST-NETPAY-TOTAL
           COMPUTE WS-HIST-WITHHOLDING = WS-HIST-WITHHELD-TOTAL
               - WS-HIST-REFUND-TOTAL.

       7000-WRITE-REPORT.
           MOVE WS-RUN-DATE-OUT TO INTEGRITY-RUN-DATE-OUT
           MOVE WS-CHECK-YEAR TO INTEGRITY-YEAR-OUT
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-TITLE-LINE
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-RUN-LINE
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-BLANK-LINE
           MOVE "ERRORS - HOLD THE PAYROLL RUN UNTIL CLEARED" TO
               INTEGRITY-SECTION-OUT
           MOVE "E" TO WS-PRINT-SEVERITY
           PERFORM 7100-WRITE-SEVERITY-SECTION
           MOVE WS-SECTION-COUNT TO WS-ERROR-COUNT
           MOVE "WARNINGS - REVIEW BEFORE THE PAYROLL RUN" TO
               INTEGRITY-SECTION-OUT
           MOVE "W" TO WS-PRINT-SEVERITY
           PERFORM 7100-WRITE-SEVERITY-SECTION
           MOVE WS-SECTION-COUNT TO WS-WARNING-COUNT
           PERFORM 7200-WRITE-RECORDS-CHECKED
           PERFORM 7300-WRITE-VERDICT.

       7100-WRITE-SEVERITY-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-SECTION-LINE
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-HEADING-LINE
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF WS-EXC-SEVERITY (WS-EXC-SUB) = WS-PRINT-SEVERITY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-EXC-FILE (WS-EXC-SUB) TO INTEGRITY-FILE-OUT
                   MOVE WS-EXC-EMP-NUMBER (WS-EXC-SUB) TO
                       INTEGRITY-NUMBER-OUT
                   MOVE WS-EXC-REFERENCE (WS-EXC-SUB) TO
                       INTEGRITY-REFERENCE-OUT
                   MOVE WS-EXC-DESCRIPTION (WS-EXC-SUB) TO
                       INTEGRITY-DESCRIPTION-OUT
                   MOVE WS-EXC-CARRIED (WS-EXC-SUB) TO
                       INTEGRITY-CARRIED-OUT
                   MOVE WS-EXC-RECOMPUTED (WS-EXC-SUB) TO
                       INTEGRITY-RECOMPUTED-OUT
                   WRITE INTEGRITY-REPORT-RECORD FROM
                       INTEGRITY-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = ZERO
               WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-NONE-LINE
           END-IF
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-BLANK-LINE.

       7200-WRITE-RECORDS-CHECKED.
           MOVE "RECORDS CHECKED" TO INTEGRITY-SECTION-OUT
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-SECTION-LINE
           MOVE "EMPLOYEE.DAT LOOKUPS" TO INTEGRITY-COUNT-LABEL-OUT
           MOVE WS-EMPLOYEE-READ-COUNT TO INTEGRITY-COUNT-OUT
           MOVE SPACES TO INTEGRITY-COUNT-NOTE-OUT
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-COUNT-LINE
           MOVE "BANKMSTR.DAT ENROLLMENTS" TO
               INTEGRITY-COUNT-LABEL-OUT
           MOVE WS-BANK-READ-COUNT TO INTEGRITY-COUNT-OUT
           MOVE WS-BANK-PRESENT-SW TO WS-COUNT-PRESENT-SW
           PERFORM 7250-WRITE-COUNT-LINE
           MOVE "LOANLEDG.DAT LOANS" TO INTEGRITY-COUNT-LABEL-OUT
           MOVE WS-LOAN-READ-COUNT TO INTEGRITY-COUNT-OUT
           MOVE WS-LOAN-PRESENT-SW TO WS-COUNT-PRESENT-SW
           PERFORM 7250-WRITE-COUNT-LINE
           MOVE "LOANHIST.DAT ENTRIES" TO INTEGRITY-COUNT-LABEL-OUT
           MOVE WS-LOAN-HISTORY-READ-COUNT TO INTEGRITY-COUNT-OUT
           MOVE WS-LOAN-HISTORY-PRESENT-SW TO WS-COUNT-PRESENT-SW
           PERFORM 7250-WRITE-COUNT-LINE
           MOVE "LEAVELED.DAT LEAVE RECORDS" TO
               INTEGRITY-COUNT-LABEL-OUT
           MOVE WS-LEAVE-READ-COUNT TO INTEGRITY-COUNT-OUT
           MOVE WS-LEAVE-PRESENT-SW TO WS-COUNT-PRESENT-SW
           PERFORM 7250-WRITE-COUNT-LINE
           MOVE "YTDMASTR.DAT YTD RECORDS" TO
               INTEGRITY-COUNT-LABEL-OUT
           MOVE WS-YTD-READ-COUNT TO INTEGRITY-COUNT-OUT
           MOVE WS-YTD-PRESENT-SW TO WS-COUNT-PRESENT-SW
           PERFORM 7250-WRITE-COUNT-LINE
           MOVE "PAYHIST.DAT HISTORY RECORDS" TO
               INTEGRITY-COUNT-LABEL-OUT
           MOVE WS-HISTORY-READ-COUNT TO INTEGRITY-COUNT-OUT
           MOVE WS-HISTORY-PRESENT-SW TO WS-COUNT-PRESENT-SW
           PERFORM 7250-WRITE-COUNT-LINE
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-BLANK-LINE.

       7250-WRITE-COUNT-LINE.
           IF COUNTED-FILE-PRESENT
               MOVE SPACES TO INTEGRITY-COUNT-NOTE-OUT
           ELSE
               MOVE "FILE NOT PRESENT" TO INTEGRITY-COUNT-NOTE-OUT
           END-IF
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-COUNT-LINE.

       7300-WRITE-VERDICT.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE "ERRORS FOUND - HOLD THE PAYROLL RUN" TO
                       INTEGRITY-VERDICT-OUT
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE "WARNINGS ONLY - REVIEW, THEN RUN" TO
                       INTEGRITY-VERDICT-OUT
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE "CLEAN" TO INTEGRITY-VERDICT-OUT
           END-EVALUATE
           MOVE RETURN-CODE TO INTEGRITY-RETURN-CODE-OUT
           WRITE INTEGRITY-REPORT-RECORD FROM INTEGRITY-VERDICT-LINE.

       8000-READ-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-READ-COUNT
           MOVE WS-NEW-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMPLOYEE-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-FOUND-SW
           END-READ.

      * The amount columns are cleared once the entry is stored, so
      * a check that has no amount to show never inherits one.
       8100-ADD-EXCEPTION.
           IF WS-EXC-COUNT >= 2000
               DISPLAY "EXCEPTION TABLE FULL AT 2000 ENTRIES, "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-NEW-SEVERITY TO WS-EXC-SEVERITY (WS-EXC-COUNT)
           MOVE WS-NEW-FILE TO WS-EXC-FILE (WS-EXC-COUNT)
           MOVE WS-NEW-EMP-NUMBER TO WS-EXC-EMP-NUMBER (WS-EXC-COUNT)
           MOVE WS-NEW-REFERENCE TO WS-EXC-REFERENCE (WS-EXC-COUNT)
           MOVE WS-NEW-DESCRIPTION TO
               WS-EXC-DESCRIPTION (WS-EXC-COUNT)
           MOVE WS-NEW-CARRIED TO WS-EXC-CARRIED (WS-EXC-COUNT)
           MOVE WS-NEW-RECOMPUTED TO WS-EXC-RECOMPUTED (WS-EXC-COUNT)
           MOVE SPACES TO WS-NEW-CARRIED WS-NEW-RECOMPUTED.

       9000-TERMINATION.
           CLOSE EMPLOYEE-FILE
           CLOSE INTEGRITY-REPORT-FILE
           DISPLAY "INTEGRITY ERRORS      : " WS-ERROR-COUNT
           DISPLAY "INTEGRITY WARNINGS    : " WS-WARNING-COUNT
           DISPLAY "RETURN CODE           : " RETURN-CODE.

       END PROGRAM IntegrityCheck.
