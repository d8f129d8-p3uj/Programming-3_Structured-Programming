      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Loan statements and subsidiary ledger from the loan history
      * LOANHIST.DAT. For the date range given on the command line,
      * each loan on LOANLEDG.DAT gets its balance forward, every
      * grant, restructure, payment, write-off, payoff, payroll
      * installment and final-pay offset posted in the range, and
      * the closing balance, which is checked against the balance the
      * ledger carries today. Output:
      *   LOANSTMT.RPT - loan statement per employee
      *   LOANSUBL.RPT - subsidiary ledger, one line per loan, with
      *                  totals and the tie-out of the last payroll
      *                  run's installments to the 120500 EMPLOYEE
      *                  LOANS RECEIVABLE credit in GLJOURNL.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Appended in posting order across all loans; sorted below into
      * loan key then posting date/time order so it can be matched
      * against the ledger.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-HISTORY-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "LNHWORK.DAT".

           SELECT SORTED-HISTORY-FILE ASSIGN TO "LNHSORT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

      * Read end to end in key order (employee, then loan type), the
      * same order the sorted history arrives in, so the two are
      * matched in a single pass.
           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-FILE-STATUS.

      * Joined per employee for the name and status on the statement.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMP-NUMBER
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

      * The last regular run's GL extract, read only for its 120500
      * credit and the period and pay group it belongs to.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "LOANSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

           SELECT SUBSIDIARY-LEDGER-FILE ASSIGN TO "LOANSUBL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSIDIARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Input copy of the history layout with the LHI- prefix, so it
      * can coexist with the sort work (SRT-) and sorted (LHS-)
      * copies in this program.
       FD  LOAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANHIST REPLACING LEADING ==LHS-== BY ==LHI-==
               ==LOAN-HISTORY-RECORD== BY ==LOAN-HISTORY-IN-RECORD==.

       SD  SORT-WORK-FILE.
           COPY LOANHIST REPLACING LEADING ==LHS-== BY ==SRT-==
               ==LOAN-HISTORY-RECORD== BY ==SORT-WORK-RECORD==.

       FD  SORTED-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANHIST.

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

      * Same record layout as the GL-JOURNAL-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-RECORD.
           02  GLJ-PERIOD-END         PIC X(10).
           02  GLJ-ACCOUNT-CODE       PIC X(6).
           02  GLJ-ACCOUNT-NAME       PIC X(26).
           02  GLJ-DEPARTMENT         PIC X(8).
           02  GLJ-DEBIT              PIC 9(9)V99.
           02  GLJ-CREDIT             PIC 9(9)V99.
           02  GLJ-PAY-GROUP          PIC X(8).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-RECORD           PIC X(100).

       FD  SUBSIDIARY-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUBSIDIARY-LEDGER-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-SORTED-FILE-STATUS     PIC XX VALUE "00".
       01  WS-LOAN-FILE-STATUS       PIC XX VALUE "00".
       01  WS-EMPLOYEE-FILE-STATUS   PIC XX VALUE "00".
       01  WS-GL-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01  WS-STATEMENT-FILE-STATUS  PIC XX VALUE "00".
       01  WS-SUBSIDIARY-FILE-STATUS PIC XX VALUE "00".
       01  WS-END-OF-GL-SW           PIC X VALUE "N".
           88  END-OF-GL-FILE        VALUE "Y".

      * Run parameters via the same command-line PARM idiom as the
      * payroll run: the statement date range, MM/DD/YYYY.
       01  WS-ARGUMENT-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-FROM-DATE              PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                PIC X(10) VALUE SPACES.
      * The range recoded YYYYMMDD, the form of LHS-POST-DATE.
       01  WS-FROM-KEY               PIC X(8) VALUE SPACES.
       01  WS-TO-KEY                 PIC X(8) VALUE SPACES.

      * Match keys: the current ledger record, the current history
      * entry and the loan being reported. HIGH-VALUES once a file
      * is exhausted, so the other file drains on its own.
       01  WS-LEDGER-KEY             PIC X(18).
       01  WS-HISTORY-KEY.
           02  WS-HISTORY-EMP-NUMBER PIC X(10).
           02  WS-HISTORY-LOAN-TYPE  PIC X(8).
       01  WS-GROUP-KEY.
           02  WS-GROUP-EMP-NUMBER   PIC X(10).
           02  WS-GROUP-LOAN-TYPE    PIC X(8).

      * GL figures for the tie-out, picked up in 1100.
       01  WS-GL-FOUND-SW            PIC X VALUE "N".
           88  GL-LOAN-CREDIT-FOUND  VALUE "Y".
       01  WS-GL-PERIOD-END          PIC X(10) VALUE SPACES.
       01  WS-GL-PAY-GROUP           PIC X(8) VALUE SPACES.
       01  WS-GL-LOAN-CREDIT         PIC 9(9)V99 VALUE ZERO.
       01  WS-HIST-COLLECTED-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-DIFFERENCE          PIC S9(9)V99 VALUE ZERO.
       01  WS-TIE-OUT-VERDICT        PIC X(16) VALUE SPACES.

      * Employee control break.
       01  WS-CURRENT-EMP-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-CURRENT-EMP-NAME       PIC X(20) VALUE SPACES.
       01  WS-CURRENT-EMP-STATUS     PIC X(12) VALUE SPACES.
       01  WS-EMP-HEADING-SW         PIC X VALUE "N".
           88  EMP-HEADING-PRINTED   VALUE "Y".
       01  WS-EMP-CLOSING-TOTAL      PIC S9(8)V99 VALUE ZERO.

      * Per-loan figures, reset at the start of every loan.
       01  WS-ON-LEDGER-SW           PIC X VALUE "N".
           88  LOAN-ON-LEDGER        VALUE "Y".
       01  WS-BAL-FWD-SW             PIC X VALUE "N".
           88  BALANCE-FORWARD-KNOWN VALUE "Y".
       01  WS-LATER-ACTIVITY-SW      PIC X VALUE "N".
           88  LOAN-HAS-LATER-ACTIVITY VALUE "Y".
       01  WS-LOAN-HEADING-SW        PIC X VALUE "N".
           88  LOAN-HEADING-PRINTED  VALUE "Y".
       01  WS-LEDGER-PRINCIPAL       PIC 9(7)V99 VALUE ZERO.
       01  WS-LEDGER-AMORTIZATION    PIC 9(6)V99 VALUE ZERO.
       01  WS-LEDGER-BALANCE         PIC 9(7)V99 VALUE ZERO.
       01  WS-BAL-FWD                PIC S9(8)V99 VALUE ZERO.
       01  WS-LOAN-DEBITS            PIC 9(8)V99 VALUE ZERO.
       01  WS-LOAN-CREDITS           PIC 9(8)V99 VALUE ZERO.
       01  WS-LOAN-CLOSING           PIC S9(8)V99 VALUE ZERO.
       01  WS-LOAN-ENTRY-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-LOAN-FLAG              PIC X(14) VALUE SPACES.

      * YYYYMMDD posting date shown as MM/DD/YYYY.
       01  WS-DATE-OUT               PIC X(10).

      * Subsidiary ledger grand totals.
       01  WS-LOANS-LISTED           PIC 9(6) VALUE ZERO.
       01  WS-STATEMENT-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-BAL-FWD          PIC S9(10)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITS           PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS          PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-CLOSING          PIC S9(10)V99 VALUE ZERO.
       01  WS-TOTAL-LEDGER           PIC 9(10)V99 VALUE ZERO.

       01  LNS-COMPANY-LINE.
           02  FILLER PIC X(21) VALUE SPACES.
           02  FILLER PIC X(38) VALUE
               "ABC COMPANY - MAKATI CITY, PHILIPPINES".
       01  LNS-TITLE-LINE.
           02  FILLER PIC X(21) VALUE SPACES.
           02  LNS-TITLE-OUT PIC X(40).
       01  LNS-RANGE-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "PERIOD: ".
           02  LNS-FROM-OUT PIC X(10).
           02  FILLER PIC X(4) VALUE " TO ".
           02  LNS-TO-OUT PIC X(10).
       01  LNS-BLANK-LINE            PIC X(132) VALUE SPACES.

      * Statement layouts.
       01  STMT-EMPLOYEE-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "EMPLOYEE: ".
           02  STMT-NUMBER-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  STMT-NAME-OUT PIC X(20).
           02  FILLER PIC X(10) VALUE "  STATUS: ".
           02  STMT-STATUS-OUT PIC X(12).
       01  STMT-LOAN-LINE.
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(11) VALUE "LOAN TYPE: ".
           02  STMT-LOAN-TYPE-OUT PIC X(8).
           02  FILLER PIC X(13) VALUE "  PRINCIPAL: ".
           02  STMT-PRINCIPAL-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(16) VALUE "  AMORTIZATION: ".
           02  STMT-AMORTIZATION-OUT PIC ZZZ,ZZZ.99.
       01  STMT-HEADING-LINE.
           02  FILLER PIC X(5) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "DATE".
           02  FILLER PIC X(8) VALUE SPACES.
           02  FILLER PIC X(11) VALUE "TRANSACTION".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "PAY PERIOD".
           02  FILLER PIC X(9) VALUE SPACES.
           02  FILLER PIC X(5) VALUE "DEBIT".
           02  FILLER PIC X(8) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "CREDIT".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "BALANCE".
       01  STMT-DETAIL-LINE.
           02  FILLER PIC X(5) VALUE SPACES.
           02  STMT-DATE-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  STMT-TRANS-OUT PIC X(11).
           02  FILLER PIC X(2) VALUE SPACES.
           02  STMT-PERIOD-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  STMT-DEBIT-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  STMT-CREDIT-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  STMT-BALANCE-OUT PIC Z,ZZZ,ZZZ.99.
       01  STMT-BALANCE-LINE.
           02  FILLER PIC X(5) VALUE SPACES.
           02  STMT-BALANCE-LABEL-OUT PIC X(35).
           02  FILLER PIC X(28) VALUE SPACES.
           02  STMT-BALANCE-AMOUNT-OUT PIC -ZZ,ZZZ,ZZZ.99.
       01  STMT-TOTAL-LINE.
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(37) VALUE
               "TOTAL LOANS OUTSTANDING AT PERIOD END".
           02  FILLER PIC X(28) VALUE SPACES.
           02  STMT-TOTAL-OUT PIC -ZZ,ZZZ,ZZZ.99.

      * Subsidiary ledger layouts.
       01  SUBL-HEADING-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "EMPLOYEE".
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "NAME".
           02  FILLER PIC X(17) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "LOAN".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "BAL FWD.".
           02  FILLER PIC X(8) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "DEBITS".
           02  FILLER PIC X(6) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "CREDITS".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "CLOSING".
           02  FILLER PIC X(8) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "LEDGER".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "EXCEPTION".
       01  SUBL-DETAIL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-NUMBER-OUT PIC X(10).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-NAME-OUT PIC X(20).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-LOAN-TYPE-OUT PIC X(8).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-BAL-FWD-OUT PIC -Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-DEBITS-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-CREDITS-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-CLOSING-OUT PIC -Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-LEDGER-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  SUBL-FLAG-OUT PIC X(14).
       01  SUBL-TOTAL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-TOTAL-LABEL-OUT PIC X(40).
           02  SUBL-TOTAL-COUNT-OUT PIC ZZZZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  SUBL-TOTAL-AMOUNT-OUT PIC -Z,ZZZ,ZZZ,ZZZ.99.
       01  SUBL-TIE-OUT-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SUBL-TIE-OUT-TEXT PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-LOAN
               UNTIL WS-LEDGER-KEY = HIGH-VALUES
                   AND WS-HISTORY-KEY = HIGH-VALUES
           IF WS-CURRENT-EMP-NUMBER NOT = SPACES
               PERFORM 2800-FINISH-EMPLOYEE
           END-IF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3100-WRITE-GL-TIE-OUT
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1010-GET-RUN-PARAMETERS
           PERFORM 1100-READ-GL-JOURNAL
           PERFORM 1200-SORT-LOAN-HISTORY
           OPEN INPUT LOAN-LEDGER-FILE
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
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN STATEMENT FILE, STATUS = "
                   WS-STATEMENT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SUBSIDIARY-LEDGER-FILE
           IF WS-SUBSIDIARY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUBSIDIARY LEDGER, STATUS = "
                   WS-SUBSIDIARY-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO LNS-FROM-OUT
           MOVE WS-TO-DATE TO LNS-TO-OUT
           MOVE "EMPLOYEE LOAN STATEMENTS" TO LNS-TITLE-OUT
           WRITE STATEMENT-RECORD FROM LNS-COMPANY-LINE
           WRITE STATEMENT-RECORD FROM LNS-TITLE-LINE
           WRITE STATEMENT-RECORD FROM LNS-RANGE-LINE
           WRITE STATEMENT-RECORD FROM LNS-BLANK-LINE
           MOVE "EMPLOYEE LOANS SUBSIDIARY LEDGER" TO LNS-TITLE-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM LNS-COMPANY-LINE
           WRITE SUBSIDIARY-LEDGER-RECORD FROM LNS-TITLE-LINE
           WRITE SUBSIDIARY-LEDGER-RECORD FROM LNS-RANGE-LINE
           WRITE SUBSIDIARY-LEDGER-RECORD FROM LNS-BLANK-LINE
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-HEADING-LINE
           PERFORM 2100-READ-LEDGER-FILE
           PERFORM 2150-READ-HISTORY-FILE.

       1010-GET-RUN-PARAMETERS.
           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARGUMENT-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER STATEMENT FROM DATE (MM/DD/YYYY): "
               ACCEPT WS-FROM-DATE
           END-IF
           IF WS-ARGUMENT-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER STATEMENT TO DATE (MM/DD/YYYY): "
               ACCEPT WS-TO-DATE
           END-IF
           STRING WS-FROM-DATE(7:4) DELIMITED BY SIZE
               WS-FROM-DATE(1:2) DELIMITED BY SIZE
               WS-FROM-DATE(4:2) DELIMITED BY SIZE
               INTO WS-FROM-KEY
           END-STRING
           STRING WS-TO-DATE(7:4) DELIMITED BY SIZE
               WS-TO-DATE(1:2) DELIMITED BY SIZE
               WS-TO-DATE(4:2) DELIMITED BY SIZE
               INTO WS-TO-KEY
           END-STRING
           IF WS-FROM-KEY > WS-TO-KEY
               DISPLAY "FROM DATE " WS-FROM-DATE " IS AFTER TO DATE "
                   WS-TO-DATE ", RUN ABORTED"
               STOP RUN
           END-IF.

      * The GL extract only ever holds the last regular run, so the
      * tie-out is for that one pay period. No extract yet (or no
      * loan line in it) just means there is nothing to tie out.
       1100-READ-GL-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL JOURNAL, STATUS = "
                   WS-GL-JOURNAL-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-GL-FILE
               READ GL-JOURNAL-FILE
                   AT END
                       SET END-OF-GL-FILE TO TRUE
                   NOT AT END
                       IF GLJ-ACCOUNT-CODE = "120500"
                           SET GL-LOAN-CREDIT-FOUND TO TRUE
                           MOVE GLJ-PERIOD-END TO WS-GL-PERIOD-END
                           MOVE GLJ-PAY-GROUP TO WS-GL-PAY-GROUP
                           ADD GLJ-CREDIT TO WS-GL-LOAN-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.

      * No history yet (a ledger that predates it) leaves an empty
      * sorted file, and every loan reports from the ledger alone.
       1200-SORT-LOAN-HISTORY.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LOAN-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT SORTED-HISTORY-FILE
               CLOSE SORTED-HISTORY-FILE
           ELSE
               IF WS-LOAN-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN HISTORY, STATUS = "
                       WS-LOAN-HISTORY-FILE-STATUS
                   STOP RUN
               END-IF
               CLOSE LOAN-HISTORY-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-EMP-NUMBER SRT-LOAN-TYPE
                       SRT-POST-DATE SRT-POST-TIME
                   USING LOAN-HISTORY-FILE
                   GIVING SORTED-HISTORY-FILE
               IF SORT-RETURN NOT = 0
                   DISPLAY "ERROR SORTING LOAN HISTORY, SORT-RETURN = "
                       SORT-RETURN
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT SORTED-HISTORY-FILE
           IF WS-SORTED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SORTED LOAN HISTORY, STATUS = "
                   WS-SORTED-FILE-STATUS
               STOP RUN
           END-IF.

      * One loan per pass: the lower of the two match keys, taking
      * the ledger record and every history entry carrying it.
       2000-PROCESS-LOAN.
           IF WS-LEDGER-KEY < WS-HISTORY-KEY
               MOVE WS-LEDGER-KEY TO WS-GROUP-KEY
           ELSE
               MOVE WS-HISTORY-KEY TO WS-GROUP-KEY
           END-IF
           IF WS-GROUP-EMP-NUMBER NOT = WS-CURRENT-EMP-NUMBER
               IF WS-CURRENT-EMP-NUMBER NOT = SPACES
                   PERFORM 2800-FINISH-EMPLOYEE
               END-IF
               PERFORM 2050-START-EMPLOYEE
           END-IF
           MOVE "N" TO WS-ON-LEDGER-SW
           MOVE "N" TO WS-BAL-FWD-SW
           MOVE "N" TO WS-LATER-ACTIVITY-SW
           MOVE "N" TO WS-LOAN-HEADING-SW
           MOVE ZEROES TO WS-LEDGER-PRINCIPAL WS-LEDGER-AMORTIZATION
               WS-LEDGER-BALANCE WS-BAL-FWD WS-LOAN-DEBITS
               WS-LOAN-CREDITS WS-LOAN-CLOSING WS-LOAN-ENTRY-COUNT
           IF WS-LEDGER-KEY = WS-GROUP-KEY
               SET LOAN-ON-LEDGER TO TRUE
               MOVE LOAN-PRINCIPAL TO WS-LEDGER-PRINCIPAL
               MOVE LOAN-AMORTIZATION TO WS-LEDGER-AMORTIZATION
               MOVE LOAN-BALANCE TO WS-LEDGER-BALANCE
               PERFORM 2100-READ-LEDGER-FILE
           END-IF
           PERFORM 2200-APPLY-HISTORY-ENTRY
               UNTIL WS-HISTORY-KEY NOT = WS-GROUP-KEY
           PERFORM 2500-FINISH-LOAN.

       2050-START-EMPLOYEE.
           MOVE WS-GROUP-EMP-NUMBER TO WS-CURRENT-EMP-NUMBER
           MOVE "N" TO WS-EMP-HEADING-SW
           MOVE ZEROES TO WS-EMP-CLOSING-TOTAL
           MOVE WS-GROUP-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NOT ON EMP MASTER" TO WS-CURRENT-EMP-NAME
                   MOVE SPACES TO WS-CURRENT-EMP-STATUS
               NOT INVALID KEY
                   MOVE MST-EMP-NAME TO WS-CURRENT-EMP-NAME
                   MOVE MST-EMP-STATUS TO WS-CURRENT-EMP-STATUS
           END-READ.

       2100-READ-LEDGER-FILE.
           READ LOAN-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-LEDGER-KEY
               NOT AT END
                   MOVE LOAN-KEY TO WS-LEDGER-KEY
           END-READ.

       2150-READ-HISTORY-FILE.
           READ SORTED-HISTORY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
               NOT AT END
                   MOVE LHS-EMP-NUMBER TO WS-HISTORY-EMP-NUMBER
                   MOVE LHS-LOAN-TYPE TO WS-HISTORY-LOAN-TYPE
           END-READ.

      * Entries before the range only set the balance forward;
      * entries after it only mark that the ledger has moved on since
      * (so today's ledger balance is not expected to equal the
      * closing balance). Where nothing precedes the range, the
      * balance forward is the balance before the first entry seen.
      * Payroll installments are also totalled for the GL tie-out,
      * whatever the statement range -- only those posted by the
      * extract's pay group's run, since another group's period can
      * end on the same day.
       2200-APPLY-HISTORY-ENTRY.
           IF LHS-TRANS-COLLECTION AND GL-LOAN-CREDIT-FOUND
                   AND LHS-PERIOD-END = WS-GL-PERIOD-END
                   AND LHS-PAY-GROUP = WS-GL-PAY-GROUP
               ADD LHS-CREDIT TO WS-HIST-COLLECTED-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN LHS-POST-DATE < WS-FROM-KEY
                   MOVE LHS-BALANCE-AFTER TO WS-BAL-FWD
                   SET BALANCE-FORWARD-KNOWN TO TRUE
               WHEN LHS-POST-DATE > WS-TO-KEY
                   IF NOT BALANCE-FORWARD-KNOWN
                       COMPUTE WS-BAL-FWD = LHS-BALANCE-AFTER
                           - LHS-DEBIT + LHS-CREDIT
                       SET BALANCE-FORWARD-KNOWN TO TRUE
                   END-IF
                   SET LOAN-HAS-LATER-ACTIVITY TO TRUE
               WHEN OTHER
                   IF NOT BALANCE-FORWARD-KNOWN
                       COMPUTE WS-BAL-FWD = LHS-BALANCE-AFTER
                           - LHS-DEBIT + LHS-CREDIT
                       SET BALANCE-FORWARD-KNOWN TO TRUE
                   END-IF
                   IF NOT LOAN-HEADING-PRINTED
                       PERFORM 2300-WRITE-LOAN-HEADING
                   END-IF
                   PERFORM 2400-WRITE-STATEMENT-DETAIL
           END-EVALUATE
           PERFORM 2150-READ-HISTORY-FILE.

      * Employee heading on the first loan printed for the employee,
      * then the loan heading and its balance forward.
       2300-WRITE-LOAN-HEADING.
           IF NOT EMP-HEADING-PRINTED
               MOVE WS-CURRENT-EMP-NUMBER TO STMT-NUMBER-OUT
               MOVE WS-CURRENT-EMP-NAME TO STMT-NAME-OUT
               MOVE WS-CURRENT-EMP-STATUS TO STMT-STATUS-OUT
               WRITE STATEMENT-RECORD FROM STMT-EMPLOYEE-LINE
               SET EMP-HEADING-PRINTED TO TRUE
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF
           IF NOT BALANCE-FORWARD-KNOWN
               IF LOAN-ON-LEDGER
                   MOVE WS-LEDGER-BALANCE TO WS-BAL-FWD
               END-IF
               SET BALANCE-FORWARD-KNOWN TO TRUE
           END-IF
           MOVE WS-GROUP-LOAN-TYPE TO STMT-LOAN-TYPE-OUT
           MOVE WS-LEDGER-PRINCIPAL TO STMT-PRINCIPAL-OUT
           MOVE WS-LEDGER-AMORTIZATION TO STMT-AMORTIZATION-OUT
           WRITE STATEMENT-RECORD FROM STMT-LOAN-LINE
           WRITE STATEMENT-RECORD FROM STMT-HEADING-LINE
           MOVE "BALANCE FORWARD" TO STMT-BALANCE-LABEL-OUT
           MOVE WS-BAL-FWD TO STMT-BALANCE-AMOUNT-OUT
           WRITE STATEMENT-RECORD FROM STMT-BALANCE-LINE
           SET LOAN-HEADING-PRINTED TO TRUE.

       2400-WRITE-STATEMENT-DETAIL.
           STRING LHS-POST-DATE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LHS-POST-DATE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LHS-POST-DATE(1:4) DELIMITED BY SIZE
               INTO WS-DATE-OUT
           END-STRING
           MOVE WS-DATE-OUT TO STMT-DATE-OUT
           MOVE LHS-TRANS-TYPE TO STMT-TRANS-OUT
           MOVE LHS-PERIOD-END TO STMT-PERIOD-OUT
           MOVE LHS-DEBIT TO STMT-DEBIT-OUT
           MOVE LHS-CREDIT TO STMT-CREDIT-OUT
           MOVE LHS-BALANCE-AFTER TO STMT-BALANCE-OUT
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE
           ADD LHS-DEBIT TO WS-LOAN-DEBITS
           ADD LHS-CREDIT TO WS-LOAN-CREDITS
           ADD 1 TO WS-LOAN-ENTRY-COUNT.

      * Closing balance from the balance forward and the movements in
      * the range. With no later movement it has to equal what the
      * ledger carries now; a difference means the ledger was
      * changed outside LoanMaint and the payroll run. A loan that
      * is fully paid, untouched in the range and clean is left off
      * both reports.
       2500-FINISH-LOAN.
           IF NOT BALANCE-FORWARD-KNOWN AND LOAN-ON-LEDGER
               MOVE WS-LEDGER-BALANCE TO WS-BAL-FWD
               SET BALANCE-FORWARD-KNOWN TO TRUE
           END-IF
           COMPUTE WS-LOAN-CLOSING = WS-BAL-FWD + WS-LOAN-DEBITS
               - WS-LOAN-CREDITS
           MOVE SPACES TO WS-LOAN-FLAG
           IF NOT LOAN-ON-LEDGER
               MOVE "NOT ON LEDGER" TO WS-LOAN-FLAG
           ELSE
               IF NOT LOAN-HAS-LATER-ACTIVITY
                   AND WS-LOAN-CLOSING NOT = WS-LEDGER-BALANCE
                   MOVE "OUT OF BALANCE" TO WS-LOAN-FLAG
               END-IF
           END-IF
           IF WS-BAL-FWD = ZERO AND WS-LOAN-ENTRY-COUNT = ZERO
                   AND WS-LOAN-CLOSING = ZERO
                   AND WS-LEDGER-BALANCE = ZERO
                   AND WS-LOAN-FLAG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT LOAN-HEADING-PRINTED
               PERFORM 2300-WRITE-LOAN-HEADING
               MOVE "NO ACTIVITY IN PERIOD" TO STMT-BALANCE-LABEL-OUT
               MOVE WS-LOAN-CLOSING TO STMT-BALANCE-AMOUNT-OUT
               WRITE STATEMENT-RECORD FROM STMT-BALANCE-LINE
           END-IF
           MOVE "CLOSING BALANCE" TO STMT-BALANCE-LABEL-OUT
           MOVE WS-LOAN-CLOSING TO STMT-BALANCE-AMOUNT-OUT
           WRITE STATEMENT-RECORD FROM STMT-BALANCE-LINE
           ADD WS-LOAN-CLOSING TO WS-EMP-CLOSING-TOTAL
           PERFORM 2600-WRITE-SUBSIDIARY-LINE.

       2600-WRITE-SUBSIDIARY-LINE.
           MOVE WS-GROUP-EMP-NUMBER TO SUBL-NUMBER-OUT
           MOVE WS-CURRENT-EMP-NAME TO SUBL-NAME-OUT
           MOVE WS-GROUP-LOAN-TYPE TO SUBL-LOAN-TYPE-OUT
           MOVE WS-BAL-FWD TO SUBL-BAL-FWD-OUT
           MOVE WS-LOAN-DEBITS TO SUBL-DEBITS-OUT
           MOVE WS-LOAN-CREDITS TO SUBL-CREDITS-OUT
           MOVE WS-LOAN-CLOSING TO SUBL-CLOSING-OUT
           MOVE WS-LEDGER-BALANCE TO SUBL-LEDGER-OUT
           MOVE WS-LOAN-FLAG TO SUBL-FLAG-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-DETAIL-LINE
           ADD 1 TO WS-LOANS-LISTED
           IF WS-LOAN-FLAG NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           ADD WS-BAL-FWD TO WS-TOTAL-BAL-FWD
           ADD WS-LOAN-DEBITS TO WS-TOTAL-DEBITS
           ADD WS-LOAN-CREDITS TO WS-TOTAL-CREDITS
           ADD WS-LOAN-CLOSING TO WS-TOTAL-CLOSING
           ADD WS-LEDGER-BALANCE TO WS-TOTAL-LEDGER.

       2800-FINISH-EMPLOYEE.
           IF EMP-HEADING-PRINTED
               MOVE WS-EMP-CLOSING-TOTAL TO STMT-TOTAL-OUT
               WRITE STATEMENT-RECORD FROM STMT-TOTAL-LINE
               WRITE STATEMENT-RECORD FROM LNS-BLANK-LINE
           END-IF.

       3000-WRITE-TOTALS.
           WRITE SUBSIDIARY-LEDGER-RECORD FROM LNS-BLANK-LINE
           MOVE "LOANS LISTED" TO SUBL-TOTAL-LABEL-OUT
           MOVE WS-LOANS-LISTED TO SUBL-TOTAL-COUNT-OUT
           MOVE ZEROES TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           MOVE "TOTAL BALANCE FORWARD" TO SUBL-TOTAL-LABEL-OUT
           MOVE ZEROES TO SUBL-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-BAL-FWD TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           MOVE "TOTAL DEBITS (GRANTS AND TOP-UPS)" TO
               SUBL-TOTAL-LABEL-OUT
           MOVE WS-TOTAL-DEBITS TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           MOVE "TOTAL CREDITS (COLLECTIONS AND PAYMENTS)" TO
               SUBL-TOTAL-LABEL-OUT
           MOVE WS-TOTAL-CREDITS TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           MOVE "TOTAL CLOSING BALANCE" TO SUBL-TOTAL-LABEL-OUT
           MOVE WS-TOTAL-CLOSING TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           MOVE "TOTAL LEDGER BALANCE ON FILE" TO SUBL-TOTAL-LABEL-OUT
           MOVE WS-TOTAL-LEDGER TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           MOVE "LOANS WITH EXCEPTIONS" TO SUBL-TOTAL-LABEL-OUT
           MOVE WS-EXCEPTION-COUNT TO SUBL-TOTAL-COUNT-OUT
           MOVE ZEROES TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE.

      * The payroll run credits 120500 with the installments it took
      * for the period; the history holds one COLLECTION entry per
      * installment stamped with that period, so the two must agree.
       3100-WRITE-GL-TIE-OUT.
           WRITE SUBSIDIARY-LEDGER-RECORD FROM LNS-BLANK-LINE
           MOVE "GL TIE-OUT - ACCOUNT 120500 EMPLOYEE LOANS RECEIVABLE"
               TO SUBL-TIE-OUT-TEXT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TIE-OUT-LINE
           IF NOT GL-LOAN-CREDIT-FOUND
               MOVE "NO 120500 ENTRY IN GLJOURNL.DAT - NO TIE-OUT" TO
                   SUBL-TIE-OUT-TEXT
               WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TIE-OUT-LINE
               MOVE "NO GL EXTRACT" TO WS-TIE-OUT-VERDICT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUBL-TIE-OUT-TEXT
           STRING "GL PERIOD END: " DELIMITED BY SIZE
               WS-GL-PERIOD-END DELIMITED BY SIZE
               "   PAY GROUP: " DELIMITED BY SIZE
               WS-GL-PAY-GROUP DELIMITED BY SIZE
               INTO SUBL-TIE-OUT-TEXT
           END-STRING
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TIE-OUT-LINE
           MOVE ZEROES TO SUBL-TOTAL-COUNT-OUT
           MOVE "GL 120500 CREDIT FOR THE PERIOD" TO
               SUBL-TOTAL-LABEL-OUT
           MOVE WS-GL-LOAN-CREDIT TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           MOVE "HISTORY COLLECTIONS FOR THE PERIOD" TO
               SUBL-TOTAL-LABEL-OUT
           MOVE WS-HIST-COLLECTED-TOTAL TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           COMPUTE WS-GL-DIFFERENCE = WS-GL-LOAN-CREDIT
               - WS-HIST-COLLECTED-TOTAL
           MOVE "DIFFERENCE" TO SUBL-TOTAL-LABEL-OUT
           MOVE WS-GL-DIFFERENCE TO SUBL-TOTAL-AMOUNT-OUT
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TOTAL-LINE
           IF WS-GL-DIFFERENCE = ZERO
               MOVE "IN AGREEMENT" TO WS-TIE-OUT-VERDICT
           ELSE
               MOVE "NOT IN AGREEMENT" TO WS-TIE-OUT-VERDICT
           END-IF
           MOVE SPACES TO SUBL-TIE-OUT-TEXT
           STRING "VERDICT: " DELIMITED BY SIZE
               WS-TIE-OUT-VERDICT DELIMITED BY SIZE
               INTO SUBL-TIE-OUT-TEXT
           END-STRING
           WRITE SUBSIDIARY-LEDGER-RECORD FROM SUBL-TIE-OUT-LINE.

       9000-TERMINATION.
           CLOSE SORTED-HISTORY-FILE
           CLOSE LOAN-LEDGER-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE STATEMENT-FILE
           CLOSE SUBSIDIARY-LEDGER-FILE
           DISPLAY "LOAN STATEMENTS PRINTED : " WS-STATEMENT-COUNT
           DISPLAY "LOANS ON SUBSIDIARY LEDGER: " WS-LOANS-LISTED
           DISPLAY "LOANS WITH EXCEPTIONS   : " WS-EXCEPTION-COUNT
           DISPLAY "GL 120500 TIE-OUT       : " WS-TIE-OUT-VERDICT.

       END PROGRAM LoanReport.
