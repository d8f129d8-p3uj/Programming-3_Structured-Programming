      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Mass salary adjustment for wage orders and merit increases.
      * HR used to key one CHANGE transaction per employee and work
      * out the back pay for the periods already paid on a
      * calculator. This program applies one increase rule at a time
      * to the employee master:
      *   PERCENT - basic salary raised by a percentage
      *   FLAT    - basic salary raised by a flat amount
      *   FLOOR   - basic salary raised to a new minimum
      *   LIST    - basic salary set per employee from SALLIST.DAT
      * optionally limited to one MST-EMP-STATUS or one
      * MST-EMP-DEPARTMENT, and effective from a given date. Each run
      * covers one pay group (MST-EMP-PAY-GROUP), since each group
      * has its own periods on the calendar. RESIGNED
      * employees are never adjusted. For each employee raised, the
      * salary differential is computed for every CLOSED regular
      * period on PAYCAL.DAT that ends on or after the effective
      * date, from what PAYHIST.DAT says was paid at the old rate.
      * The first run is a PREVIEW: only the report is written, for
      * HR to check. Once approved, the same rule is run again as
      * POST, which also writes
      *   EMPTRANS.DAT - one CHANGE transaction per employee raised,
      *                  to be applied by EmployeeMaint (so every new
      *                  salary is edited and lands on AUDITJRN.DAT)
      *   SALADJ.DAT   - the back pay as an allowance transaction for
      *                  the next OPEN regular period, which the
      *                  timekeeper folds into PERTRANS.DAT the same
      *                  way as the RETRO and tax adjustments
      * Output: SALADJ.RPT (both modes).
      * The CHANGE images are taken from the master as it stands when
      * the POST runs, so any keyed HR batch must go through
      * EmployeeMaint first, and this batch must go through it before
      * the next regular payroll run. POST refuses to start (return
      * code 8) while EMPTRANS.DAT or SALADJ.DAT still holds a
      * record, since writing either would destroy a batch not yet
      * applied: each is emptied once EmployeeMaint has applied it
      * or the timekeeper has folded it into PERTRANS.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalaryAdjust.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read end to end in key order for the PERCENT, FLAT and FLOOR
      * rules, and by key for each entry of a LIST. Never updated
      * here: the new salaries reach it only through EmployeeMaint.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-NUMBER
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

      * HR's per-employee list for the LIST rule: employee number
      * and the new basic salary.
           SELECT SALARY-LIST-FILE ASSIGN TO "SALLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

      * Read only, for the closed periods the back pay covers and
      * the open period that will carry it.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

      * Read by key (employee + period end) for each closed period,
      * for the rate the period was actually paid at.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * POST only: the CHANGE batch for EmployeeMaint.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "EMPTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

      * POST only: the back pay, same layout as the period
      * transactions the regular run reads.
           SELECT BACK-PAY-FILE ASSIGN TO "SALADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-PAY-FILE-STATUS.

           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO "SALADJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPMSTR.

       FD  SALARY-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALARY-LIST-RECORD.
           02  SLS-EMP-NUMBER         PIC X(10).
           02  SLS-NEW-SALARY         PIC 9(6)V99.

      * Same record layout as the PAY-CALENDAR-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       FD  PAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-CALENDAR-RECORD.
           02  CAL-IN-SEQUENCE        PIC 9(4).
           02  CAL-IN-RUN-MODE        PIC X(10).
           02  CAL-IN-PERIOD-START    PIC X(10).
           02  CAL-IN-PERIOD-END      PIC X(10).
           02  CAL-IN-STATUS          PIC X(6).
           02  CAL-IN-PAY-GROUP       PIC X(8).

       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.

      * Same record layout as the MAINT-TRANSACTION-FILE FD in
      * EmployeeMaint -- keep the two in step.
       FD  MAINT-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-TRANSACTION-RECORD.
           03  TRN-ACTION              PIC X(6).
           03  TRN-USER-ID             PIC X(8).
           03  TRN-EMPLOYEE-DATA       PIC X(169).

      * Same record layout as the PERIOD-TRANSACTION-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       FD  BACK-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-TRANSACTION-RECORD.
           02  PER-EMP-NUMBER         PIC X(10).
           02  PER-PERIOD-START       PIC X(10).
           02  PER-PERIOD-END         PIC X(10).
           02  PER-OT-HOURS           PIC 9(3)V99.
           02  PER-ABSENT-DAYS        PIC 9(2)V9.
           02  PER-ALLOWANCE          PIC 9(6)V99.
           02  PER-OTHER-DEDUCTION    PIC 9(6)V99.
           02  PER-TAX-REFUND         PIC 9(6)V99.
           02  PER-TAX-COLLECT        PIC 9(6)V99.
           02  PER-HOLIDAY-DATE       PIC X(10).
           02  PER-HOLIDAY-HOURS      PIC 9(3)V99.
           02  PER-HOLIDAY-REST-DAY   PIC X(1).
           02  PER-REST-DAY-HOURS     PIC 9(3)V99.
           02  PER-NIGHT-DIFF-HOURS   PIC 9(3)V99.

       FD  ADJUSTMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJUSTMENT-REPORT-RECORD   PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS    PIC XX VALUE "00".
       01  WS-LIST-FILE-STATUS        PIC XX VALUE "00".
       01  WS-CALENDAR-FILE-STATUS    PIC XX VALUE "00".
       01  WS-HISTORY-FILE-STATUS     PIC XX VALUE "00".
       01  WS-TRANSACTION-FILE-STATUS PIC XX VALUE "00".
       01  WS-BACK-PAY-FILE-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-END-OF-FILE             PIC X VALUE "N".
           88  END-OF-INPUT-FILE      VALUE "Y".
       01  WS-END-OF-TABLE-SW         PIC X VALUE "N".
           88  END-OF-TABLE-FILE      VALUE "Y".
      * Records found on the two POST output files before the run,
      * i.e. batches still waiting to be applied.
       01  WS-PENDING-TRANS-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-PENDING-BACK-PAY-COUNT  PIC 9(6) VALUE ZERO.

      * Run parameters via the same command-line PARM idiom as the
      * payroll run: PREVIEW or POST, the rule and its amount (a
      * percentage, a peso amount, or the new minimum; ignored for
      * LIST), the effective date, the limit (ALL, STATUS or
      * DEPARTMENT) and its value, the user ID the CHANGE
      * transactions are journaled under, and the pay group (blank
      * for the semi-monthly group employees with no group code
      * belong to).
       01  WS-ARGUMENT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-RUN-MODE                PIC X(7) VALUE SPACES.
           88  RUN-MODE-PREVIEW       VALUE "PREVIEW".
           88  RUN-MODE-POST          VALUE "POST".
       01  WS-RULE-TYPE               PIC X(7) VALUE SPACES.
           88  RULE-PERCENT           VALUE "PERCENT".
           88  RULE-FLAT              VALUE "FLAT".
           88  RULE-FLOOR             VALUE "FLOOR".
           88  RULE-LIST              VALUE "LIST".
       01  WS-RULE-AMOUNT             PIC 9(6)V99 VALUE ZERO.
       01  WS-EFFECTIVE-DATE          PIC X(10) VALUE SPACES.
       01  WS-LIMIT-BY                PIC X(10) VALUE SPACES.
           88  LIMIT-TO-ALL           VALUE "ALL".
           88  LIMIT-TO-STATUS        VALUE "STATUS".
           88  LIMIT-TO-DEPARTMENT    VALUE "DEPARTMENT".
       01  WS-LIMIT-VALUE             PIC X(12) VALUE SPACES.
       01  WS-USER-ID                 PIC X(8) VALUE SPACES.
       01  WS-PAY-GROUP               PIC X(8) VALUE SPACES.
      * The effective date recoded YYYYMMDD, to compare with period
      * dates.
       01  WS-EFFECTIVE-KEY           PIC X(8) VALUE SPACES.

      * Work area for checking the effective date is a real
      * MM/DD/YYYY date, as EmployeeMaint checks employment dates.
       01  WS-EDIT-DATE               PIC X(10).
       01  WS-EDIT-MONTH              PIC 9(2).
       01  WS-EDIT-DAY                PIC 9(2).
       01  WS-EDIT-YEAR               PIC 9(4).
       01  WS-EDIT-MONTH-DAYS         PIC 9(2).
       01  WS-EDIT-QUOTIENT           PIC 9(4).
       01  WS-EDIT-REMAINDER-4        PIC 9(4).
       01  WS-EDIT-REMAINDER-100      PIC 9(4).
       01  WS-EDIT-REMAINDER-400      PIC 9(4).
       01  WS-DATE-VALID-SW           PIC X.
           88  DATE-IS-VALID          VALUE "Y".

      * The run's pay group's calendar entries, held for the closed
      * periods the back pay covers; WS-CAL-OPEN-SUB is the group's
      * next open regular period, the one that pays it.
       01  WS-CAL-TABLE.
           02  WS-CAL-COUNT           PIC 9(3) VALUE ZERO.
           02  WS-CAL-ENTRY OCCURS 100 TIMES.
               03  WS-CAL-SEQUENCE     PIC 9(4).
               03  WS-CAL-RUN-MODE     PIC X(10).
               03  WS-CAL-PERIOD-START PIC X(10).
               03  WS-CAL-PERIOD-END   PIC X(10).
               03  WS-CAL-STATUS       PIC X(6).
                   88  WS-CAL-OPEN     VALUE "OPEN".
                   88  WS-CAL-CLOSED   VALUE "CLOSED".
       01  WS-CAL-SUB                 PIC 9(3).
       01  WS-CAL-OPEN-SUB            PIC 9(3) VALUE ZERO.
       01  WS-OPEN-START-KEY          PIC X(8) VALUE SPACES.

      * The employee being adjusted.
       01  WS-IN-SCOPE-SW             PIC X.
           88  EMPLOYEE-IN-SCOPE      VALUE "Y".
       01  WS-OLD-SALARY              PIC 9(6)V99.
       01  WS-NEW-SALARY              PIC 9(6)V99.
       01  WS-INCREASE                PIC 9(6)V99.
       01  WS-NEW-SALARY-SW           PIC X.
           88  NEW-SALARY-TOO-LARGE   VALUE "Y".
       01  WS-REMARK                  PIC X(24).

      * Back-pay work fields. The differential for a period is the
      * pay that was earned at the salary rate -- the basic actually
      * earned plus the overtime, holiday, rest-day and night pay,
      * all priced off that rate -- raised in proportion to the
      * increase over the rate the period was paid at. A period the
      * effective date falls inside gets only the days from that
      * date on.
       01  WS-BACK-PAY                PIC 9(6)V99.
       01  WS-BACK-PAY-PERIODS        PIC 9(3).
       01  WS-PERIOD-DIFF             PIC 9(6)V99.
       01  WS-HIST-RATE               PIC 9(6)V99.
       01  WS-RATE-EARNINGS           PIC 9(7)V99.
       01  WS-PERIOD-START-KEY        PIC X(8).
       01  WS-PERIOD-END-KEY          PIC X(8).
       01  WS-DAYS-IN-PERIOD          PIC 9(3).
       01  WS-DAYS-COVERED            PIC 9(3).
       01  WS-FROM-DAY-NUMBER         PIC 9(7).
       01  WS-TO-DAY-NUMBER           PIC 9(7).

      * Day-number work fields, the same count of days since
      * 01/01/0001 the payroll run prorates by.
       01  WS-DAYNUM-DATE-KEY         PIC X(8).
       01  WS-DAYNUM-YEAR             PIC 9(4).
       01  WS-DAYNUM-MONTH            PIC 9(2).
       01  WS-DAYNUM-DAY              PIC 9(2).
       01  WS-DAYNUM-PRIOR-YEARS      PIC 9(4).
       01  WS-DAYNUM-BY-4             PIC 9(4).
       01  WS-DAYNUM-BY-100           PIC 9(4).
       01  WS-DAYNUM-BY-400           PIC 9(4).
       01  WS-DAYNUM-MONTH-DAYS       PIC 9(3).
       01  WS-DAYNUM-QUOTIENT         PIC 9(4).
       01  WS-DAYNUM-REM-4            PIC 9(4).
       01  WS-DAYNUM-REM-100          PIC 9(4).
       01  WS-DAYNUM-REM-400          PIC 9(4).
       01  WS-DAY-NUMBER              PIC 9(7).

      * Report totals.
       01  WS-EMPLOYEES-READ          PIC 9(6) VALUE ZERO.
       01  WS-ADJUSTED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-OUT-OF-SCOPE-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-NOT-RAISED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BACK-PAY-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CHANGE-WRITTEN-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-OLD-SALARY        PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-NEW-SALARY        PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-INCREASE          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-BACK-PAY          PIC 9(9)V99 VALUE ZERO.

       01  SADJ-COMPANY-LINE.
           02  FILLER PIC X(49) VALUE SPACES.
           02  FILLER PIC X(38) VALUE
               "ABC COMPANY - MAKATI CITY, PHILIPPINES".
       01  SADJ-TITLE-LINE.
           02  FILLER PIC X(52) VALUE SPACES.
           02  FILLER PIC X(18) VALUE "SALARY ADJUSTMENT ".
           02  SADJ-MODE-OUT PIC X(7).
       01  SADJ-RULE-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "RULE: ".
           02  SADJ-RULE-OUT PIC X(7).
           02  FILLER PIC X(11) VALUE "  AMOUNT:  ".
           02  SADJ-AMOUNT-OUT PIC ZZZ,ZZ9.99.
           02  FILLER PIC X(14) VALUE "   EFFECTIVE: ".
           02  SADJ-EFFECTIVE-OUT PIC X(10).
           02  FILLER PIC X(10) VALUE "   LIMIT: ".
           02  SADJ-LIMIT-BY-OUT PIC X(10).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SADJ-LIMIT-VALUE-OUT PIC X(12).
           02  FILLER PIC X(10) VALUE "   USER: ".
           02  SADJ-USER-OUT PIC X(8).
           02  FILLER PIC X(14) VALUE "   PAY GROUP: ".
           02  SADJ-PAY-GROUP-OUT PIC X(8).
       01  SADJ-PERIOD-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(36) VALUE
               "BACK PAY PAYABLE IN REGULAR PERIOD: ".
           02  SADJ-OPEN-PERIOD-OUT PIC X(40).
       01  SADJ-BLANK-LINE            PIC X(140) VALUE SPACES.
       01  SADJ-HEADING-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "EMPLOYEE".
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "NAME".
           02  FILLER PIC X(18) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "STATUS".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "DEPT".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "OLD BASIC".
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "NEW BASIC".
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "INCREASE".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "PERIODS".
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "BACK PAY".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "REMARK".
       01  SADJ-DETAIL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SADJ-NUMBER-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-NAME-OUT PIC X(20).
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-STATUS-OUT PIC X(12).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SADJ-DEPT-OUT PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-OLD-OUT PIC ZZZ,ZZ9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-NEW-OUT PIC ZZZ,ZZ9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-INCREASE-OUT PIC ZZZ,ZZ9.99.
           02  FILLER PIC X(6) VALUE SPACES.
           02  SADJ-PERIODS-OUT PIC ZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-BACK-PAY-OUT PIC ZZZ,ZZ9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-REMARK-OUT PIC X(24).
       01  SADJ-TOTAL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SADJ-TOTAL-LABEL-OUT PIC X(34).
           02  SADJ-TOTAL-COUNT-OUT PIC ZZZZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  SADJ-TOTAL-AMOUNT-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  SADJ-NOTE-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SADJ-NOTE-OUT PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           IF RULE-LIST
               PERFORM 2000-ADJUST-FROM-LIST
                   UNTIL END-OF-INPUT-FILE
           ELSE
               PERFORM 3000-ADJUST-FROM-MASTER
                   UNTIL END-OF-INPUT-FILE
           END-IF
           PERFORM 5000-WRITE-TOTALS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1010-GET-RUN-PARAMETERS
           PERFORM 1020-VALIDATE-RULE
           PERFORM 1100-LOAD-PAY-CALENDAR
           IF RUN-MODE-POST
               PERFORM 1300-CHECK-PENDING-BATCHES
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE, STATUS = "
                   WS-EMPLOYEE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYROLL HISTORY, STATUS = "
                   WS-HISTORY-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ADJUSTMENT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SALARY ADJUSTMENT REPORT, "
                   "STATUS = " WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           IF RUN-MODE-POST
               OPEN OUTPUT MAINT-TRANSACTION-FILE
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING TRANSACTION FILE, STATUS = "
                       WS-TRANSACTION-FILE-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT BACK-PAY-FILE
               IF WS-BACK-PAY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING BACK PAY FILE, STATUS = "
                       WS-BACK-PAY-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1200-WRITE-HEADINGS
           IF RULE-LIST
               OPEN INPUT SALARY-LIST-FILE
               IF WS-LIST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING SALARY LIST, STATUS = "
                       WS-LIST-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-READ-SALARY-LIST
           ELSE
               MOVE LOW-VALUES TO MST-EMP-NUMBER
               START EMPLOYEE-FILE KEY IS NOT LESS THAN MST-EMP-NUMBER
                   INVALID KEY
                       SET END-OF-INPUT-FILE TO TRUE
               END-START
               IF NOT END-OF-INPUT-FILE
                   PERFORM 3100-READ-EMPLOYEE-FILE
               END-IF
           END-IF.

       1010-GET-RUN-PARAMETERS.
           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARGUMENT-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "RUN MODE (PREVIEW/POST): "
               ACCEPT WS-RUN-MODE
           END-IF
           IF WS-ARGUMENT-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-RULE-TYPE FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "INCREASE RULE (PERCENT/FLAT/FLOOR/LIST): "
               ACCEPT WS-RULE-TYPE
           END-IF
           IF WS-ARGUMENT-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-RULE-AMOUNT FROM ARGUMENT-VALUE
           ELSE
               IF NOT RULE-LIST
                   DISPLAY "ENTER PERCENTAGE, AMOUNT OR NEW MINIMUM: "
                   ACCEPT WS-RULE-AMOUNT
               END-IF
           END-IF
           IF WS-ARGUMENT-COUNT >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-EFFECTIVE-DATE FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER EFFECTIVE DATE (MM/DD/YYYY): "
               ACCEPT WS-EFFECTIVE-DATE
           END-IF
           IF WS-ARGUMENT-COUNT >= 5
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-LIMIT-BY FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "LIMIT TO (ALL/STATUS/DEPARTMENT): "
               ACCEPT WS-LIMIT-BY
           END-IF
           IF WS-LIMIT-BY = SPACES
               MOVE "ALL" TO WS-LIMIT-BY
           END-IF
           IF WS-ARGUMENT-COUNT >= 6
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT WS-LIMIT-VALUE FROM ARGUMENT-VALUE
           ELSE
               IF NOT LIMIT-TO-ALL
                   DISPLAY "ENTER " WS-LIMIT-BY " TO LIMIT TO: "
                   ACCEPT WS-LIMIT-VALUE
               END-IF
           END-IF
           IF LIMIT-TO-ALL
               MOVE SPACES TO WS-LIMIT-VALUE
           END-IF
           IF WS-ARGUMENT-COUNT >= 7
               DISPLAY 7 UPON ARGUMENT-NUMBER
               ACCEPT WS-USER-ID FROM ARGUMENT-VALUE
           ELSE
               IF RUN-MODE-POST
                   DISPLAY "ENTER USER ID POSTING THE ADJUSTMENT: "
                   ACCEPT WS-USER-ID
               END-IF
           END-IF
           IF WS-ARGUMENT-COUNT >= 8
               DISPLAY 8 UPON ARGUMENT-NUMBER
               ACCEPT WS-PAY-GROUP FROM ARGUMENT-VALUE
           ELSE
               IF WS-ARGUMENT-COUNT = ZERO
                   DISPLAY "PAY GROUP (BLANK FOR SEMI-MONTHLY): "
                   ACCEPT WS-PAY-GROUP
               END-IF
           END-IF.

      * Nothing is computed from a rule that is not fully and
      * sensibly stated. A status limit must name one of the
      * statuses that are still paid, since RESIGNED employees are
      * never adjusted.
       1020-VALIDATE-RULE.
           IF NOT (RUN-MODE-PREVIEW OR RUN-MODE-POST)
               DISPLAY "UNKNOWN RUN MODE: " WS-RUN-MODE
               STOP RUN
           END-IF
           IF NOT (RULE-PERCENT OR RULE-FLAT OR RULE-FLOOR
                   OR RULE-LIST)
               DISPLAY "UNKNOWN INCREASE RULE: " WS-RULE-TYPE
               STOP RUN
           END-IF
           IF RULE-LIST
               MOVE ZEROES TO WS-RULE-AMOUNT
           ELSE
               IF WS-RULE-AMOUNT = ZERO
                   DISPLAY "NO AMOUNT GIVEN FOR THE " WS-RULE-TYPE
                       " RULE, RUN ABORTED"
                   STOP RUN
               END-IF
           END-IF
           IF RULE-PERCENT AND WS-RULE-AMOUNT > 100
               DISPLAY "INCREASE OF " WS-RULE-AMOUNT
                   " PERCENT IS NOT CREDIBLE, RUN ABORTED"
               STOP RUN
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-EDIT-DATE
           PERFORM 1030-CHECK-DATE
           IF NOT DATE-IS-VALID
               DISPLAY "INVALID EFFECTIVE DATE " WS-EFFECTIVE-DATE
                   ", EXPECTED MM/DD/YYYY"
               STOP RUN
           END-IF
           STRING WS-EFFECTIVE-DATE(7:4) DELIMITED BY SIZE
               WS-EFFECTIVE-DATE(1:2) DELIMITED BY SIZE
               WS-EFFECTIVE-DATE(4:2) DELIMITED BY SIZE
               INTO WS-EFFECTIVE-KEY
           END-STRING
           IF NOT (LIMIT-TO-ALL OR LIMIT-TO-STATUS
                   OR LIMIT-TO-DEPARTMENT)
               DISPLAY "UNKNOWN LIMIT: " WS-LIMIT-BY
                   ", EXPECTED ALL, STATUS OR DEPARTMENT"
               STOP RUN
           END-IF
           IF LIMIT-TO-STATUS
                   AND WS-LIMIT-VALUE NOT = "REGULAR"
                   AND WS-LIMIT-VALUE NOT = "CASUAL"
                   AND WS-LIMIT-VALUE NOT = "PROBATIONARY"
               DISPLAY "STATUS " WS-LIMIT-VALUE " CANNOT BE ADJUSTED, "
                   "EXPECTED REGULAR, CASUAL OR PROBATIONARY"
               STOP RUN
           END-IF
           IF LIMIT-TO-DEPARTMENT AND WS-LIMIT-VALUE = SPACES
               DISPLAY "NO DEPARTMENT GIVEN FOR THE LIMIT, RUN ABORTED"
               STOP RUN
           END-IF
           IF RUN-MODE-POST AND WS-USER-ID = SPACES
               DISPLAY "NO USER ID GIVEN FOR THE POSTING, RUN ABORTED"
               STOP RUN
           END-IF.

       1030-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-EDIT-DATE(3:1) NOT = "/" OR WS-EDIT-DATE(6:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-DATE(1:2) IS NOT NUMERIC
                   OR WS-EDIT-DATE(4:2) IS NOT NUMERIC
                   OR WS-EDIT-DATE(7:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EDIT-DATE(1:2) TO WS-EDIT-MONTH
           MOVE WS-EDIT-DATE(4:2) TO WS-EDIT-DAY
           MOVE WS-EDIT-DATE(7:4) TO WS-EDIT-YEAR
           IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
                   OR WS-EDIT-YEAR < 1900
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-EDIT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-EDIT-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-EDIT-QUOTIENT
                       REMAINDER WS-EDIT-REMAINDER-4
                   DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-EDIT-QUOTIENT
                       REMAINDER WS-EDIT-REMAINDER-100
                   DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-EDIT-QUOTIENT
                       REMAINDER WS-EDIT-REMAINDER-400
                   IF WS-EDIT-REMAINDER-4 = 0
                           AND (WS-EDIT-REMAINDER-100 NOT = 0
                           OR WS-EDIT-REMAINDER-400 = 0)
                       MOVE 29 TO WS-EDIT-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-EDIT-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-EDIT-MONTH-DAYS
           END-EVALUATE
           IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-EDIT-MONTH-DAYS
               EXIT PARAGRAPH
           END-IF
           SET DATE-IS-VALID TO TRUE.

      * The back pay rides on the next OPEN regular period in
      * calendar sequence. A POST needs one, and it must not start
      * before the effective date: the CHANGE puts the new rate on
      * the master for that whole period, so days before the
      * effective date would be paid at the new rate too. Run the
      * POST after that period is paid instead, and its days from
      * the effective date come through as back pay.
       1100-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = "35"
               DISPLAY "NO PAY-PERIOD CALENDAR (PAYCAL.DAT) ON FILE, "
                   "RUN ABORTED"
               STOP RUN
           END-IF
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-PERIOD CALENDAR, STATUS = "
                   WS-CALENDAR-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-TABLE-SW
           MOVE ZEROES TO WS-CAL-COUNT
           PERFORM UNTIL END-OF-TABLE-FILE
               READ PAY-CALENDAR-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF CAL-IN-PAY-GROUP = WS-PAY-GROUP
                           IF WS-CAL-COUNT >= 100
                               DISPLAY "PAY-PERIOD CALENDAR EXCEEDS "
                                   "100 ENTRIES, RUN ABORTED"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-IN-SEQUENCE TO
                               WS-CAL-SEQUENCE (WS-CAL-COUNT)
                           MOVE CAL-IN-RUN-MODE TO
                               WS-CAL-RUN-MODE (WS-CAL-COUNT)
                           MOVE CAL-IN-PERIOD-START TO
                               WS-CAL-PERIOD-START (WS-CAL-COUNT)
                           MOVE CAL-IN-PERIOD-END TO
                               WS-CAL-PERIOD-END (WS-CAL-COUNT)
                           MOVE CAL-IN-STATUS TO
                               WS-CAL-STATUS (WS-CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           MOVE ZEROES TO WS-CAL-OPEN-SUB
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-RUN-MODE (WS-CAL-SUB) = "REGULAR"
                       AND WS-CAL-OPEN (WS-CAL-SUB)
                   IF WS-CAL-OPEN-SUB = ZEROES
                       MOVE WS-CAL-SUB TO WS-CAL-OPEN-SUB
                   ELSE
                       IF WS-CAL-SEQUENCE (WS-CAL-SUB)
                               < WS-CAL-SEQUENCE (WS-CAL-OPEN-SUB)
                           MOVE WS-CAL-SUB TO WS-CAL-OPEN-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAL-OPEN-SUB = ZEROES
               IF RUN-MODE-POST
                   DISPLAY "NO OPEN REGULAR PERIOD ON THE PAY-PERIOD "
                       "CALENDAR TO CARRY THE BACK PAY, RUN ABORTED"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           STRING WS-CAL-PERIOD-START (WS-CAL-OPEN-SUB)(7:4)
                   DELIMITED BY SIZE
               WS-CAL-PERIOD-START (WS-CAL-OPEN-SUB)(1:2)
                   DELIMITED BY SIZE
               WS-CAL-PERIOD-START (WS-CAL-OPEN-SUB)(4:2)
                   DELIMITED BY SIZE
               INTO WS-OPEN-START-KEY
           END-STRING
           IF WS-EFFECTIVE-KEY > WS-OPEN-START-KEY
               DISPLAY "EFFECTIVE DATE " WS-EFFECTIVE-DATE
                   " FALLS AFTER THE START OF OPEN PERIOD "
                   WS-CAL-PERIOD-START (WS-CAL-OPEN-SUB) " TO "
                   WS-CAL-PERIOD-END (WS-CAL-OPEN-SUB)
               IF RUN-MODE-POST
                   DISPLAY "POST AFTER THAT PERIOD IS PAID, "
                       "RUN ABORTED"
                   STOP RUN
               END-IF
           END-IF.

      * POST opens EMPTRANS.DAT and SALADJ.DAT for output, so a batch
      * still on either -- an HR CHANGE batch EmployeeMaint has not
      * applied, or an earlier POST's back pay not yet folded into
      * PERTRANS.DAT -- would be lost without a trace. A missing file
      * is nothing pending; any record on one stops the run before
      * anything is opened for output.
       1300-CHECK-PENDING-BATCHES.
           OPEN INPUT MAINT-TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS = "00"
               MOVE "N" TO WS-END-OF-TABLE-SW
               PERFORM UNTIL END-OF-TABLE-FILE
                   READ MAINT-TRANSACTION-FILE
                       AT END
                           SET END-OF-TABLE-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PENDING-TRANS-COUNT
                   END-READ
               END-PERFORM
               CLOSE MAINT-TRANSACTION-FILE
           ELSE
               IF WS-TRANSACTION-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING TRANSACTION FILE, STATUS = "
                       WS-TRANSACTION-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT BACK-PAY-FILE
           IF WS-BACK-PAY-FILE-STATUS = "00"
               MOVE "N" TO WS-END-OF-TABLE-SW
               PERFORM UNTIL END-OF-TABLE-FILE
                   READ BACK-PAY-FILE
                       AT END
                           SET END-OF-TABLE-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PENDING-BACK-PAY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACK-PAY-FILE
           ELSE
               IF WS-BACK-PAY-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING BACK PAY FILE, STATUS = "
                       WS-BACK-PAY-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PENDING-TRANS-COUNT > ZERO
               DISPLAY "EMPTRANS.DAT STILL HOLDS "
                   WS-PENDING-TRANS-COUNT " TRANSACTIONS -- APPLY "
                   "THEM WITH EMPLOYEEMAINT AND EMPTY THE FILE FIRST"
           END-IF
           IF WS-PENDING-BACK-PAY-COUNT > ZERO
               DISPLAY "SALADJ.DAT STILL HOLDS "
                   WS-PENDING-BACK-PAY-COUNT " BACK PAY TRANSACTIONS "
                   "-- FOLD THEM INTO PERTRANS.DAT AND EMPTY THE "
                   "FILE FIRST"
           END-IF
           IF WS-PENDING-TRANS-COUNT > ZERO
                   OR WS-PENDING-BACK-PAY-COUNT > ZERO
               DISPLAY "PENDING BATCHES WOULD BE OVERWRITTEN, "
                   "RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-WRITE-HEADINGS.
           MOVE WS-RUN-MODE TO SADJ-MODE-OUT
           MOVE WS-RULE-TYPE TO SADJ-RULE-OUT
           MOVE WS-RULE-AMOUNT TO SADJ-AMOUNT-OUT
           MOVE WS-EFFECTIVE-DATE TO SADJ-EFFECTIVE-OUT
           MOVE WS-LIMIT-BY TO SADJ-LIMIT-BY-OUT
           MOVE WS-LIMIT-VALUE TO SADJ-LIMIT-VALUE-OUT
           MOVE WS-USER-ID TO SADJ-USER-OUT
           MOVE WS-PAY-GROUP TO SADJ-PAY-GROUP-OUT
           IF WS-CAL-OPEN-SUB = ZEROES
               MOVE "NONE OPEN ON THE CALENDAR" TO SADJ-OPEN-PERIOD-OUT
           ELSE
               MOVE SPACES TO SADJ-OPEN-PERIOD-OUT
               STRING WS-CAL-PERIOD-START (WS-CAL-OPEN-SUB)
                       DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-CAL-PERIOD-END (WS-CAL-OPEN-SUB)
                       DELIMITED BY SIZE
                   INTO SADJ-OPEN-PERIOD-OUT
               END-STRING
           END-IF
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-COMPANY-LINE
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TITLE-LINE
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-BLANK-LINE
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-RULE-LINE
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-PERIOD-LINE
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-BLANK-LINE
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-HEADING-LINE.

      * LIST rule: every entry on the list is reported, adjusted or
      * not, since HR named each one on purpose.
       2000-ADJUST-FROM-LIST.
           ADD 1 TO WS-EMPLOYEES-READ
           MOVE SLS-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO MASTER-EMPLOYEE-INFO
                   MOVE SLS-EMP-NUMBER TO MST-EMP-NUMBER
                   MOVE ZEROES TO MST-EMP-BASIC-SALARY
                   MOVE SLS-NEW-SALARY TO WS-NEW-SALARY
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REMARK
                   PERFORM 4800-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 4000-CHECK-RULE-LIMIT
                   MOVE SLS-NEW-SALARY TO WS-NEW-SALARY
                   IF EMPLOYEE-IN-SCOPE
                       MOVE "N" TO WS-NEW-SALARY-SW
                       PERFORM 4100-APPLY-ADJUSTMENT
                   ELSE
                       EVALUATE TRUE
                           WHEN MST-EMP-STATUS-RESIGNED
                               MOVE "RESIGNED - NOT ADJUSTED"
                                   TO WS-REMARK
                           WHEN MST-EMP-PAY-GROUP NOT = WS-PAY-GROUP
                               MOVE "IN ANOTHER PAY GROUP" TO WS-REMARK
                           WHEN OTHER
                               MOVE "OUTSIDE THE RULE'S LIMIT"
                                   TO WS-REMARK
                       END-EVALUATE
                       PERFORM 4800-WRITE-REJECT-LINE
                   END-IF
           END-READ
           PERFORM 2100-READ-SALARY-LIST.

       2100-READ-SALARY-LIST.
           READ SALARY-LIST-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * PERCENT, FLAT and FLOOR rules: every employee on the master
      * inside the limit. Employees outside it, and those a FLOOR
      * leaves alone, are only counted.
       3000-ADJUST-FROM-MASTER.
           ADD 1 TO WS-EMPLOYEES-READ
           PERFORM 4000-CHECK-RULE-LIMIT
           IF NOT EMPLOYEE-IN-SCOPE
               ADD 1 TO WS-OUT-OF-SCOPE-COUNT
               PERFORM 3100-READ-EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NEW-SALARY-SW
           EVALUATE TRUE
               WHEN RULE-PERCENT
                   COMPUTE WS-NEW-SALARY ROUNDED =
                       MST-EMP-BASIC-SALARY * (100 + WS-RULE-AMOUNT)
                       / 100
                       ON SIZE ERROR
                           SET NEW-SALARY-TOO-LARGE TO TRUE
                   END-COMPUTE
               WHEN RULE-FLAT
                   COMPUTE WS-NEW-SALARY =
                       MST-EMP-BASIC-SALARY + WS-RULE-AMOUNT
                       ON SIZE ERROR
                           SET NEW-SALARY-TOO-LARGE TO TRUE
                   END-COMPUTE
               WHEN RULE-FLOOR
                   IF MST-EMP-BASIC-SALARY >= WS-RULE-AMOUNT
                       ADD 1 TO WS-NOT-RAISED-COUNT
                       PERFORM 3100-READ-EMPLOYEE-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RULE-AMOUNT TO WS-NEW-SALARY
           END-EVALUATE
           PERFORM 4100-APPLY-ADJUSTMENT
           PERFORM 3100-READ-EMPLOYEE-FILE.

       3100-READ-EMPLOYEE-FILE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * RESIGNED employees and those in another pay group are never
      * adjusted; otherwise the rule's limit, if any, decides.
       4000-CHECK-RULE-LIMIT.
           MOVE "Y" TO WS-IN-SCOPE-SW
           IF MST-EMP-STATUS-RESIGNED
                   OR MST-EMP-PAY-GROUP NOT = WS-PAY-GROUP
               MOVE "N" TO WS-IN-SCOPE-SW
               EXIT PARAGRAPH
           END-IF
           IF LIMIT-TO-STATUS AND MST-EMP-STATUS NOT = WS-LIMIT-VALUE
               MOVE "N" TO WS-IN-SCOPE-SW
           END-IF
           IF LIMIT-TO-DEPARTMENT
                   AND MST-EMP-DEPARTMENT NOT = WS-LIMIT-VALUE
               MOVE "N" TO WS-IN-SCOPE-SW
           END-IF.

      * A new salary that is not above the current one is not an
      * increase (a LIST entry keyed in error, or a raise already
      * applied) and is reported instead of posted.
       4100-APPLY-ADJUSTMENT.
           MOVE MST-EMP-BASIC-SALARY TO WS-OLD-SALARY
           IF NEW-SALARY-TOO-LARGE
               MOVE ZEROES TO WS-NEW-SALARY
               MOVE "NEW SALARY TOO LARGE" TO WS-REMARK
               PERFORM 4800-WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-SALARY <= WS-OLD-SALARY
               IF RULE-LIST
                   MOVE "NOT AN INCREASE" TO WS-REMARK
                   PERFORM 4800-WRITE-REJECT-LINE
               ELSE
                   ADD 1 TO WS-NOT-RAISED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INCREASE = WS-NEW-SALARY - WS-OLD-SALARY
           PERFORM 4200-COMPUTE-BACK-PAY
           IF RUN-MODE-POST
               PERFORM 4600-WRITE-CHANGE-TRANSACTION
               IF WS-BACK-PAY > ZERO
                   PERFORM 4700-WRITE-BACK-PAY-TRANSACTION
               END-IF
               MOVE "CHANGE WRITTEN" TO WS-REMARK
           ELSE
               MOVE "TO BE ADJUSTED" TO WS-REMARK
           END-IF
           PERFORM 4500-WRITE-DETAIL-LINE
           ADD 1 TO WS-ADJUSTED-COUNT
           ADD WS-OLD-SALARY TO WS-TOTAL-OLD-SALARY
           ADD WS-NEW-SALARY TO WS-TOTAL-NEW-SALARY
           ADD WS-INCREASE TO WS-TOTAL-INCREASE
           IF WS-BACK-PAY > ZERO
               ADD 1 TO WS-BACK-PAY-COUNT
               ADD WS-BACK-PAY TO WS-TOTAL-BACK-PAY
           END-IF.

      * Every CLOSED regular period ending on or after the effective
      * date, in which the employee was paid.
       4200-COMPUTE-BACK-PAY.
           MOVE ZEROES TO WS-BACK-PAY WS-BACK-PAY-PERIODS
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-RUN-MODE (WS-CAL-SUB) = "REGULAR"
                       AND WS-CAL-CLOSED (WS-CAL-SUB)
                   STRING WS-CAL-PERIOD-END (WS-CAL-SUB)(7:4)
                           DELIMITED BY SIZE
                       WS-CAL-PERIOD-END (WS-CAL-SUB)(1:2)
                           DELIMITED BY SIZE
                       WS-CAL-PERIOD-END (WS-CAL-SUB)(4:2)
                           DELIMITED BY SIZE
                       INTO WS-PERIOD-END-KEY
                   END-STRING
                   IF WS-PERIOD-END-KEY >= WS-EFFECTIVE-KEY
                       PERFORM 4250-DIFFERENTIAL-ONE-PERIOD
                   END-IF
               END-IF
           END-PERFORM.

      * History written before the basic salary rate was carried on
      * it has no rate of its own; such a period is taken as paid at
      * the full current basic.
       4250-DIFFERENTIAL-ONE-PERIOD.
           MOVE MST-EMP-NUMBER TO HIST-EMP-NUMBER
           MOVE WS-PERIOD-END-KEY TO HIST-PERIOD-END
           READ PAYROLL-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HIST-BASIC-SALARY > ZERO
               MOVE HIST-BASIC-SALARY TO WS-HIST-RATE
               MOVE HIST-PERIOD-BASIC TO WS-RATE-EARNINGS
           ELSE
               MOVE WS-OLD-SALARY TO WS-HIST-RATE
               MOVE WS-OLD-SALARY TO WS-RATE-EARNINGS
           END-IF
           IF WS-NEW-SALARY <= WS-HIST-RATE
               EXIT PARAGRAPH
           END-IF
           ADD HIST-OT-PAY HIST-HOLIDAY-PAY HIST-REST-DAY-PAY
               HIST-NIGHT-DIFF-PAY TO WS-RATE-EARNINGS
           STRING WS-CAL-PERIOD-START (WS-CAL-SUB)(7:4)
                   DELIMITED BY SIZE
               WS-CAL-PERIOD-START (WS-CAL-SUB)(1:2)
                   DELIMITED BY SIZE
               WS-CAL-PERIOD-START (WS-CAL-SUB)(4:2)
                   DELIMITED BY SIZE
               INTO WS-PERIOD-START-KEY
           END-STRING
           MOVE 1 TO WS-DAYS-IN-PERIOD WS-DAYS-COVERED
           IF WS-EFFECTIVE-KEY > WS-PERIOD-START-KEY
               MOVE WS-PERIOD-START-KEY TO WS-DAYNUM-DATE-KEY
               PERFORM 4300-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
               MOVE WS-PERIOD-END-KEY TO WS-DAYNUM-DATE-KEY
               PERFORM 4300-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER
               COMPUTE WS-DAYS-IN-PERIOD =
                   WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1
               MOVE WS-EFFECTIVE-KEY TO WS-DAYNUM-DATE-KEY
               PERFORM 4300-COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-COVERED =
                   WS-TO-DAY-NUMBER - WS-DAY-NUMBER + 1
           END-IF
           COMPUTE WS-PERIOD-DIFF ROUNDED = WS-RATE-EARNINGS
               * (WS-NEW-SALARY - WS-HIST-RATE) / WS-HIST-RATE
               * WS-DAYS-COVERED / WS-DAYS-IN-PERIOD
           ADD WS-PERIOD-DIFF TO WS-BACK-PAY
           ADD 1 TO WS-BACK-PAY-PERIODS.

       4300-COMPUTE-DAY-NUMBER.
           MOVE WS-DAYNUM-DATE-KEY(1:4) TO WS-DAYNUM-YEAR
           MOVE WS-DAYNUM-DATE-KEY(5:2) TO WS-DAYNUM-MONTH
           MOVE WS-DAYNUM-DATE-KEY(7:2) TO WS-DAYNUM-DAY
           COMPUTE WS-DAYNUM-PRIOR-YEARS = WS-DAYNUM-YEAR - 1
           DIVIDE WS-DAYNUM-PRIOR-YEARS BY 4 GIVING WS-DAYNUM-BY-4
           DIVIDE WS-DAYNUM-PRIOR-YEARS BY 100 GIVING WS-DAYNUM-BY-100
           DIVIDE WS-DAYNUM-PRIOR-YEARS BY 400 GIVING WS-DAYNUM-BY-400
           EVALUATE WS-DAYNUM-MONTH
               WHEN 1  MOVE 0 TO WS-DAYNUM-MONTH-DAYS
               WHEN 2  MOVE 31 TO WS-DAYNUM-MONTH-DAYS
               WHEN 3  MOVE 59 TO WS-DAYNUM-MONTH-DAYS
               WHEN 4  MOVE 90 TO WS-DAYNUM-MONTH-DAYS
               WHEN 5  MOVE 120 TO WS-DAYNUM-MONTH-DAYS
               WHEN 6  MOVE 151 TO WS-DAYNUM-MONTH-DAYS
               WHEN 7  MOVE 181 TO WS-DAYNUM-MONTH-DAYS
               WHEN 8  MOVE 212 TO WS-DAYNUM-MONTH-DAYS
               WHEN 9  MOVE 243 TO WS-DAYNUM-MONTH-DAYS
               WHEN 10 MOVE 273 TO WS-DAYNUM-MONTH-DAYS
               WHEN 11 MOVE 304 TO WS-DAYNUM-MONTH-DAYS
               WHEN OTHER MOVE 334 TO WS-DAYNUM-MONTH-DAYS
           END-EVALUATE
      * February 29 of this year lies before every date from March
      * on.
           IF WS-DAYNUM-MONTH > 2
               DIVIDE WS-DAYNUM-YEAR BY 4 GIVING WS-DAYNUM-QUOTIENT
                   REMAINDER WS-DAYNUM-REM-4
               DIVIDE WS-DAYNUM-YEAR BY 100 GIVING WS-DAYNUM-QUOTIENT
                   REMAINDER WS-DAYNUM-REM-100
               DIVIDE WS-DAYNUM-YEAR BY 400 GIVING WS-DAYNUM-QUOTIENT
                   REMAINDER WS-DAYNUM-REM-400
               IF WS-DAYNUM-REM-4 = 0 AND (WS-DAYNUM-REM-100 NOT = 0
                       OR WS-DAYNUM-REM-400 = 0)
                   ADD 1 TO WS-DAYNUM-MONTH-DAYS
               END-IF
           END-IF
           COMPUTE WS-DAY-NUMBER = WS-DAYNUM-PRIOR-YEARS * 365
               + WS-DAYNUM-BY-4 - WS-DAYNUM-BY-100 + WS-DAYNUM-BY-400
               + WS-DAYNUM-MONTH-DAYS + WS-DAYNUM-DAY.

       4500-WRITE-DETAIL-LINE.
           MOVE MST-EMP-NUMBER TO SADJ-NUMBER-OUT
           MOVE MST-EMP-NAME TO SADJ-NAME-OUT
           MOVE MST-EMP-STATUS TO SADJ-STATUS-OUT
           MOVE MST-EMP-DEPARTMENT TO SADJ-DEPT-OUT
           MOVE WS-OLD-SALARY TO SADJ-OLD-OUT
           MOVE WS-NEW-SALARY TO SADJ-NEW-OUT
           MOVE WS-INCREASE TO SADJ-INCREASE-OUT
           MOVE WS-BACK-PAY-PERIODS TO SADJ-PERIODS-OUT
           MOVE WS-BACK-PAY TO SADJ-BACK-PAY-OUT
           MOVE WS-REMARK TO SADJ-REMARK-OUT
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-DETAIL-LINE.

      * The whole master image goes across, as EmployeeMaint's
      * CHANGE replaces every field, with only the basic salary
      * altered.
       4600-WRITE-CHANGE-TRANSACTION.
           MOVE "CHANGE" TO TRN-ACTION
           MOVE WS-USER-ID TO TRN-USER-ID
           MOVE WS-NEW-SALARY TO MST-EMP-BASIC-SALARY
           MOVE MASTER-EMPLOYEE-INFO TO TRN-EMPLOYEE-DATA
           WRITE MAINT-TRANSACTION-RECORD
           ADD 1 TO WS-CHANGE-WRITTEN-COUNT.

       4700-WRITE-BACK-PAY-TRANSACTION.
           MOVE MST-EMP-NUMBER TO PER-EMP-NUMBER
           MOVE WS-CAL-PERIOD-START (WS-CAL-OPEN-SUB) TO
               PER-PERIOD-START
           MOVE WS-CAL-PERIOD-END (WS-CAL-OPEN-SUB) TO PER-PERIOD-END
           MOVE ZEROES TO PER-OT-HOURS PER-ABSENT-DAYS
               PER-OTHER-DEDUCTION PER-TAX-REFUND PER-TAX-COLLECT
               PER-HOLIDAY-HOURS PER-REST-DAY-HOURS
               PER-NIGHT-DIFF-HOURS
           MOVE SPACES TO PER-HOLIDAY-DATE
           MOVE "N" TO PER-HOLIDAY-REST-DAY
           MOVE WS-BACK-PAY TO PER-ALLOWANCE
           WRITE PERIOD-TRANSACTION-RECORD.

       4800-WRITE-REJECT-LINE.
           MOVE ZEROES TO WS-INCREASE WS-BACK-PAY WS-BACK-PAY-PERIODS
           MOVE MST-EMP-BASIC-SALARY TO WS-OLD-SALARY
           PERFORM 4500-WRITE-DETAIL-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       5000-WRITE-TOTALS.
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-BLANK-LINE
           IF RULE-LIST
               MOVE "LIST ENTRIES READ" TO SADJ-TOTAL-LABEL-OUT
           ELSE
               MOVE "EMPLOYEES READ" TO SADJ-TOTAL-LABEL-OUT
           END-IF
           MOVE WS-EMPLOYEES-READ TO SADJ-TOTAL-COUNT-OUT
           MOVE ZEROES TO SADJ-TOTAL-AMOUNT-OUT
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
           MOVE "EMPLOYEES ADJUSTED - OLD BASIC" TO
               SADJ-TOTAL-LABEL-OUT
           MOVE WS-ADJUSTED-COUNT TO SADJ-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-OLD-SALARY TO SADJ-TOTAL-AMOUNT-OUT
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
           MOVE "                   - NEW BASIC" TO
               SADJ-TOTAL-LABEL-OUT
           MOVE ZEROES TO SADJ-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-NEW-SALARY TO SADJ-TOTAL-AMOUNT-OUT
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
           MOVE "                   - INCREASE" TO
               SADJ-TOTAL-LABEL-OUT
           MOVE WS-TOTAL-INCREASE TO SADJ-TOTAL-AMOUNT-OUT
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
           MOVE "EMPLOYEES WITH BACK PAY" TO SADJ-TOTAL-LABEL-OUT
           MOVE WS-BACK-PAY-COUNT TO SADJ-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-BACK-PAY TO SADJ-TOTAL-AMOUNT-OUT
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
           MOVE ZEROES TO SADJ-TOTAL-AMOUNT-OUT
           IF NOT RULE-LIST
               MOVE "OUTSIDE THE RULE'S LIMIT" TO SADJ-TOTAL-LABEL-OUT
               MOVE WS-OUT-OF-SCOPE-COUNT TO SADJ-TOTAL-COUNT-OUT
               WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
               MOVE "ALREADY AT OR ABOVE NEW SALARY" TO
                   SADJ-TOTAL-LABEL-OUT
               MOVE WS-NOT-RAISED-COUNT TO SADJ-TOTAL-COUNT-OUT
               WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
           END-IF
           MOVE "NOT ADJUSTED (SEE REMARK)" TO SADJ-TOTAL-LABEL-OUT
           MOVE WS-REJECTED-COUNT TO SADJ-TOTAL-COUNT-OUT
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-BLANK-LINE
           IF RUN-MODE-POST
               MOVE "CHANGE TRANSACTIONS WRITTEN" TO
                   SADJ-TOTAL-LABEL-OUT
               MOVE WS-CHANGE-WRITTEN-COUNT TO SADJ-TOTAL-COUNT-OUT
               WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-TOTAL-LINE
               MOVE SPACES TO SADJ-NOTE-OUT
               STRING "APPLY EMPTRANS.DAT WITH EMPLOYEEMAINT AND FOLD "
                   DELIMITED BY SIZE
                   "SALADJ.DAT INTO PERTRANS.DAT BEFORE THE NEXT "
                   DELIMITED BY SIZE
                   INTO SADJ-NOTE-OUT
               END-STRING
               WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-NOTE-LINE
               MOVE SPACES TO SADJ-NOTE-OUT
               STRING "REGULAR PAYROLL RUN, THEN EMPTY BOTH FILES SO "
                   DELIMITED BY SIZE
                   "THE NEXT POST CAN RUN." DELIMITED BY SIZE
                   INTO SADJ-NOTE-OUT
               END-STRING
           ELSE
               MOVE SPACES TO SADJ-NOTE-OUT
               STRING "PREVIEW ONLY - NO TRANSACTIONS WRITTEN. RERUN "
                   DELIMITED BY SIZE
                   "THE SAME RULE WITH POST ONCE APPROVED."
                   DELIMITED BY SIZE
                   INTO SADJ-NOTE-OUT
               END-STRING
           END-IF
           WRITE ADJUSTMENT-REPORT-RECORD FROM SADJ-NOTE-LINE.

       9000-TERMINATION.
           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE ADJUSTMENT-REPORT-FILE
           IF RULE-LIST
               CLOSE SALARY-LIST-FILE
           END-IF
           IF RUN-MODE-POST
               CLOSE MAINT-TRANSACTION-FILE
               CLOSE BACK-PAY-FILE
           END-IF
           DISPLAY "EMPLOYEES ADJUSTED   : " WS-ADJUSTED-COUNT
           DISPLAY "NOT ADJUSTED         : " WS-REJECTED-COUNT
           DISPLAY "WITH BACK PAY        : " WS-BACK-PAY-COUNT
           DISPLAY "TOTAL BACK PAY       : " WS-TOTAL-BACK-PAY
           IF RUN-MODE-POST
               DISPLAY "CHANGES WRITTEN      : " WS-CHANGE-WRITTEN-COUNT
           END-IF.

       END PROGRAM SalaryAdjust.
