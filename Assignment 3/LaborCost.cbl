      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Monthly labor cost distribution by department. Reads
      * PAYHIST.DAT for one month and answers what each department
      * actually cost the company, which the GL extract (salaries
      * expense only) and StatRemit (employer shares, but per agency)
      * cannot. For each department: headcount paid, gross pay, the
      * overtime and premium pay inside that gross, the employer
      * shares of SSS, PhilHealth and Pag-IBIG, and a 13th-month
      * accrual at one-twelfth of the basic earned, so the December
      * benefit is spread over the months that earned it. Beside it
      * is the same month last year. Each period is charged to the
      * department recorded on its history record when it was paid,
      * so a transferred employee's earlier months stay where they
      * were incurred. The employer shares are computed the way
      * StatRemit computes them, from the ER columns of the rate
      * tables in force in the month being costed, on the monthly
      * equivalent of the basic for the period's pay frequency and
      * split across the periods of the month as the payroll run
      * splits the employee shares.
      * Output: LABORCST.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LaborCost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read end to end in key order once for the month and once for
      * the same month last year.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Only for history written before the department and basic
      * salary were carried on it: such a period is charged to the
      * employee's department on the master today.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMP-NUMBER
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

      * Same government rate tables the payroll run loads; here only
      * the employer-share columns are used.
           SELECT SSS-TABLE-FILE ASSIGN TO "SSSTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSS-TABLE-FILE-STATUS.

           SELECT PHILHEALTH-RATE-FILE ASSIGN TO "PHILHLTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHILHEALTH-FILE-STATUS.

           SELECT PAGIBIG-RATE-FILE ASSIGN TO "PAGIBIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGIBIG-FILE-STATUS.

           SELECT LABOR-COST-FILE ASSIGN TO "LABORCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-COST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPMSTR.

      * Same record layouts as the rate-table FDs in EmployeeRecord1
      * -- keep the two in step when a column is added.
       FD  SSS-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SSS-TABLE-RECORD.
           02  SSS-IN-EFFECTIVE       PIC X(8).
           02  SSS-IN-RANGE-LOW       PIC 9(6)V99.
           02  SSS-IN-RANGE-HIGH      PIC 9(6)V99.
           02  SSS-IN-EE-SHARE        PIC 9(5)V99.
           02  SSS-IN-ER-SHARE        PIC 9(5)V99.

       FD  PHILHEALTH-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PHILHEALTH-RATE-RECORD.
           02  PHL-IN-EFFECTIVE       PIC X(8).
           02  PHL-IN-EE-RATE         PIC 9V9999.
           02  PHL-IN-SALARY-FLOOR    PIC 9(6)V99.
           02  PHL-IN-SALARY-CEILING  PIC 9(6)V99.
           02  PHL-IN-ER-RATE         PIC 9V9999.

       FD  PAGIBIG-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGIBIG-RATE-RECORD.
           02  PAG-IN-EFFECTIVE       PIC X(8).
           02  PAG-IN-EE-RATE         PIC 9V9999.
           02  PAG-IN-MAX-SHARE       PIC 9(5)V99.
           02  PAG-IN-ER-RATE         PIC 9V9999.
           02  PAG-IN-MAX-ER-SHARE    PIC 9(5)V99.

       FD  LABOR-COST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LABOR-COST-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
       01  WS-EMPLOYEE-FILE-STATUS   PIC XX VALUE "00".
       01  WS-SSS-TABLE-FILE-STATUS  PIC XX VALUE "00".
       01  WS-PHILHEALTH-FILE-STATUS PIC XX VALUE "00".
       01  WS-PAGIBIG-FILE-STATUS    PIC XX VALUE "00".
       01  WS-LABOR-COST-FILE-STATUS PIC XX VALUE "00".
       01  WS-END-OF-FILE            PIC X VALUE "N".
           88  END-OF-HISTORY-FILE   VALUE "Y".
       01  WS-END-OF-TABLE-SW        PIC X VALUE "N".
           88  END-OF-TABLE-FILE     VALUE "Y".

      * Run parameter via the same command-line PARM idiom as
      * StatRemit: the month to cost as MM/YYYY. The comparison month
      * is the same month one year earlier.
       01  WS-ARGUMENT-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-COST-MONTH             PIC X(7) VALUE SPACES.
       01  WS-PRIOR-MONTH            PIC X(7) VALUE SPACES.
       01  WS-COST-MONTH-KEY         PIC X(6) VALUE SPACES.
       01  WS-PRIOR-MONTH-KEY        PIC X(6) VALUE SPACES.
       01  WS-PRIOR-YEAR             PIC 9(4).

      * The month the current pass is costing (YYYYMM, the prefix of
      * every HIST-PERIOD-END key inside it) and which of the two
      * month columns of the department table it fills: 1 for the
      * month asked for, 2 for the same month last year.
       01  WS-PASS-MONTH             PIC X(7).
       01  WS-PASS-MONTH-KEY         PIC X(6).
       01  WS-PASS-COL               PIC 9(1).
       01  WS-RATE-CUTOFF-KEY        PIC X(8) VALUE SPACES.
       01  WS-SSS-PICK-DATE          PIC X(8).
       01  WS-PHL-PICK-DATE          PIC X(8).
       01  WS-PAG-PICK-DATE          PIC X(8).

      * Rates for the month being costed must be on file; rates for
      * last year's month may predate the dated tables, in which case
      * the comparison shows no employer shares and says so.
       01  WS-RATES-MISSING-SW       PIC X VALUE "N".
           88  RATES-ARE-MISSING     VALUE "Y".
       01  WS-PRIOR-RATES-SW         PIC X VALUE "Y".
           88  PRIOR-RATES-AVAILABLE VALUE "Y".

      * In-core copies of the employer-share columns, reloaded for
      * each month costed.
       01  WS-SSS-TABLE.
           02  WS-SSS-BRACKET-COUNT  PIC 9(3) VALUE ZERO.
           02  WS-SSS-BRACKET OCCURS 100 TIMES.
               03  WS-SSS-RANGE-LOW   PIC 9(6)V99.
               03  WS-SSS-RANGE-HIGH  PIC 9(6)V99.
               03  WS-SSS-ER-SHARE    PIC 9(5)V99.
       01  WS-SSS-SUB                PIC 9(3).

       01  WS-PHILHEALTH-FLOOR       PIC 9(6)V99 VALUE ZERO.
       01  WS-PHILHEALTH-CEILING     PIC 9(6)V99 VALUE ZERO.
       01  WS-PHILHEALTH-ER-RATE     PIC 9V9999 VALUE ZERO.
       01  WS-PHILHEALTH-BASE        PIC 9(6)V99.

       01  WS-PAGIBIG-ER-RATE        PIC 9V9999 VALUE ZERO.
       01  WS-PAGIBIG-MAX-ER-SHARE   PIC 9(5)V99 VALUE ZERO.

      * The period being costed: its department, the basic salary
      * rate the employer shares are rated on, and the basic earned
      * that the 13th-month accrues on.
       01  WS-COST-DEPARTMENT        PIC X(8).
       01  WS-RATE-BASIS             PIC 9(6)V99.
       01  WS-EARNED-BASIC           PIC 9(6)V99.
       01  WS-ER-SSS-PERIOD          PIC 9(5)V99.
       01  WS-ER-PHL-PERIOD          PIC 9(6)V99.
       01  WS-ER-PAG-PERIOD          PIC 9(5)V99.
       01  WS-PERIOD-PREMIUMS        PIC 9(7)V99.

      * The period's place in its month, for splitting the monthly
      * employer shares the way the payroll run splits the employee
      * shares: history written before pay groups carries no
      * frequency or month position and was all semi-monthly, the
      * first half ending by the 15th.
       01  WS-COST-FREQUENCY         PIC X(12).
           88  COST-FREQUENCY-WEEKLY     VALUE "WEEKLY".
           88  COST-FREQUENCY-MONTHLY    VALUE "MONTHLY".
       01  WS-COST-MONTH-PERIOD      PIC 9(1).
       01  WS-COST-MONTH-PERIODS     PIC 9(1).
       01  WS-PERIODS-PER-YEAR       PIC 9(2).
       01  WS-MONTHLY-BASIC          PIC 9(7)V99.
       01  WS-ER-SSS-MONTH           PIC 9(5)V99.
       01  WS-ER-PHL-MONTH           PIC 9(6)V99.
       01  WS-ER-PAG-MONTH           PIC 9(5)V99.
       01  WS-SPLIT-MONTHLY          PIC 9(6)V99.
       01  WS-SPLIT-SHARE            PIC 9(6)V99.
       01  WS-PERIOD-ACCRUAL         PIC 9(6)V99.

      * Headcount is employees paid in the department in the month;
      * an employee's periods arrive together in key order, so a
      * change of employee or of department starts a new head in
      * the department, and only a change of employee a new head in
      * the total.
       01  WS-LAST-COUNTED-EMP       PIC X(10).
       01  WS-LAST-COUNTED-DEPT      PIC X(8).

       01  WS-PERIOD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-FALLBACK-COUNT         PIC 9(6) VALUE ZERO.

      * One row per department, with a column group for each of the
      * two months.
       01  WS-DEPT-TABLE.
           02  WS-DEPT-COUNT         PIC 9(3) VALUE ZERO.
           02  WS-DEPT-ENTRY OCCURS 50 TIMES.
               03  WS-DEPT-CODE      PIC X(8).
               03  WS-DEPT-MONTH OCCURS 2 TIMES.
                   04  WS-DEPT-HEADCOUNT  PIC 9(5).
                   04  WS-DEPT-GROSS      PIC 9(9)V99.
                   04  WS-DEPT-PREMIUMS   PIC 9(9)V99.
                   04  WS-DEPT-ER-SHARES  PIC 9(9)V99.
                   04  WS-DEPT-ACCRUAL    PIC 9(9)V99.
       01  WS-DEPT-SUB               PIC 9(3).
       01  WS-DEPT-FOUND-SUB         PIC 9(3).

      * Company totals, same two column groups.
       01  WS-TOTAL-TABLE.
           02  WS-TOTAL-MONTH OCCURS 2 TIMES.
               03  WS-TOTAL-HEADCOUNT PIC 9(6).
               03  WS-TOTAL-GROSS     PIC 9(10)V99.
               03  WS-TOTAL-PREMIUMS  PIC 9(10)V99.
               03  WS-TOTAL-ER-SHARES PIC 9(10)V99.
               03  WS-TOTAL-ACCRUAL   PIC 9(10)V99.
       01  WS-CURRENT-COST           PIC 9(10)V99.
       01  WS-PRIOR-COST             PIC 9(10)V99.
       01  WS-COST-CHANGE            PIC S9(10)V99.

       01  COST-COMPANY-LINE.
           02  FILLER PIC X(21) VALUE SPACES.
           02  FILLER PIC X(38) VALUE
               "ABC COMPANY - MAKATI CITY, PHILIPPINES".
       01  COST-TITLE-LINE.
           02  FILLER PIC X(15) VALUE SPACES.
           02  FILLER PIC X(50) VALUE
               "MONTHLY LABOR COST DISTRIBUTION BY DEPARTMENT".
       01  COST-MONTH-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "MONTH: ".
           02  COST-MONTH-OUT PIC X(7).
           02  FILLER PIC X(22) VALUE "    COMPARED WITH:   ".
           02  COST-PRIOR-MONTH-OUT PIC X(7).
       01  COST-BLANK-LINE           PIC X(132) VALUE SPACES.
       01  COST-HEADING-LINE-1.
           02  FILLER PIC X(11) VALUE SPACES.
           02  FILLER PIC X(30) VALUE ALL "-".
           02  FILLER PIC X(18) VALUE "    THIS MONTH    ".
           02  FILLER PIC X(30) VALUE ALL "-".
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(21) VALUE "SAME MONTH LAST YEAR".
       01  COST-HEADING-LINE-2.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "DEPT".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(5) VALUE " HEAD".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(14) VALUE "     GROSS PAY".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(13) VALUE "  OT/PREMIUMS".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(13) VALUE "   ER SHARES".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(13) VALUE " 13TH ACCRUAL".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(14) VALUE "    TOTAL COST".
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(5) VALUE " HEAD".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(14) VALUE "    TOTAL COST".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(15) VALUE "        CHANGE".
       01  COST-DETAIL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  COST-DEPT-OUT PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  COST-HEAD-OUT PIC ZZZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  COST-GROSS-OUT PIC ZZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  COST-PREMIUMS-OUT PIC ZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  COST-ER-OUT PIC ZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  COST-ACCRUAL-OUT PIC ZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  COST-TOTAL-OUT PIC ZZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(3) VALUE SPACES.
           02  COST-PRIOR-HEAD-OUT PIC ZZZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  COST-PRIOR-TOTAL-OUT PIC ZZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  COST-CHANGE-OUT PIC -ZZZ,ZZZ,ZZZ.99.
       01  COST-NOTE-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  COST-NOTE-OUT PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           MOVE WS-COST-MONTH TO WS-PASS-MONTH
           MOVE WS-COST-MONTH-KEY TO WS-PASS-MONTH-KEY
           MOVE 1 TO WS-PASS-COL
           PERFORM 2000-COST-ONE-MONTH
           MOVE WS-PRIOR-MONTH TO WS-PASS-MONTH
           MOVE WS-PRIOR-MONTH-KEY TO WS-PASS-MONTH-KEY
           MOVE 2 TO WS-PASS-COL
           PERFORM 2000-COST-ONE-MONTH
           PERFORM 3000-WRITE-REPORT
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1010-GET-RUN-PARAMETERS
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYROLL HISTORY, STATUS = "
                   WS-HISTORY-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE, STATUS = "
                   WS-EMPLOYEE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT LABOR-COST-FILE
           IF WS-LABOR-COST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LABOR COST REPORT, STATUS = "
                   WS-LABOR-COST-FILE-STATUS
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-TOTAL-TABLE.

       1010-GET-RUN-PARAMETERS.
           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARGUMENT-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-COST-MONTH FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER MONTH TO COST (MM/YYYY): "
               ACCEPT WS-COST-MONTH
           END-IF
           IF WS-COST-MONTH(1:2) IS NOT NUMERIC
                   OR WS-COST-MONTH(3:1) NOT = "/"
                   OR WS-COST-MONTH(4:4) IS NOT NUMERIC
               DISPLAY "INVALID MONTH " WS-COST-MONTH
                   ", EXPECTED MM/YYYY"
               STOP RUN
           END-IF
           STRING WS-COST-MONTH(4:4) DELIMITED BY SIZE
               WS-COST-MONTH(1:2) DELIMITED BY SIZE
               INTO WS-COST-MONTH-KEY
           END-STRING
           MOVE WS-COST-MONTH(4:4) TO WS-PRIOR-YEAR
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           STRING WS-COST-MONTH(1:3) DELIMITED BY SIZE
               WS-PRIOR-YEAR DELIMITED BY SIZE
               INTO WS-PRIOR-MONTH
           END-STRING
           STRING WS-PRIOR-YEAR DELIMITED BY SIZE
               WS-COST-MONTH(1:2) DELIMITED BY SIZE
               INTO WS-PRIOR-MONTH-KEY
           END-STRING.

       1200-LOAD-RATE-TABLES.
           PERFORM 1210-LOAD-SSS-TABLE
           PERFORM 1220-LOAD-PHILHEALTH-RATE
           PERFORM 1230-LOAD-PAGIBIG-RATE.

      * Two passes like the payroll run's loader: the first finds
      * the version in force at the month's end, the second loads
      * only that version's brackets.
       1210-LOAD-SSS-TABLE.
           MOVE ZEROES TO WS-SSS-BRACKET-COUNT
           OPEN INPUT SSS-TABLE-FILE
           IF WS-SSS-TABLE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SSS RATE TABLE, STATUS = "
                   WS-SSS-TABLE-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-TABLE-SW
           MOVE LOW-VALUES TO WS-SSS-PICK-DATE
           PERFORM UNTIL END-OF-TABLE-FILE
               READ SSS-TABLE-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF SSS-IN-EFFECTIVE <= WS-RATE-CUTOFF-KEY
                               AND SSS-IN-EFFECTIVE
                               > WS-SSS-PICK-DATE
                           MOVE SSS-IN-EFFECTIVE TO WS-SSS-PICK-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SSS-TABLE-FILE
           IF WS-SSS-PICK-DATE = LOW-VALUES
               SET RATES-ARE-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SSS-TABLE-FILE
           MOVE "N" TO WS-END-OF-TABLE-SW
           PERFORM UNTIL END-OF-TABLE-FILE
               READ SSS-TABLE-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF SSS-IN-EFFECTIVE = WS-SSS-PICK-DATE
                           IF WS-SSS-BRACKET-COUNT >= 100
                               DISPLAY "SSS RATE TABLE EXCEEDS 100 "
                                   "BRACKETS, RUN ABORTED"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-SSS-BRACKET-COUNT
                           MOVE SSS-IN-RANGE-LOW TO
                               WS-SSS-RANGE-LOW (WS-SSS-BRACKET-COUNT)
                           MOVE SSS-IN-RANGE-HIGH TO
                            WS-SSS-RANGE-HIGH (WS-SSS-BRACKET-COUNT)
                           MOVE SSS-IN-ER-SHARE TO
                               WS-SSS-ER-SHARE (WS-SSS-BRACKET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SSS-TABLE-FILE
           IF WS-SSS-BRACKET-COUNT = ZERO
               SET RATES-ARE-MISSING TO TRUE
           END-IF.

       1220-LOAD-PHILHEALTH-RATE.
           MOVE ZEROES TO WS-PHILHEALTH-FLOOR WS-PHILHEALTH-CEILING
               WS-PHILHEALTH-ER-RATE
           OPEN INPUT PHILHEALTH-RATE-FILE
           IF WS-PHILHEALTH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PHILHEALTH RATE FILE, STATUS = "
                   WS-PHILHEALTH-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-TABLE-SW
           MOVE LOW-VALUES TO WS-PHL-PICK-DATE
           PERFORM UNTIL END-OF-TABLE-FILE
               READ PHILHEALTH-RATE-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF PHL-IN-EFFECTIVE <= WS-RATE-CUTOFF-KEY
                               AND PHL-IN-EFFECTIVE
                               > WS-PHL-PICK-DATE
                           MOVE PHL-IN-EFFECTIVE TO WS-PHL-PICK-DATE
                           MOVE PHL-IN-SALARY-FLOOR
                               TO WS-PHILHEALTH-FLOOR
                           MOVE PHL-IN-SALARY-CEILING
                               TO WS-PHILHEALTH-CEILING
                           MOVE PHL-IN-ER-RATE
                               TO WS-PHILHEALTH-ER-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PHILHEALTH-RATE-FILE
           IF WS-PHL-PICK-DATE = LOW-VALUES
               SET RATES-ARE-MISSING TO TRUE
           END-IF.

       1230-LOAD-PAGIBIG-RATE.
           MOVE ZEROES TO WS-PAGIBIG-ER-RATE WS-PAGIBIG-MAX-ER-SHARE
           OPEN INPUT PAGIBIG-RATE-FILE
           IF WS-PAGIBIG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAGIBIG RATE FILE, STATUS = "
                   WS-PAGIBIG-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-TABLE-SW
           MOVE LOW-VALUES TO WS-PAG-PICK-DATE
           PERFORM UNTIL END-OF-TABLE-FILE
               READ PAGIBIG-RATE-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF PAG-IN-EFFECTIVE <= WS-RATE-CUTOFF-KEY
                               AND PAG-IN-EFFECTIVE
                               > WS-PAG-PICK-DATE
                           MOVE PAG-IN-EFFECTIVE TO WS-PAG-PICK-DATE
                           MOVE PAG-IN-ER-RATE TO WS-PAGIBIG-ER-RATE
                           MOVE PAG-IN-MAX-ER-SHARE
                               TO WS-PAGIBIG-MAX-ER-SHARE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGIBIG-RATE-FILE
           IF WS-PAG-PICK-DATE = LOW-VALUES
               SET RATES-ARE-MISSING TO TRUE
           END-IF.

      * Loads the employer-share rates in force at the end of the
      * pass month, then walks the whole history once, costing every
      * period that ends inside that month.
       2000-COST-ONE-MONTH.
           STRING WS-PASS-MONTH-KEY DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO WS-RATE-CUTOFF-KEY
           END-STRING
           MOVE "N" TO WS-RATES-MISSING-SW
           PERFORM 1200-LOAD-RATE-TABLES
           IF RATES-ARE-MISSING
               IF WS-PASS-COL = 1
                   DISPLAY "NO EMPLOYER RATES IN FORCE FOR MONTH "
                       WS-PASS-MONTH ", RUN ABORTED"
                   STOP RUN
               END-IF
               MOVE "N" TO WS-PRIOR-RATES-SW
           END-IF
           MOVE SPACES TO WS-LAST-COUNTED-EMP WS-LAST-COUNTED-DEPT
           MOVE "N" TO WS-END-OF-FILE
           MOVE LOW-VALUES TO HIST-KEY
           START PAYROLL-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   SET END-OF-HISTORY-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY-FILE
               READ PAYROLL-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-FILE TO TRUE
                   NOT AT END
                       IF HIST-PERIOD-END(1:6) = WS-PASS-MONTH-KEY
                           PERFORM 2100-COST-ONE-PERIOD
                       END-IF
               END-READ
           END-PERFORM.

      * A period written before the history carried the department
      * has spaces there; it falls back to the master's department
      * and basic salary today, and is counted so the report can say
      * how much was charged that way.
       2100-COST-ONE-PERIOD.
           ADD 1 TO WS-PERIOD-COUNT
           MOVE HIST-DEPARTMENT TO WS-COST-DEPARTMENT
           MOVE HIST-BASIC-SALARY TO WS-RATE-BASIS
           MOVE HIST-PERIOD-BASIC TO WS-EARNED-BASIC
           IF HIST-DEPARTMENT = SPACES
               ADD 1 TO WS-FALLBACK-COUNT
               MOVE HIST-EMP-NUMBER TO MST-EMP-NUMBER
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-COST-DEPARTMENT
                       MOVE ZEROES TO WS-RATE-BASIS WS-EARNED-BASIC
                   NOT INVALID KEY
                       MOVE MST-EMP-DEPARTMENT TO WS-COST-DEPARTMENT
                       MOVE MST-EMP-BASIC-SALARY TO WS-RATE-BASIS
                       MOVE MST-EMP-BASIC-SALARY TO WS-EARNED-BASIC
               END-READ
           END-IF
           PERFORM 2150-FIND-DEPARTMENT
           PERFORM 2160-PLACE-PERIOD-IN-MONTH
      * Someone transferred within the month is a head in each
      * department they were charged to, but one head in the total.
           IF HIST-EMP-NUMBER NOT = WS-LAST-COUNTED-EMP
                   OR WS-COST-DEPARTMENT NOT = WS-LAST-COUNTED-DEPT
               ADD 1 TO WS-DEPT-HEADCOUNT (WS-DEPT-FOUND-SUB,
                   WS-PASS-COL)
               MOVE WS-COST-DEPARTMENT TO WS-LAST-COUNTED-DEPT
           END-IF
           IF HIST-EMP-NUMBER NOT = WS-LAST-COUNTED-EMP
               ADD 1 TO WS-TOTAL-HEADCOUNT (WS-PASS-COL)
               MOVE HIST-EMP-NUMBER TO WS-LAST-COUNTED-EMP
           END-IF
           COMPUTE WS-PERIOD-PREMIUMS = HIST-OT-PAY + HIST-HOLIDAY-PAY
               + HIST-REST-DAY-PAY + HIST-NIGHT-DIFF-PAY
           IF PRIOR-RATES-AVAILABLE OR WS-PASS-COL = 1
               PERFORM 2200-COMPUTE-EMPLOYER-SHARES
           ELSE
               MOVE ZEROES TO WS-ER-SSS-PERIOD WS-ER-PHL-PERIOD
                   WS-ER-PAG-PERIOD
           END-IF
           COMPUTE WS-PERIOD-ACCRUAL ROUNDED = WS-EARNED-BASIC / 12
           ADD HIST-GROSS-PAY TO
               WS-DEPT-GROSS (WS-DEPT-FOUND-SUB, WS-PASS-COL)
               WS-TOTAL-GROSS (WS-PASS-COL)
           ADD WS-PERIOD-PREMIUMS TO
               WS-DEPT-PREMIUMS (WS-DEPT-FOUND-SUB, WS-PASS-COL)
               WS-TOTAL-PREMIUMS (WS-PASS-COL)
           ADD WS-ER-SSS-PERIOD WS-ER-PHL-PERIOD WS-ER-PAG-PERIOD TO
               WS-DEPT-ER-SHARES (WS-DEPT-FOUND-SUB, WS-PASS-COL)
           ADD WS-ER-SSS-PERIOD WS-ER-PHL-PERIOD WS-ER-PAG-PERIOD TO
               WS-TOTAL-ER-SHARES (WS-PASS-COL)
           ADD WS-PERIOD-ACCRUAL TO
               WS-DEPT-ACCRUAL (WS-DEPT-FOUND-SUB, WS-PASS-COL)
               WS-TOTAL-ACCRUAL (WS-PASS-COL).

      * A blank department accumulates under a blank code, the same
      * as in the GL extract, so it shows up plainly for HR to chase.
       2150-FIND-DEPARTMENT.
           MOVE ZEROES TO WS-DEPT-FOUND-SUB
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-COST-DEPARTMENT
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-SUB = ZEROES
               IF WS-DEPT-COUNT >= 50
                   DISPLAY "DEPARTMENT TABLE FULL AT 50 ENTRIES, "
                       "RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
               MOVE WS-COST-DEPARTMENT TO
                   WS-DEPT-CODE (WS-DEPT-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-MONTH (WS-DEPT-FOUND-SUB, 1)
                   WS-DEPT-MONTH (WS-DEPT-FOUND-SUB, 2)
           END-IF.

       2160-PLACE-PERIOD-IN-MONTH.
           MOVE HIST-PAY-FREQUENCY TO WS-COST-FREQUENCY
           IF HIST-MONTH-PERIODS = ZERO
               MOVE SPACES TO WS-COST-FREQUENCY
               MOVE 2 TO WS-COST-MONTH-PERIODS
               IF HIST-PERIOD-END(7:2) <= "15"
                   MOVE 1 TO WS-COST-MONTH-PERIOD
               ELSE
                   MOVE 2 TO WS-COST-MONTH-PERIOD
               END-IF
           ELSE
               MOVE HIST-MONTH-PERIODS TO WS-COST-MONTH-PERIODS
               MOVE HIST-MONTH-PERIOD TO WS-COST-MONTH-PERIOD
           END-IF
           EVALUATE TRUE
               WHEN COST-FREQUENCY-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN COST-FREQUENCY-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 24 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

      * Per-period employer counterparts from the ER columns of the
      * rate tables, against the monthly equivalent of the basic
      * salary rate the period was paid at, split to this period's
      * share of the month -- the same arithmetic as StatRemit's
      * 2700-COMPUTE-EMPLOYER-SHARES, one period at a time.
       2200-COMPUTE-EMPLOYER-SHARES.
           COMPUTE WS-MONTHLY-BASIC ROUNDED =
               WS-RATE-BASIS * WS-PERIODS-PER-YEAR / 12
           MOVE ZEROES TO WS-ER-SSS-MONTH
           PERFORM VARYING WS-SSS-SUB FROM 1 BY 1
                   UNTIL WS-SSS-SUB > WS-SSS-BRACKET-COUNT
               IF WS-MONTHLY-BASIC >= WS-SSS-RANGE-LOW (WS-SSS-SUB)
                       AND WS-MONTHLY-BASIC
                       <= WS-SSS-RANGE-HIGH (WS-SSS-SUB)
                   MOVE WS-SSS-ER-SHARE (WS-SSS-SUB)
                       TO WS-ER-SSS-MONTH
                   MOVE WS-SSS-BRACKET-COUNT TO WS-SSS-SUB
               END-IF
           END-PERFORM
           IF WS-ER-SSS-MONTH = ZEROES AND WS-MONTHLY-BASIC
                   > WS-SSS-RANGE-HIGH (WS-SSS-BRACKET-COUNT)
               MOVE WS-SSS-ER-SHARE (WS-SSS-BRACKET-COUNT)
                   TO WS-ER-SSS-MONTH
           END-IF
           IF WS-MONTHLY-BASIC > WS-PHILHEALTH-CEILING
               MOVE WS-PHILHEALTH-CEILING TO WS-PHILHEALTH-BASE
           ELSE
               MOVE WS-MONTHLY-BASIC TO WS-PHILHEALTH-BASE
           END-IF
           IF WS-PHILHEALTH-BASE < WS-PHILHEALTH-FLOOR
               MOVE WS-PHILHEALTH-FLOOR TO WS-PHILHEALTH-BASE
           END-IF
           COMPUTE WS-ER-PHL-MONTH ROUNDED =
               WS-PHILHEALTH-BASE * WS-PHILHEALTH-ER-RATE
           COMPUTE WS-ER-PAG-MONTH ROUNDED =
               WS-MONTHLY-BASIC * WS-PAGIBIG-ER-RATE
           IF WS-ER-PAG-MONTH > WS-PAGIBIG-MAX-ER-SHARE
               MOVE WS-PAGIBIG-MAX-ER-SHARE TO WS-ER-PAG-MONTH
           END-IF
           MOVE WS-ER-SSS-MONTH TO WS-SPLIT-MONTHLY
           PERFORM 2250-SPLIT-MONTHLY-SHARE
           MOVE WS-SPLIT-SHARE TO WS-ER-SSS-PERIOD
           MOVE WS-ER-PHL-MONTH TO WS-SPLIT-MONTHLY
           PERFORM 2250-SPLIT-MONTHLY-SHARE
           MOVE WS-SPLIT-SHARE TO WS-ER-PHL-PERIOD
           MOVE WS-ER-PAG-MONTH TO WS-SPLIT-MONTHLY
           PERFORM 2250-SPLIT-MONTHLY-SHARE
           MOVE WS-SPLIT-SHARE TO WS-ER-PAG-PERIOD
      * A period with no basic on record and no master to fall back
      * on costs no employer share.
           IF WS-RATE-BASIS = ZERO
               MOVE ZEROES TO WS-ER-SSS-PERIOD WS-ER-PHL-PERIOD
                   WS-ER-PAG-PERIOD
           END-IF.

      * An equal rounded share of the month in each period, with the
      * rounding remainder in the last period of the month.
       2250-SPLIT-MONTHLY-SHARE.
           IF WS-COST-MONTH-PERIODS <= 1
               MOVE WS-SPLIT-MONTHLY TO WS-SPLIT-SHARE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPLIT-SHARE ROUNDED =
               WS-SPLIT-MONTHLY / WS-COST-MONTH-PERIODS
           IF WS-COST-MONTH-PERIOD >= WS-COST-MONTH-PERIODS
               COMPUTE WS-SPLIT-SHARE = WS-SPLIT-MONTHLY
                   - WS-SPLIT-SHARE * (WS-COST-MONTH-PERIODS - 1)
           END-IF.

      * Total cost is gross pay (overtime and premiums are already
      * inside it) plus the employer shares plus the 13th-month
      * accrual.
       3000-WRITE-REPORT.
           MOVE WS-COST-MONTH TO COST-MONTH-OUT
           MOVE WS-PRIOR-MONTH TO COST-PRIOR-MONTH-OUT
           WRITE LABOR-COST-RECORD FROM COST-COMPANY-LINE
           WRITE LABOR-COST-RECORD FROM COST-TITLE-LINE
           WRITE LABOR-COST-RECORD FROM COST-MONTH-LINE
           WRITE LABOR-COST-RECORD FROM COST-BLANK-LINE
           WRITE LABOR-COST-RECORD FROM COST-HEADING-LINE-1
           WRITE LABOR-COST-RECORD FROM COST-HEADING-LINE-2
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM 3100-WRITE-DEPARTMENT-LINE
           END-PERFORM
           WRITE LABOR-COST-RECORD FROM COST-BLANK-LINE
           PERFORM 3200-WRITE-TOTAL-LINE
           WRITE LABOR-COST-RECORD FROM COST-BLANK-LINE
           IF WS-DEPT-COUNT = ZERO
               MOVE "NO PAYROLL HISTORY FOUND FOR EITHER MONTH" TO
                   COST-NOTE-OUT
               WRITE LABOR-COST-RECORD FROM COST-NOTE-LINE
           END-IF
           IF NOT PRIOR-RATES-AVAILABLE
               MOVE SPACES TO COST-NOTE-OUT
               STRING "NO EMPLOYER RATES IN FORCE FOR "
                       DELIMITED BY SIZE
                   WS-PRIOR-MONTH DELIMITED BY SIZE
                   " - LAST YEAR'S COST EXCLUDES ER SHARES"
                       DELIMITED BY SIZE
                   INTO COST-NOTE-OUT
               END-STRING
               WRITE LABOR-COST-RECORD FROM COST-NOTE-LINE
           END-IF
           IF WS-FALLBACK-COUNT > ZERO
               MOVE SPACES TO COST-NOTE-OUT
               STRING "PERIODS WITH NO DEPARTMENT ON HISTORY, CHARGED "
                       DELIMITED BY SIZE
                   "BY TODAY'S MASTER: " DELIMITED BY SIZE
                   WS-FALLBACK-COUNT DELIMITED BY SIZE
                   INTO COST-NOTE-OUT
               END-STRING
               WRITE LABOR-COST-RECORD FROM COST-NOTE-LINE
           END-IF.

       3100-WRITE-DEPARTMENT-LINE.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO COST-DEPT-OUT
           MOVE WS-DEPT-HEADCOUNT (WS-DEPT-SUB, 1) TO COST-HEAD-OUT
           MOVE WS-DEPT-GROSS (WS-DEPT-SUB, 1) TO COST-GROSS-OUT
           MOVE WS-DEPT-PREMIUMS (WS-DEPT-SUB, 1) TO COST-PREMIUMS-OUT
           MOVE WS-DEPT-ER-SHARES (WS-DEPT-SUB, 1) TO COST-ER-OUT
           MOVE WS-DEPT-ACCRUAL (WS-DEPT-SUB, 1) TO COST-ACCRUAL-OUT
           COMPUTE WS-CURRENT-COST = WS-DEPT-GROSS (WS-DEPT-SUB, 1)
               + WS-DEPT-ER-SHARES (WS-DEPT-SUB, 1)
               + WS-DEPT-ACCRUAL (WS-DEPT-SUB, 1)
           COMPUTE WS-PRIOR-COST = WS-DEPT-GROSS (WS-DEPT-SUB, 2)
               + WS-DEPT-ER-SHARES (WS-DEPT-SUB, 2)
               + WS-DEPT-ACCRUAL (WS-DEPT-SUB, 2)
           MOVE WS-DEPT-HEADCOUNT (WS-DEPT-SUB, 2) TO
               COST-PRIOR-HEAD-OUT
           PERFORM 3300-WRITE-COST-COLUMNS.

       3200-WRITE-TOTAL-LINE.
           MOVE "TOTAL" TO COST-DEPT-OUT
           MOVE WS-TOTAL-HEADCOUNT (1) TO COST-HEAD-OUT
           MOVE WS-TOTAL-GROSS (1) TO COST-GROSS-OUT
           MOVE WS-TOTAL-PREMIUMS (1) TO COST-PREMIUMS-OUT
           MOVE WS-TOTAL-ER-SHARES (1) TO COST-ER-OUT
           MOVE WS-TOTAL-ACCRUAL (1) TO COST-ACCRUAL-OUT
           COMPUTE WS-CURRENT-COST = WS-TOTAL-GROSS (1)
               + WS-TOTAL-ER-SHARES (1) + WS-TOTAL-ACCRUAL (1)
           COMPUTE WS-PRIOR-COST = WS-TOTAL-GROSS (2)
               + WS-TOTAL-ER-SHARES (2) + WS-TOTAL-ACCRUAL (2)
           MOVE WS-TOTAL-HEADCOUNT (2) TO COST-PRIOR-HEAD-OUT
           PERFORM 3300-WRITE-COST-COLUMNS.

       3300-WRITE-COST-COLUMNS.
           COMPUTE WS-COST-CHANGE = WS-CURRENT-COST - WS-PRIOR-COST
           MOVE WS-CURRENT-COST TO COST-TOTAL-OUT
           MOVE WS-PRIOR-COST TO COST-PRIOR-TOTAL-OUT
           MOVE WS-COST-CHANGE TO COST-CHANGE-OUT
           WRITE LABOR-COST-RECORD FROM COST-DETAIL-LINE.

       9000-TERMINATION.
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE LABOR-COST-FILE
           DISPLAY "DEPARTMENTS COSTED    : " WS-DEPT-COUNT
           DISPLAY "PERIODS COSTED        : " WS-PERIOD-COUNT.

       END PROGRAM LaborCost.
