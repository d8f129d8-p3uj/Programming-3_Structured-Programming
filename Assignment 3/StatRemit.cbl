      * The employee shares are the HIST- amounts actually withheld in
      * the month; the employer counterparts are computed from the ER
      * columns of the same rate tables the payroll run deducts from,
      * rated period by period on the monthly equivalent of the basic
      * salary that period was paid at (as stamped on its history),
      * for the period's pay frequency, and split to that period's
      * share of the month the same way the employee shares are, so
      * only the periods actually paid in the month are remitted for
      * and a raise mid-month is rated as it was paid. Each
      * line carries the agency's own ID number from the employee
      * master (SSS number, PhilHealth PIN, Pag-IBIG MID, TIN), since
      * the agencies key on those, not on our employee number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatRemit.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Joined per employee for the name and the agency ID numbers;
      * read per period only for history written before the basic
      * salary was stamped on it, to rate the employer shares on.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

      * Control-break accumulators for the employee whose history
      * records are currently passing: the month's withheld employee
      * shares, the employer shares rated period by period, and the
      * count of periods paid in the month.
       01  WS-CURRENT-EMP-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-MON-PERIOD-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-MON-GROSS              PIC 9(8)V99 VALUE ZERO.
       01  WS-MON-SSS-EE             PIC 9(7)V99 VALUE ZERO.
       01  WS-MON-PHL-EE             PIC 9(7)V99 VALUE ZERO.
       01  WS-MON-PAG-EE             PIC 9(7)V99 VALUE ZERO.
      * Signed: a December year-end refund paid back out of tax
      * withheld is netted off the month's withholding, and can
      * exceed it.
       01  WS-MON-WTAX               PIC S9(7)V99 VALUE ZERO.

      * Where the month's paid periods sit in the month, from the
      * pay frequency and month position stamped on the history.
      * History written before pay groups carries neither, and was
      * all semi-monthly: the first half if the period ends by the
      * 15th, the second half otherwise. A period that is the last
      * of its month takes the rounding remainder of the split. The
      * rate basis is the basic salary the period was paid at.
       01  WS-MON-FREQUENCY          PIC X(12) VALUE SPACES.
           88  MON-FREQUENCY-WEEKLY      VALUE "WEEKLY".
           88  MON-FREQUENCY-MONTHLY     VALUE "MONTHLY".
       01  WS-HIST-MONTH-PERIOD      PIC 9(1).
       01  WS-HIST-MONTH-PERIODS     PIC 9(1).
       01  WS-PERIODS-PER-YEAR       PIC 9(2).
       01  WS-RATE-BASIS             PIC 9(6)V99.
       01  WS-MONTHLY-BASIC          PIC 9(7)V99.

      * Monthly employer shares from the rate tables, one period's
      * split of them, and the month figures built up period by
      * period.
       01  WS-ER-SSS-MONTH           PIC 9(5)V99.
       01  WS-ER-PHL-MONTH           PIC 9(6)V99.
       01  WS-ER-PAG-MONTH           PIC 9(5)V99.
       01  WS-SPLIT-MONTHLY          PIC 9(6)V99.
       01  WS-SPLIT-SHARE            PIC 9(6)V99.
       01  WS-MON-SSS-ER             PIC 9(7)V99 VALUE ZERO.
       01  WS-MON-PHL-ER             PIC 9(7)V99 VALUE ZERO.
       01  WS-MON-PAG-ER             PIC 9(7)V99 VALUE ZERO.
       01  WS-LINE-TOTAL             PIC 9(8)V99.

      * Agency grand totals for the bottom of each schedule.
       01  WS-PAG-ER-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-BIR-EMP-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BIR-GROSS-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-BIR-WTAX-TOTAL         PIC S9(9)V99 VALUE ZERO.

       01  REMIT-COMPANY-LINE.
           02  FILLER PIC X(21) VALUE SPACES.
           02  BIR-NAME-OUT PIC X(20).
           02  FILLER PIC X(2) VALUE SPACES.
           02  BIR-GROSS-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  BIR-WTAX-OUT PIC -Z,ZZZ,ZZZ.99.
       01  BIR-TOTAL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "TOTALS ".
           02  FILLER PIC X(10) VALUE " EMPLOYEES".
           02  FILLER PIC X(13) VALUE SPACES.
           02  BIR-GROSS-TOTAL-OUT PIC ZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  BIR-WTAX-TOTAL-OUT PIC -ZZ,ZZZ,ZZZ.99.

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           END-IF
           IF HIST-PERIOD-END(1:6) = WS-MONTH-KEY
               ADD 1 TO WS-MON-PERIOD-COUNT
               PERFORM 2050-PLACE-PERIOD-IN-MONTH
               PERFORM 2700-COMPUTE-EMPLOYER-SHARES
               ADD HIST-GROSS-PAY TO WS-MON-GROSS
               ADD HIST-SSS TO WS-MON-SSS-EE
               ADD HIST-PHILHEALTH TO WS-MON-PHL-EE
               ADD HIST-PAGIBIG TO WS-MON-PAG-EE
               ADD HIST-WITHHOLDING TO WS-MON-WTAX
               SUBTRACT HIST-TAX-REFUND FROM WS-MON-WTAX
           END-IF
           PERFORM 2100-READ-HISTORY-FILE.

      * Keeps the period's pay frequency, its position in the month
      * and the number of periods in the month for the employer
      * split.
       2050-PLACE-PERIOD-IN-MONTH.
           MOVE HIST-PAY-FREQUENCY TO WS-MON-FREQUENCY
           IF WS-MON-FREQUENCY = SPACES
               MOVE "SEMI-MONTHLY" TO WS-MON-FREQUENCY
           END-IF
           IF HIST-MONTH-PERIODS = ZERO
               MOVE 2 TO WS-HIST-MONTH-PERIODS
               IF HIST-PERIOD-END(7:2) <= "15"
                   MOVE 1 TO WS-HIST-MONTH-PERIOD
               ELSE
                   MOVE 2 TO WS-HIST-MONTH-PERIOD
               END-IF
           ELSE
               MOVE HIST-MONTH-PERIODS TO WS-HIST-MONTH-PERIODS
               MOVE HIST-MONTH-PERIOD TO WS-HIST-MONTH-PERIOD
           END-IF.

       2100-READ-HISTORY-FILE.
           READ PAYROLL-HISTORY-FILE NEXT RECORD
               AT END
           IF WS-CURRENT-EMP-NUMBER NOT = SPACES
                   AND WS-MON-PERIOD-COUNT > ZERO
               PERFORM 2600-JOIN-EMPLOYEE-MASTER
               PERFORM 2800-WRITE-SCHEDULE-LINES
           END-IF
           MOVE ZEROES TO WS-MON-PERIOD-COUNT WS-MON-GROSS
               WS-MON-SSS-EE WS-MON-PHL-EE WS-MON-PAG-EE WS-MON-WTAX
               WS-MON-SSS-ER WS-MON-PHL-ER WS-MON-PAG-ER
           MOVE SPACES TO WS-MON-FREQUENCY.

      * A history record with no surviving master record still
      * belongs on the schedules (the contributions were withheld);
      * it is reported with blank agency IDs. Its employer share was
      * already rated on the basic salary stamped on its history.
       2600-JOIN-EMPLOYEE-MASTER.
           MOVE WS-CURRENT-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "*NOT IN MASTER*" TO MST-EMP-NAME
                   MOVE SPACES TO MST-EMP-AGENCY-NUMBERS
           END-READ.

      * One period's employer counterparts from the ER columns of the
      * rate tables, against the monthly equivalent of the basic
      * salary rate the period was paid at, split to this period's
      * share of the month and added to the month figures. History
      * written before the department and basic salary were stamped
      * on it falls back to the master's current basic salary, and
      * to none if the employee has since left the master.
       2700-COMPUTE-EMPLOYER-SHARES.
           MOVE HIST-BASIC-SALARY TO WS-RATE-BASIS
           IF HIST-DEPARTMENT = SPACES
               MOVE HIST-EMP-NUMBER TO MST-EMP-NUMBER
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE ZEROES TO WS-RATE-BASIS
                   NOT INVALID KEY
                       MOVE MST-EMP-BASIC-SALARY TO WS-RATE-BASIS
               END-READ
           END-IF
           IF WS-RATE-BASIS = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MON-FREQUENCY-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN MON-FREQUENCY-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 24 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
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
           PERFORM 2750-SPLIT-MONTHLY-SHARE
           ADD WS-SPLIT-SHARE TO WS-MON-SSS-ER
           MOVE WS-ER-PHL-MONTH TO WS-SPLIT-MONTHLY
           PERFORM 2750-SPLIT-MONTHLY-SHARE
           ADD WS-SPLIT-SHARE TO WS-MON-PHL-ER
           MOVE WS-ER-PAG-MONTH TO WS-SPLIT-MONTHLY
           PERFORM 2750-SPLIT-MONTHLY-SHARE
           ADD WS-SPLIT-SHARE TO WS-MON-PAG-ER.

      * The payroll run takes an equal rounded share of a monthly
      * amount in each period and the rounding remainder in the last
      * period of the month.
       2750-SPLIT-MONTHLY-SHARE.
           IF WS-HIST-MONTH-PERIODS <= 1
               MOVE WS-SPLIT-MONTHLY TO WS-SPLIT-SHARE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPLIT-SHARE ROUNDED =
               WS-SPLIT-MONTHLY / WS-HIST-MONTH-PERIODS
           IF WS-HIST-MONTH-PERIOD >= WS-HIST-MONTH-PERIODS
               COMPUTE WS-SPLIT-SHARE = WS-SPLIT-MONTHLY
                   - WS-SPLIT-SHARE * (WS-HIST-MONTH-PERIODS - 1)
           END-IF.

       2800-WRITE-SCHEDULE-LINES.
           MOVE MST-EMP-SSS-NUMBER TO CONTRIB-AGENCY-ID-OUT
