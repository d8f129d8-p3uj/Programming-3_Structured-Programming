               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BONUS-BANK-FILE-STATUS.

      * The 13TH-MONTH run's own balancing report, same layout as
      * CONTROL.RPT, so the release of BANK13TH.DAT is judged on the
      * figures of the run that wrote it and never on the last
      * regular period's.
           SELECT BONUS-CONTROL-FILE ASSIGN TO "CTL13TH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-CONTROL-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-FILE-STATUS.

      * Loan transaction history, opened EXTEND like the audit
      * journals: one entry for every installment the regular run
      * collects and every balance FINAL-PAY offsets, so the ledger
      * balance can be traced period by period.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-HISTORY-FILE-STATUS.

      * Per-employee leave ledger keyed on employee number: vacation
      * and sick leave balances in days. Regular runs accrue credits
      * by status (REGULAR accrues, PROBATIONARY and the rest do
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-TRN-FILE-STATUS.

      * Holiday calendar maintained by HR, one record per declared
      * holiday with its type, so holiday hours on a period
      * transaction are priced at the premium for that kind of day.
      * Absent entirely, no holiday hours can be paid.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

      * RETRO mode output: one adjustment transaction per employee
      * whose recomputed statutory lines differ from what the paid
      * period withheld, in the period-transaction layout so the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

      * Pay groups and how often each is paid. A run covers one
      * group, named on the command line, and takes its divisors and
      * withholding table from that group's frequency; the blank
      * group is the semi-monthly payroll and needs no record here.
           SELECT PAY-GROUP-FILE ASSIGN TO "PAYGROUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-GROUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Indexed master file (RECORD KEY IS MST-EMP-NUMBER) so HR lookups
      * are company-level payables), and the debit or credit amount.
      * The file as a whole always foots debit = credit because the
      * credits are exactly the run totals the debits decompose into.
      * Every line carries the run's pay group, so accounting can
      * tell one group's entry from another's.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-RECORD.
           02  GLJ-DEPARTMENT         PIC X(8).
           02  GLJ-DEBIT              PIC 9(9)V99.
           02  GLJ-CREDIT             PIC 9(9)V99.
           02  GLJ-PAY-GROUP          PIC X(8).

       FD  BONUS-BANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BANKREC REPLACING LEADING ==BANK-== BY ==B13-==.

       FD  BONUS-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BONUS-CONTROL-RECORD   PIC X(80).

      * Year-to-date carry-forward master, keyed on EMP-NUMBER, so BIR
      * annual filing figures survive across pay periods instead of
      * resetting every run. Layout shared with AnnualAlphalist via
           02  LOAN-AMORTIZATION      PIC 9(6)V99.
           02  LOAN-BALANCE           PIC 9(7)V99.

       FD  LOAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANHIST.

       FD  LEAVE-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-LEDGER-RECORD.
           02  CKPT-DEPT-ENTRY OCCURS 50 TIMES.
               03  CKPT-DEPT-CODE     PIC X(8).
               03  CKPT-DEPT-SALARY   PIC 9(9)V99.
           02  CKPT-TAX-REFUND-TOTAL  PIC 9(9)V99.
           02  CKPT-PAY-GROUP         PIC X(8).

      * One bracket per record: the date (YYYYMMDD) the bracket took
      * effect, a salary range, and the employee-share and
      * run, so a December rerun after January's rates are loaded
      * still computes with December's brackets. Only the employee
      * share is deducted here; the employer share rides along for
      * StatRemit's monthly remittance schedules and the SIMULATE
      * budget projection.
       FD  SSS-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SSS-TABLE-RECORD.
      * One dated version per record: employee-share premium rate
      * applied to basic salary, with the salary floor and ceiling
      * the premium is computed against, plus the employer-share rate
      * used only by StatRemit and the SIMULATE projection. The
      * version with the latest effective date not after the period
      * end wins.
       FD  PHILHEALTH-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PHILHEALTH-RATE-RECORD.

      * One dated version per record: employee-share rate applied to
      * basic salary, capped at the maximum monthly contribution,
      * plus the employer-share rate and cap used only by StatRemit
      * and the SIMULATE projection. The version with the latest
      * effective date not after the period end wins.
       FD  PAGIBIG-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGIBIG-RATE-RECORD.
           02  PAG-IN-ER-RATE         PIC 9V9999.
           02  PAG-IN-MAX-ER-SHARE    PIC 9(5)V99.

      * One withholding bracket per record, dated like the SSS
      * table and in ascending order of BIR-IN-BRACKET-LOW within
      * each version: tax is the base amount plus the rate applied
      * to the excess of taxable pay over the bracket floor.
      * BIR-IN-FREQUENCY names the table the bracket belongs to
      * (WEEKLY, SEMI-MONTHLY or MONTHLY); spaces are the
      * semi-monthly table, which was the only one before pay
      * groups. The loader keeps only the run's frequency.
       FD  BIR-TAX-FILE
           LABEL RECORDS ARE STANDARD.
       01  BIR-TAX-RECORD.
           02  BIR-IN-BRACKET-LOW     PIC 9(7)V99.
           02  BIR-IN-BASE-TAX        PIC 9(6)V99.
           02  BIR-IN-RATE            PIC 9V9999.
           02  BIR-IN-FREQUENCY       PIC X(12).

       FD  RETRO-ADJUSTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           02  RADJ-ABSENT-DAYS       PIC 9(2)V9.
           02  RADJ-ALLOWANCE         PIC 9(6)V99.
           02  RADJ-OTHER-DEDUCTION   PIC 9(6)V99.
           02  RADJ-TAX-REFUND        PIC 9(6)V99.
           02  RADJ-TAX-COLLECT       PIC 9(6)V99.
           02  RADJ-HOLIDAY-DATE      PIC X(10).
           02  RADJ-HOLIDAY-HOURS     PIC 9(3)V99.
           02  RADJ-HOLIDAY-REST-DAY  PIC X(1).
           02  RADJ-REST-DAY-HOURS    PIC 9(3)V99.
           02  RADJ-NIGHT-DIFF-HOURS  PIC 9(3)V99.

      * CAL-IN-PAY-GROUP is the group the entry belongs to; spaces
      * for the semi-monthly group and for the company-wide
      * 13TH-MONTH entries.
       FD  PAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-CALENDAR-RECORD.
           02  CAL-IN-PERIOD-START    PIC X(10).
           02  CAL-IN-PERIOD-END      PIC X(10).
           02  CAL-IN-STATUS          PIC X(6).
           02  CAL-IN-PAY-GROUP       PIC X(8).

       FD  PERIOD-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           02  PER-ABSENT-DAYS        PIC 9(2)V9.
           02  PER-ALLOWANCE          PIC 9(6)V99.
           02  PER-OTHER-DEDUCTION    PIC 9(6)V99.
      * Year-end tax adjustment queued by TaxAnnualize for the last
      * December period: over-withheld tax paid back through net pay,
      * or under-withheld tax collected as additional withholding.
      * Neither is compensation, so neither touches gross pay.
           02  PER-TAX-REFUND         PIC 9(6)V99.
           02  PER-TAX-COLLECT        PIC 9(6)V99.
      * Extra time beyond plain overtime, each priced at its own
      * Labor Code premium. Holiday hours are for the one holiday
      * named in PER-HOLIDAY-DATE (a second holiday in the period is
      * keyed as a second transaction); PER-HOLIDAY-REST-DAY is "Y"
      * when that holiday fell on the employee's rest day.
           02  PER-HOLIDAY-DATE       PIC X(10).
           02  PER-HOLIDAY-HOURS      PIC 9(3)V99.
           02  PER-HOLIDAY-REST-DAY   PIC X(1).
           02  PER-REST-DAY-HOURS     PIC 9(3)V99.
           02  PER-NIGHT-DIFF-HOURS   PIC 9(3)V99.

      * One declared holiday: the date (MM/DD/YYYY), REGULAR for a
      * regular holiday or SPECIAL for a special non-working day, and
      * its name for the calendar listing.
       FD  HOLIDAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-CALENDAR-RECORD.
           02  HOL-IN-DATE            PIC X(10).
           02  HOL-IN-TYPE            PIC X(7).
           02  HOL-IN-NAME            PIC X(30).

       FD  PAY-GROUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYGRP.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS   PIC XX VALUE "00".
               03  WS-SSS-RANGE-LOW   PIC 9(6)V99.
               03  WS-SSS-RANGE-HIGH  PIC 9(6)V99.
               03  WS-SSS-EE-SHARE    PIC 9(5)V99.
               03  WS-SSS-ER-SHARE    PIC 9(5)V99.
       01  WS-SSS-SUB                PIC 9(3).
      * Effective-date selection: each loader keeps the table version
      * with the latest effective date that is not after the period
       01  WS-PHILHEALTH-FLOOR       PIC 9(6)V99 VALUE ZERO.
       01  WS-PHILHEALTH-CEILING     PIC 9(6)V99 VALUE ZERO.
       01  WS-PHILHEALTH-BASE        PIC 9(6)V99.
       01  WS-PHILHEALTH-ER-RATE     PIC 9V9999 VALUE ZERO.

       01  WS-PAGIBIG-EE-RATE        PIC 9V9999 VALUE ZERO.
       01  WS-PAGIBIG-MAX-SHARE      PIC 9(5)V99 VALUE ZERO.
       01  WS-PAGIBIG-ER-RATE        PIC 9V9999 VALUE ZERO.
       01  WS-PAGIBIG-MAX-ER-SHARE   PIC 9(5)V99 VALUE ZERO.

       01  WS-BIR-TABLE.
           02  WS-BIR-BRACKET-COUNT  PIC 9(3) VALUE ZERO.
               03  WS-CAL-STATUS       PIC X(6).
                   88  WS-CAL-OPEN     VALUE "OPEN".
                   88  WS-CAL-CLOSED   VALUE "CLOSED".
               03  WS-CAL-PAY-GROUP    PIC X(8).
       01  WS-CAL-SUB                PIC 9(3).
       01  WS-CAL-MATCH-SUB          PIC 9(3) VALUE ZERO.

               03  WS-PER-TRN-ABSENT-DAYS PIC 9(2)V9.
               03  WS-PER-TRN-ALLOWANCE   PIC 9(6)V99.
               03  WS-PER-TRN-OTHER-DED   PIC 9(6)V99.
               03  WS-PER-TRN-TAX-REFUND  PIC 9(6)V99.
               03  WS-PER-TRN-TAX-COLLECT PIC 9(6)V99.
               03  WS-PER-TRN-HOLIDAY-DATE   PIC X(10).
               03  WS-PER-TRN-HOLIDAY-HOURS  PIC 9(3)V99.
               03  WS-PER-TRN-HOLIDAY-REST   PIC X(1).
                   88  PER-TRN-HOLIDAY-ON-REST-DAY VALUE "Y".
               03  WS-PER-TRN-REST-DAY-HOURS PIC 9(3)V99.
               03  WS-PER-TRN-NIGHT-HOURS    PIC 9(3)V99.
               03  WS-PER-TRN-MATCHED-SW  PIC X.
                   88  PER-TRN-MATCHED    VALUE "Y".
       01  WS-PER-TRN-SUB            PIC 9(4).

      * Period factors: pay divisors for converting basic salary to
      * daily and hourly rates, and the overtime premium applied on
      * top of the hourly rate. The values below are the
      * semi-monthly ones; 1040-SET-FREQUENCY-FACTORS replaces them
      * with the run's pay group frequency (5 days and 52 periods a
      * year weekly, 22 days and 12 periods monthly).
       01  WS-WORK-DAYS-PER-PERIOD   PIC 9(2) VALUE 11.
       01  WS-HOURS-PER-DAY          PIC 9(2) VALUE 8.
       01  WS-PERIODS-PER-YEAR       PIC 9(2) VALUE 24.
       01  WS-OT-PREMIUM-RATE        PIC 9V99 VALUE 1.25.

       01  WS-PAY-GROUP-FILE-STATUS  PIC XX VALUE "00".
      * The pay group this run covers, the fifth PARM (spaces = the
      * semi-monthly group), and its frequency from PAYGROUP.DAT.
       01  WS-PAY-GROUP              PIC X(8) VALUE SPACES.
       01  WS-PAY-FREQUENCY          PIC X(12) VALUE "SEMI-MONTHLY".
           88  PAY-FREQUENCY-WEEKLY  VALUE "WEEKLY".
           88  PAY-FREQUENCY-MONTHLY VALUE "MONTHLY".
      * Every group on PAYGROUP.DAT, so the 13TH-MONTH run can find
      * each employee's own frequency.
       01  WS-PAY-GROUP-TABLE.
           02  WS-PGR-COUNT          PIC 9(3) VALUE ZERO.
           02  WS-PGR-ENTRY OCCURS 50 TIMES.
               03  WS-PGR-CODE       PIC X(8).
               03  WS-PGR-FREQUENCY  PIC X(12).
       01  WS-PGR-SUB                PIC 9(3).
       01  WS-PGR-LOOKUP-CODE        PIC X(8).
       01  WS-PGR-FOUND-SW           PIC X.
           88  PAY-GROUP-FOUND       VALUE "Y".
       01  WS-BIR-FREQUENCY          PIC X(12).
      * Statutory contributions are monthly amounts rated on the
      * monthly equivalent of the basic salary; each period of the
      * month takes an equal share and the last period of the month
      * takes what is left, so the month is never charged twice and
      * never short by a rounding centavo. WS-MONTH-PERIOD is which
      * period of the month this run is (by its period end date) and
      * WS-MONTH-PERIODS how many periods of the group end in that
      * month: 1 of 1 monthly, 1 or 2 of 2 semi-monthly, and 1 to 5
      * of 4 or 5 weekly.
       01  WS-MONTH-PERIOD           PIC 9(1) VALUE 1.
       01  WS-MONTH-PERIODS          PIC 9(1) VALUE 2.
       01  WS-MONTH-END-DAY          PIC 9(2).
       01  WS-MONTH-DAYS             PIC 9(2).
       01  WS-MONTH-NUMBER           PIC 9(2).
       01  WS-MONTH-YEAR             PIC 9(4).
       01  WS-MONTH-QUOTIENT         PIC 9(4).
       01  WS-MONTH-REM-4            PIC 9(4).
       01  WS-MONTH-REM-100          PIC 9(4).
       01  WS-MONTH-REM-400          PIC 9(4).
       01  WS-MONTHLY-BASIC          PIC 9(7)V99.
       01  WS-MONTHLY-SHARE          PIC 9(6)V99.
       01  WS-PERIOD-SHARE           PIC 9(6)V99.
      * Labor Code rates for the first eight hours worked, as a
      * multiple of the hourly rate. The divisor above counts every
      * scheduled workday, holidays included, so basic salary already
      * carries the 100% for a holiday that falls on a workday and
      * only the excess over 1.00 is added for it; rest days are not
      * in the divisor, so work on one is paid at the full rate.
      * Night differential is 10% of the hourly rate on top of
      * whatever the hour is otherwise paid.
       01  WS-REG-HOLIDAY-RATE       PIC 9V99 VALUE 2.00.
       01  WS-SPC-HOLIDAY-RATE       PIC 9V99 VALUE 1.30.
       01  WS-REG-HOLIDAY-REST-RATE  PIC 9V99 VALUE 2.60.
       01  WS-SPC-HOLIDAY-REST-RATE  PIC 9V99 VALUE 1.50.
       01  WS-REST-DAY-RATE          PIC 9V99 VALUE 1.30.
       01  WS-NIGHT-DIFF-RATE        PIC 9V99 VALUE 0.10.
       01  WS-PREMIUM-FACTOR         PIC 9V99.

       01  WS-HOLIDAY-FILE-STATUS    PIC XX VALUE "00".
      * The declared holidays that fall inside this run's period,
      * loaded by 1350-LOAD-HOLIDAY-CALENDAR.
       01  WS-HOLIDAY-TABLE.
           02  WS-HOL-COUNT          PIC 9(3) VALUE ZERO.
           02  WS-HOL-ENTRY OCCURS 31 TIMES.
               03  WS-HOL-DATE       PIC X(10).
               03  WS-HOL-TYPE       PIC X(7).
                   88  WS-HOL-REGULAR  VALUE "REGULAR".
                   88  WS-HOL-SPECIAL  VALUE "SPECIAL".
       01  WS-HOL-SUB                PIC 9(3).
       01  WS-HOL-FOUND-SUB          PIC 9(3).
       01  WS-HOL-START-KEY          PIC X(8).
       01  WS-HOL-DATE-KEY           PIC X(8).
       01  WS-HOLIDAY-CHECK-SW       PIC X VALUE "N".
           88  HOLIDAY-NOT-ON-CALENDAR VALUE "Y".

       01  WS-CONTROL-FILE-STATUS    PIC XX VALUE "00".
      * Run-balancing counters and hash totals; every count of a
      * processed employee should agree with every other, and the
           02  CONTROL-PERIOD-START-OUT PIC X(10).
           02  FILLER PIC X(4) VALUE " TO ".
           02  CONTROL-PERIOD-END-OUT PIC X(10).
           02  FILLER PIC X(13) VALUE "  PAY GROUP: ".
           02  CONTROL-PAY-GROUP-OUT PIC X(8).
       01  CONTROL-DETAIL-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  CONTROL-LABEL-OUT PIC X(30).
       01  WS-DEPT-FOUND-SUB         PIC 9(3).
       01  WS-LOAN-GRAND-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-OTHER-DED-GRAND-TOTAL  PIC 9(9)V99 VALUE ZERO.
      * Year-end tax refunds paid through net pay: a debit back to
      * withholding tax payable, since the refund comes out of tax
      * already withheld and not yet remitted.
       01  WS-TAX-REFUND-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-ACCOUNT-CODE        PIC X(6).
       01  WS-GL-CREDIT-AMOUNT       PIC 9(9)V99.

       01  WS-LOAN-FILE-STATUS       PIC XX VALUE "00".
       01  WS-LOAN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-LOAN-HISTORY-TYPE      PIC X(11).
       01  WS-LOAN-POST-DATE         PIC X(8).
       01  WS-LOAN-POST-TIME         PIC X(8).
       01  WS-LOAN-DED-TOTAL         PIC 9(7)V99.
       01  WS-LOAN-INSTALLMENT       PIC 9(7)V99.
       01  WS-REMAINING-PAY          PIC 9(7)V99.
       01  WS-LEAVE-FILE-STATUS      PIC XX VALUE "00".
      * Accrual per regular run for REGULAR employees: 15 vacation
      * and 15 sick days a year over 24 semi-monthly periods is 0.63
      * of a day each, rounded up so a full year never accrues short
      * (0.29 over 52 weekly periods, 1.25 over 12 monthly ones, set
      * by 1040-SET-FREQUENCY-FACTORS).
       01  WS-VL-ACCRUAL-PER-RUN     PIC 9V99 VALUE 0.63.
       01  WS-SL-ACCRUAL-PER-RUN     PIC 9V99 VALUE 0.63.
       01  WS-TRN-ABSENT-DAYS-TOT    PIC 9(3)V9.
       01  WS-LEAVE-CONVERT-PAY      PIC 9(6)V99.
       01  WS-LEAVE-FOUND-SW         PIC X.
           88  LEAVE-RECORD-FOUND    VALUE "Y".
       01  WS-YTD-FOUND-SW           PIC X.
           88  YTD-RECORD-FOUND      VALUE "Y".

       01  WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
       01  WS-VARIANCE-FILE-STATUS   PIC XX VALUE "00".

       01  WS-DAILY-RATE             PIC 9(5)V99.
       01  WS-HOURLY-RATE            PIC 9(4)V99.
      * Basic salary actually earned in the period: the full
      * EMP-BASIC-SALARY, or -- for the period an employee joins or
      * leaves in -- the share of it for the calendar days from the
      * hire date (or period start) through the separation date (or
      * period end), both inclusive. The daily and hourly rates
      * above stay on the full salary; only the basic pay shrinks.
       01  WS-PERIOD-BASIC           PIC 9(6)V99.
       01  WS-DAYS-IN-PERIOD         PIC 9(3).
       01  WS-DAYS-EMPLOYED          PIC 9(3).
       01  WS-DAYS-EMPLOYED-OUT      PIC ZZ9.
       01  WS-EMPLOYED-FROM-KEY      PIC X(8).
       01  WS-EMPLOYED-TO-KEY        PIC X(8).
       01  WS-PRORATE-START-KEY      PIC X(8).
       01  WS-PRORATE-END-KEY        PIC X(8).
       01  WS-EMPLOYMENT-DATE-KEY    PIC X(8).
       01  WS-FROM-DAY-NUMBER        PIC 9(7).
       01  WS-TO-DAY-NUMBER          PIC 9(7).
       01  WS-PRORATE-SW             PIC X VALUE "N".
           88  BASIC-IS-PRORATED     VALUE "Y".
           88  NOT-EMPLOYED-IN-PERIOD VALUE "X".
      * Day number of a YYYYMMDD date (days since 01/01/0001), so two
      * dates can be subtracted: 365 a year, plus the leap days of
      * the years before, plus the days of the months before in the
      * year, plus the day of the month.
       01  WS-DAYNUM-DATE-KEY        PIC X(8).
       01  WS-DAYNUM-YEAR            PIC 9(4).
       01  WS-DAYNUM-MONTH           PIC 9(2).
       01  WS-DAYNUM-DAY             PIC 9(2).
       01  WS-DAYNUM-PRIOR-YEARS     PIC 9(4).
       01  WS-DAYNUM-BY-4            PIC 9(4).
       01  WS-DAYNUM-BY-100          PIC 9(4).
       01  WS-DAYNUM-BY-400          PIC 9(4).
       01  WS-DAYNUM-QUOTIENT        PIC 9(4).
       01  WS-DAYNUM-REM-4           PIC 9(4).
       01  WS-DAYNUM-REM-100         PIC 9(4).
       01  WS-DAYNUM-REM-400         PIC 9(4).
       01  WS-DAYNUM-MONTH-DAYS      PIC 9(3).
       01  WS-DAY-NUMBER             PIC 9(7).
       01  WS-TRN-OT-PAY             PIC 9(6)V99.
       01  WS-TRN-ABSENCE-DED        PIC 9(6)V99.
       01  WS-TRN-ALLOWANCE          PIC 9(6)V99.
       01  WS-TRN-OTHER-DED          PIC 9(6)V99.
       01  WS-TRN-TAX-REFUND         PIC 9(6)V99.
       01  WS-TRN-TAX-COLLECT        PIC 9(6)V99.
       01  WS-TRN-HOLIDAY-PAY        PIC 9(6)V99.
       01  WS-TRN-REST-DAY-PAY       PIC 9(6)V99.
       01  WS-TRN-NIGHT-DIFF-PAY     PIC 9(6)V99.
       01  WS-GROSS-PAY              PIC 9(7)V99.

       01  WS-RESTART-ANSWER         PIC X VALUE "N".
       01  WS-PAYSLIP-FILE-STATUS    PIC XX VALUE "00".
       01  WS-PAYSLIP-FILENAME       PIC X(30) VALUE SPACES.
       01  WS-REPORT-PREFIX          PIC X(8) VALUE SPACES.
       01  WS-FILENAME-GROUP         PIC X(9) VALUE SPACES.
      * Run parameters, mirroring the JCL PARM idiom: the pay period
      * this run covers, and an optional restart flag so a driver
      * script can resume a failed run without the interactive prompt
      * default), the December 13TH-MONTH benefit run, or a FINAL-PAY
      * run for resigned employees. The two special modes read the
      * masters but never post YTD, write checkpoints, or touch the
      * regular period's files. SIMULATE is the budget projection,
      * which writes nothing but its own report.
       01  WS-RUN-MODE               PIC X(10) VALUE SPACES.
           88  RUN-MODE-REGULAR      VALUE "REGULAR" SPACES.
           88  RUN-MODE-13TH         VALUE "13TH-MONTH".
           88  RUN-MODE-FINAL        VALUE "FINAL-PAY".
           88  RUN-MODE-RETRO        VALUE "RETRO".
           88  RUN-MODE-SIMULATE     VALUE "SIMULATE".
       01  WS-BONUS-BANK-FILE-STATUS PIC XX VALUE "00".
       01  WS-BONUS-CONTROL-FILE-STATUS PIC XX VALUE "00".
       01  WS-END-OF-SCAN-SW         PIC X VALUE "N".
           88  END-OF-SCAN           VALUE "Y".
      * One-twelfth of a YTD-SALARY that can reach 9(8)V99, so these
       01  WS-13TH-AMOUNT            PIC 9(7)V99.
       01  WS-13TH-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-13TH-TOTAL             PIC 9(8)V99 VALUE ZERO.
      * Every YTD record read gets a register line and either a
      * benefit, by bank or by check, or nothing because its 13th
      * month was already paid in full; these foot the routes back
      * to it.
       01  WS-13TH-READ-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-13TH-GRAND-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-13TH-SETTLED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-FINAL-13TH             PIC 9(7)V99.
       01  WS-FINAL-GROSS            PIC 9(7)V99.
       01  WS-FINAL-NET              PIC 9(7)V99.
       01  WS-FINAL-COUNT            PIC 9(6) VALUE ZERO.
      * Months of service in the calendar year for the 13th month:
      * a month counts when the employee was on the payroll for at
      * least half of it -- hired on or before the 15th, separated
      * on or after the 15th -- and every month in between counts in
      * full.
       01  WS-SERVICE-FROM-DATE      PIC X(10).
       01  WS-SERVICE-TO-DATE        PIC X(10).
       01  WS-SERVICE-FROM-KEY       PIC X(8).
       01  WS-SERVICE-TO-KEY         PIC X(8).
       01  WS-SERVICE-MONTHS         PIC S9(3).
       01  WS-SERVICE-FROM-MONTH     PIC 9(2).
       01  WS-SERVICE-TO-MONTH       PIC 9(2).
       01  WS-SERVICE-FROM-YEAR      PIC 9(4).
       01  WS-SERVICE-TO-YEAR        PIC 9(4).

       01  WS-PREV-STATUS            PIC X(12) VALUE SPACES.

           02  FILLER PIC X(2) VALUE SPACES.
           02  RETRO-DIFF-OUT PIC -ZZZ,ZZZ.99.

      * SIMULATE mode: next year's payroll cost projected from the
      * master without posting anything. The run parameters name a
      * pay period of the year being projected (its end date picks
      * the dated rate tables, as in every other mode), then after
      * the pay group a what-if increase percentage and the
      * ALL/STATUS/DEPARTMENT limit it applies to, like SalaryAdjust.
       01  WS-SIM-INCREASE-PCT       PIC 9(3)V99 VALUE ZERO.
       01  WS-SIM-LIMIT-BY           PIC X(10) VALUE SPACES.
           88  SIM-LIMIT-TO-ALL      VALUE "ALL".
           88  SIM-LIMIT-TO-STATUS   VALUE "STATUS".
           88  SIM-LIMIT-TO-DEPARTMENT VALUE "DEPARTMENT".
       01  WS-SIM-LIMIT-VALUE        PIC X(12) VALUE SPACES.
      * The current figures are today's salaries on the rates in
      * force today; the projected ones are the raised salaries on
      * the rates in force at the projection period's end.
       01  WS-SIM-CURRENT-KEY        PIC X(8).
       01  WS-SIM-CURRENT-DATE       PIC X(10).
       01  WS-SIM-PROJECTION-KEY     PIC X(8).
       01  WS-SIM-MONTH-PERIOD       PIC 9(1).
       01  WS-SIM-MONTH-PERIODS      PIC 9(1).
       01  WS-SIM-COL                PIC 9(1).
       01  WS-SIM-EMP-COUNT          PIC 9(6) VALUE ZERO.
      * One employee's year: the withholding comes from a period in
      * its real place in the month, the contributions from a whole
      * month, so that twelve months of them are exact whatever the
      * pay frequency.
       01  WS-SIM-PERIOD-WTAX        PIC 9(6)V99.
       01  WS-SIM-MONTH-EE           PIC 9(6)V99.
       01  WS-SIM-MONTH-ER           PIC 9(6)V99.
       01  WS-SIM-ER-SSS             PIC 9(5)V99.
       01  WS-SIM-ER-PHL             PIC 9(6)V99.
       01  WS-SIM-ER-PAG             PIC 9(5)V99.
       01  WS-SIM-ANNUAL-GROSS       PIC 9(9)V99.
       01  WS-SIM-ANNUAL-EE          PIC 9(9)V99.
       01  WS-SIM-ANNUAL-ER          PIC 9(9)V99.
       01  WS-SIM-ANNUAL-WTAX        PIC 9(9)V99.
       01  WS-SIM-ANNUAL-13TH        PIC 9(9)V99.
      * Annual figures per department and status, column 1 current
      * and column 2 projected. The employees arrive sorted by
      * department and status, so the entries are built in report
      * order.
       01  WS-SIM-TABLE.
           02  WS-SIM-COUNT          PIC 9(3) VALUE ZERO.
           02  WS-SIM-ENTRY OCCURS 200 TIMES.
               03  WS-SIM-DEPARTMENT  PIC X(8).
               03  WS-SIM-STATUS      PIC X(12).
               03  WS-SIM-FIGURES.
                   04  WS-SIM-COLUMN OCCURS 2 TIMES.
                       05  WS-SIM-HEADCOUNT  PIC 9(5).
                       05  WS-SIM-GROSS      PIC 9(9)V99.
                       05  WS-SIM-EE         PIC 9(9)V99.
                       05  WS-SIM-ER         PIC 9(9)V99.
                       05  WS-SIM-WTAX       PIC 9(9)V99.
                       05  WS-SIM-13TH       PIC 9(9)V99.
       01  WS-SIM-SUB                PIC 9(3).
       01  WS-SIM-FOUND-SUB          PIC 9(3).
      * The department and grand totals, and the figures of whichever
      * line is being printed, all in the layout of WS-SIM-FIGURES.
       01  WS-SIM-DEPT-TOTALS.
           02  WS-SIM-DEPT-COLUMN OCCURS 2 TIMES.
               03  WS-SIM-DEPT-HEADCOUNT PIC 9(5).
               03  WS-SIM-DEPT-GROSS     PIC 9(9)V99.
               03  WS-SIM-DEPT-EE        PIC 9(9)V99.
               03  WS-SIM-DEPT-ER        PIC 9(9)V99.
               03  WS-SIM-DEPT-WTAX      PIC 9(9)V99.
               03  WS-SIM-DEPT-13TH      PIC 9(9)V99.
       01  WS-SIM-GRAND-TOTALS.
           02  WS-SIM-GRAND-COLUMN OCCURS 2 TIMES.
               03  WS-SIM-GRAND-HEADCOUNT PIC 9(5).
               03  WS-SIM-GRAND-GROSS     PIC 9(9)V99.
               03  WS-SIM-GRAND-EE        PIC 9(9)V99.
               03  WS-SIM-GRAND-ER        PIC 9(9)V99.
               03  WS-SIM-GRAND-WTAX      PIC 9(9)V99.
               03  WS-SIM-GRAND-13TH      PIC 9(9)V99.
       01  WS-SIM-PRINT-FIGURES.
           02  WS-SIM-PRINT-COLUMN OCCURS 2 TIMES.
               03  WS-SIM-PRINT-HEADCOUNT PIC 9(5).
               03  WS-SIM-PRINT-GROSS     PIC 9(9)V99.
               03  WS-SIM-PRINT-EE        PIC 9(9)V99.
               03  WS-SIM-PRINT-ER        PIC 9(9)V99.
               03  WS-SIM-PRINT-WTAX      PIC 9(9)V99.
               03  WS-SIM-PRINT-13TH      PIC 9(9)V99.
       01  WS-SIM-PRINT-DEPARTMENT   PIC X(8).
       01  WS-SIM-PRINT-STATUS       PIC X(12).
       01  WS-SIM-COST               PIC S9(10)V99.
       01  WS-SIM-PROJECTED-COST     PIC S9(10)V99.

       01  SIM-TITLE-LINE.
           02  FILLER PIC X(30) VALUE SPACES.
           02  FILLER PIC X(25) VALUE "PAYROLL BUDGET PROJECTION".
       01  SIM-NOT-POSTED-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(50) VALUE
               "SIMULATION ONLY -- NOTHING HAS BEEN PAID OR POSTED".
       01  SIM-RATES-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(27) VALUE "CURRENT: SALARIES AND RATES".
           02  FILLER PIC X(14) VALUE " IN FORCE ON  ".
           02  SIM-CURRENT-DATE-OUT PIC X(10).
           02  FILLER PIC X(31) VALUE
               "   PROJECTED: RATES IN FORCE ON".
           02  FILLER PIC X(2) VALUE SPACES.
           02  SIM-PROJECTION-DATE-OUT PIC X(10).
       01  SIM-INCREASE-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(18) VALUE "WHAT-IF INCREASE: ".
           02  SIM-INCREASE-OUT PIC ZZ9.99.
           02  FILLER PIC X(11) VALUE " PERCENT   ".
           02  FILLER PIC X(7) VALUE "LIMIT: ".
           02  SIM-LIMIT-BY-OUT PIC X(10).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-LIMIT-VALUE-OUT PIC X(12).
       01  SIM-ANNUAL-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(30) VALUE "ANNUAL FIGURES: GROSS PAY AND ".
           02  FILLER PIC X(17) VALUE "WITHHOLDING OVER ".
           02  SIM-PERIODS-OUT PIC Z9.
           02  FILLER PIC X(32) VALUE
               " PERIODS, CONTRIBUTIONS OVER 12 ".
           02  FILLER PIC X(44) VALUE
               "MONTHS, 13TH MONTH AT ONE-TWELFTH OF GROSS".
       01  SIM-HEADING-LINE.
           02  FILLER PIC X(4) VALUE "DEPT".
           02  FILLER PIC X(5) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "STATUS".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "HEAD".
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "BASIS".
           02  FILLER PIC X(7) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "GROSS PAY".
           02  FILLER PIC X(6) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "EE CONTRIB".
           02  FILLER PIC X(6) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "ER CONTRIB".
           02  FILLER PIC X(5) VALUE SPACES.
           02  FILLER PIC X(11) VALUE "WITHHOLDING".
           02  FILLER PIC X(6) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "13TH MONTH".
           02  FILLER PIC X(6) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "TOTAL COST".
      * Three lines per department and status (CURRENT, PROJECTED and
      * the CHANGE between them), the department and status printed
      * on the first only. Total cost to the company is gross pay
      * plus the employer contributions plus the 13th month;
      * withholding is shown but is the employee's, not a cost.
       01  SIM-DETAIL-LINE.
           02  SIM-DEPARTMENT-OUT PIC X(8).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-STATUS-OUT PIC X(12).
           02  SIM-HEADCOUNT-OUT PIC ZZZZ9 BLANK WHEN ZERO.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-BASIS-OUT PIC X(9).
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-GROSS-OUT PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-EE-OUT PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-ER-OUT PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-WTAX-OUT PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-13TH-OUT PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER PIC X(1) VALUE SPACES.
           02  SIM-COST-OUT PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RECORD-VALID-SW        PIC X VALUE "Y".
           88  RECORD-IS-VALID       VALUE "Y".
           88  RECORD-IS-INVALID     VALUE "N".
           02  PERIOD-START-OUT PIC X(10).
           02  FILLER PIC X(4) VALUE " TO ".
           02  PERIOD-END-OUT PIC X(10).
       01  HEADING-PAY-GROUP.
           02  FILLER PIC X(30) VALUE SPACES.
           02  FILLER PIC X(12) VALUE "PAY GROUP:  ".
           02  HEADING-PAY-GROUP-OUT PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  HEADING-FREQUENCY-OUT PIC X(12).
       01  HEADING-3.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "EMPLOYEE".
           02  FILLER PIC X(27) VALUE "LOAN AMORTIZATION DEDUCTED:".
           02  FILLER PIC X(2) VALUE SPACES.
           02  LOAN-DED-OUT PIC ZZZ,ZZZ.99.
      * Same idea for the year-end tax adjustment: the WITHHELD
      * column already includes any tax collected, and NET PAY any
      * refund paid, so this line says how much of each was the
      * year-end adjustment.
       01  PRINTING-TAX-ADJ-LINE.
           02  FILLER PIC X(14) VALUE SPACES.
           02  TAX-ADJ-LABEL-OUT PIC X(27).
           02  FILLER PIC X(2) VALUE SPACES.
           02  TAX-ADJ-OUT PIC ZZZ,ZZZ.99.
      * And for the extra time inside the GROSS column: one line per
      * kind of premium, so overtime, holiday, rest-day and night
      * work no longer hide in the allowance.
       01  PRINTING-PAY-DETAIL-LINE.
           02  FILLER PIC X(14) VALUE SPACES.
           02  PAY-DETAIL-LABEL-OUT PIC X(27).
           02  FILLER PIC X(2) VALUE SPACES.
           02  PAY-DETAIL-OUT PIC ZZZ,ZZZ.99.

       01  EXCEPTION-HEADING.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(5) VALUE " DAYS".

      * 13TH-MONTH mode register layout: one line per employee with
      * the benefit (one-twelfth of a year's basic salary, prorated
      * by the months of service) and the months it was paid on,
      * plus its own column headings and totals line.
       01  BONUS-TITLE-LINE.
           02  FILLER PIC X(30) VALUE SPACES.
           02  FILLER PIC X(23) VALUE "13TH MONTH PAY REGISTER".
           02  FILLER PIC X(6) VALUE "STATUS".
           02  FILLER PIC X(8) VALUE SPACES.
           02  FILLER PIC X(14) VALUE "13TH MONTH PAY".
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "MONTHS".
       01  BONUS-DETAIL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  BONUS-NUMBER-OUT PIC X(10).
           02  BONUS-STATUS-OUT PIC X(12).
           02  FILLER PIC X(4) VALUE SPACES.
           02  BONUS-AMOUNT-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(5) VALUE SPACES.
           02  BONUS-MONTHS-OUT PIC Z9.
      * Two total lines so the register foots against the details:
      * the bank line carries what the trailer on BANK13TH.DAT
      * claims, the check line carries what went to the check
       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1010-GET-RUN-PARAMETERS
           PERFORM 1030-SET-RUN-PAY-GROUP
      * RETRO is exempt from the calendar gate on purpose: the period
      * it names is already paid and CLOSED, the mode disburses
      * nothing itself, and its adjustments flow into the next
      * regular period's transactions -- which that period's own
      * calendar-gated run controls.
      * SIMULATE is exempt too: it pays nothing, so it needs no
      * calendar entry, and the year it projects has none yet.
           IF NOT RUN-MODE-RETRO AND NOT RUN-MODE-SIMULATE
               PERFORM 1020-VALIDATE-PAY-CALENDAR
           END-IF
           EVALUATE TRUE
               WHEN RUN-MODE-SIMULATE
                   PERFORM 4000-RUN-SIMULATION
               WHEN RUN-MODE-RETRO
                   PERFORM 7000-RUN-RETRO-RECALC
               WHEN RUN-MODE-13TH
           PERFORM 1050-BUILD-REPORT-FILENAME
           PERFORM 1200-LOAD-RATE-TABLES
           PERFORM 1300-LOAD-PERIOD-TRANSACTIONS
           PERFORM 1350-LOAD-HOLIDAY-CALENDAR
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMP-STATUS SW-EMP-NUMBER
               USING EMPLOYEE-FILE
                   WS-LOAN-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM 1060-OPEN-LOAN-HISTORY
           OPEN I-O LEAVE-LEDGER-FILE
           IF WS-LEAVE-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-LEDGER-FILE
               ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
           ELSE
               IF WS-ARGUMENT-COUNT = ZERO
                   DISPLAY "RUN MODE (REGULAR/13TH-MONTH/FINAL-PAY/"
                       "SIMULATE): "
                   ACCEPT WS-RUN-MODE
               ELSE
                   MOVE "REGULAR" TO WS-RUN-MODE
                       "(MM/DD/YYYY): "
                   ACCEPT WS-ADJUST-PERIOD-END
               END-IF
           END-IF
      * The pay group follows the mode's other parameters (fifth,
      * or seventh after RETRO's adjustment dates), so scripts
      * written before pay groups still run the semi-monthly group.
      * The 13TH-MONTH run pays every group at once and takes none.
           IF RUN-MODE-RETRO
               IF WS-ARGUMENT-COUNT >= 7
                   DISPLAY 7 UPON ARGUMENT-NUMBER
                   ACCEPT WS-PAY-GROUP FROM ARGUMENT-VALUE
               END-IF
           ELSE
               IF WS-ARGUMENT-COUNT >= 5
                   DISPLAY 5 UPON ARGUMENT-NUMBER
                   ACCEPT WS-PAY-GROUP FROM ARGUMENT-VALUE
               END-IF
           END-IF
           IF WS-ARGUMENT-COUNT = ZERO AND NOT RUN-MODE-13TH
               DISPLAY "PAY GROUP (BLANK FOR SEMI-MONTHLY): "
               ACCEPT WS-PAY-GROUP
           END-IF
           IF RUN-MODE-SIMULATE
               PERFORM 1015-GET-SIMULATION-PARAMETERS
           END-IF.

      * SIMULATE's what-if increase follows the pay group: the
      * percentage (blank or zero for none), then the limit and its
      * value. The dates are edited here, before 1030 places the
      * projection period in its month, since no calendar entry
      * vouches for them.
       1015-GET-SIMULATION-PARAMETERS.
           IF WS-ARGUMENT-COUNT >= 6
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT WS-SIM-INCREASE-PCT FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGUMENT-COUNT >= 7
               DISPLAY 7 UPON ARGUMENT-NUMBER
               ACCEPT WS-SIM-LIMIT-BY FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGUMENT-COUNT >= 8
               DISPLAY 8 UPON ARGUMENT-NUMBER
               ACCEPT WS-SIM-LIMIT-VALUE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGUMENT-COUNT = ZERO
               DISPLAY "WHAT-IF INCREASE PERCENT (0 FOR NONE): "
               ACCEPT WS-SIM-INCREASE-PCT
               DISPLAY "LIMIT TO (ALL/STATUS/DEPARTMENT): "
               ACCEPT WS-SIM-LIMIT-BY
               IF WS-SIM-LIMIT-BY NOT = SPACES
                       AND NOT SIM-LIMIT-TO-ALL
                   DISPLAY "ENTER " WS-SIM-LIMIT-BY " TO LIMIT TO: "
                   ACCEPT WS-SIM-LIMIT-VALUE
               END-IF
           END-IF
           IF WS-SIM-LIMIT-BY = SPACES
               MOVE "ALL" TO WS-SIM-LIMIT-BY
           END-IF
           IF SIM-LIMIT-TO-ALL
               MOVE SPACES TO WS-SIM-LIMIT-VALUE
           END-IF
           IF NOT (SIM-LIMIT-TO-ALL OR SIM-LIMIT-TO-STATUS
                   OR SIM-LIMIT-TO-DEPARTMENT)
               DISPLAY "UNKNOWN LIMIT: " WS-SIM-LIMIT-BY
                   ", RUN ABORTED"
               STOP RUN
           END-IF
           IF SIM-LIMIT-TO-STATUS
                   AND WS-SIM-LIMIT-VALUE NOT = "REGULAR"
                   AND WS-SIM-LIMIT-VALUE NOT = "CASUAL"
                   AND WS-SIM-LIMIT-VALUE NOT = "PROBATIONARY"
               DISPLAY "STATUS " WS-SIM-LIMIT-VALUE " CANNOT BE "
                   "PROJECTED, EXPECTED REGULAR, CASUAL OR PROBATIONARY"
               STOP RUN
           END-IF
           IF SIM-LIMIT-TO-DEPARTMENT AND WS-SIM-LIMIT-VALUE = SPACES
               DISPLAY "NO DEPARTMENT GIVEN FOR THE LIMIT, RUN ABORTED"
               STOP RUN
           END-IF
           IF WS-SIM-INCREASE-PCT > 100
               DISPLAY "INCREASE OF " WS-SIM-INCREASE-PCT
                   " PERCENT IS NOT CREDIBLE, RUN ABORTED"
               STOP RUN
           END-IF
           IF RESTART-REQUESTED
               DISPLAY "A SIMULATE RUN KEEPS NO CHECKPOINT TO RESTART "
                   "FROM, RUN ABORTED"
               STOP RUN
           END-IF
           IF WS-PERIOD-START-DATE(1:2) IS NOT NUMERIC
                   OR WS-PERIOD-START-DATE(4:2) IS NOT NUMERIC
                   OR WS-PERIOD-START-DATE(7:4) IS NOT NUMERIC
                   OR WS-PERIOD-END-DATE(1:2) IS NOT NUMERIC
                   OR WS-PERIOD-END-DATE(4:2) IS NOT NUMERIC
                   OR WS-PERIOD-END-DATE(7:4) IS NOT NUMERIC
               DISPLAY "PROJECTION PERIOD " WS-PERIOD-START-DATE
                   " TO " WS-PERIOD-END-DATE " IS NOT MM/DD/YYYY, "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

      * The run refuses to start unless the requested period is on
                           WS-CAL-PERIOD-END (WS-CAL-COUNT)
                       MOVE CAL-IN-STATUS TO
                           WS-CAL-STATUS (WS-CAL-COUNT)
                       MOVE CAL-IN-PAY-GROUP TO
                           WS-CAL-PAY-GROUP (WS-CAL-COUNT)
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-RUN-MODE (WS-CAL-SUB) = WS-RUN-MODE
                       AND WS-CAL-PAY-GROUP (WS-CAL-SUB)
                       = WS-PAY-GROUP
                       AND WS-CAL-PERIOD-START (WS-CAL-SUB)
                       = WS-PERIOD-START-DATE
                       AND WS-CAL-PERIOD-END (WS-CAL-SUB)
           END-PERFORM
           IF WS-CAL-MATCH-SUB = ZEROES
               DISPLAY "PAY PERIOD " WS-PERIOD-START-DATE " TO "
                   WS-PERIOD-END-DATE " (" WS-RUN-MODE " "
                   WS-PAY-GROUP ") IS NOT ON "
                   "THE PAY-PERIOD CALENDAR, RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-RUN-MODE (WS-CAL-SUB) = WS-RUN-MODE
                       AND WS-CAL-PAY-GROUP (WS-CAL-SUB)
                       = WS-PAY-GROUP
                       AND WS-CAL-OPEN (WS-CAL-SUB)
                       AND WS-CAL-SEQUENCE (WS-CAL-SUB)
                       < WS-CAL-SEQUENCE (WS-CAL-MATCH-SUB)
               END-IF
           END-PERFORM.

      * A run names one pay group and takes its frequency from
      * PAYGROUP.DAT; a group that is not there cannot be paid on the
      * right divisors or withholding table, so the run stops. The
      * blank group is the semi-monthly payroll. The 13TH-MONTH run
      * covers every group and looks up each employee's frequency in
      * 5100 instead.
       1030-SET-RUN-PAY-GROUP.
           PERFORM 1035-LOAD-PAY-GROUPS
           IF RUN-MODE-13TH
               IF WS-PAY-GROUP NOT = SPACES
                   DISPLAY "THE 13TH-MONTH RUN COVERS ALL PAY GROUPS "
                       "AND TAKES NO PAY GROUP, RUN ABORTED"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-GROUP TO WS-PGR-LOOKUP-CODE
           PERFORM 1036-FIND-PAY-GROUP
           IF NOT PAY-GROUP-FOUND
               DISPLAY "PAY GROUP " WS-PAY-GROUP " IS NOT ON "
                   "PAYGROUP.DAT, RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM 1040-SET-FREQUENCY-FACTORS
           PERFORM 1070-FIND-PERIOD-IN-MONTH.

      * No PAYGROUP.DAT means no group beyond the blank semi-monthly
      * one, the same as before pay groups existed.
       1035-LOAD-PAY-GROUPS.
           MOVE ZEROES TO WS-PGR-COUNT
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAY-GROUP-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-GROUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY GROUP FILE, STATUS = "
                   WS-PAY-GROUP-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-TABLE-SW
           PERFORM UNTIL END-OF-TABLE-FILE
               READ PAY-GROUP-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF NOT PGR-FREQUENCY-VALID
                           DISPLAY "PAY GROUP " PGR-CODE
                               " HAS AN UNKNOWN FREQUENCY "
                               PGR-FREQUENCY ", RUN ABORTED"
                           STOP RUN
                       END-IF
                       IF WS-PGR-COUNT >= 50
                           DISPLAY "PAY GROUP FILE EXCEEDS 50 "
                               "ENTRIES, RUN ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PGR-COUNT
                       MOVE PGR-CODE TO WS-PGR-CODE (WS-PGR-COUNT)
                       MOVE PGR-FREQUENCY TO
                           WS-PGR-FREQUENCY (WS-PGR-COUNT)
               END-READ
           END-PERFORM
           CLOSE PAY-GROUP-FILE.

      * Sets WS-PAY-FREQUENCY for the group in WS-PGR-LOOKUP-CODE;
      * the blank group is always found, as SEMI-MONTHLY.
       1036-FIND-PAY-GROUP.
           MOVE "N" TO WS-PGR-FOUND-SW
           IF WS-PGR-LOOKUP-CODE = SPACES
               SET PAY-GROUP-FOUND TO TRUE
               MOVE "SEMI-MONTHLY" TO WS-PAY-FREQUENCY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PGR-SUB FROM 1 BY 1
                   UNTIL WS-PGR-SUB > WS-PGR-COUNT
               IF WS-PGR-CODE (WS-PGR-SUB) = WS-PGR-LOOKUP-CODE
                   SET PAY-GROUP-FOUND TO TRUE
                   MOVE WS-PGR-FREQUENCY (WS-PGR-SUB)
                       TO WS-PAY-FREQUENCY
                   MOVE WS-PGR-COUNT TO WS-PGR-SUB
               END-IF
           END-PERFORM.

      * Divisors and leave accrual for WS-PAY-FREQUENCY.
       1040-SET-FREQUENCY-FACTORS.
           EVALUATE TRUE
               WHEN PAY-FREQUENCY-WEEKLY
                   MOVE 5 TO WS-WORK-DAYS-PER-PERIOD
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE 0.29 TO WS-VL-ACCRUAL-PER-RUN
                       WS-SL-ACCRUAL-PER-RUN
               WHEN PAY-FREQUENCY-MONTHLY
                   MOVE 22 TO WS-WORK-DAYS-PER-PERIOD
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE 1.25 TO WS-VL-ACCRUAL-PER-RUN
                       WS-SL-ACCRUAL-PER-RUN
               WHEN OTHER
                   MOVE 11 TO WS-WORK-DAYS-PER-PERIOD
                   MOVE 24 TO WS-PERIODS-PER-YEAR
                   MOVE 0.63 TO WS-VL-ACCRUAL-PER-RUN
                       WS-SL-ACCRUAL-PER-RUN
           END-EVALUATE.

      * Which of the month's periods this one is, counted by period
      * end date, and how many of the group's periods end in that
      * month. A weekly period belongs to the month it ends in; the
      * periods ending seven, fourteen, ... days either side of it
      * that still fall in the month are the others.
       1070-FIND-PERIOD-IN-MONTH.
           MOVE WS-PERIOD-END-DATE(1:2) TO WS-MONTH-NUMBER
           MOVE WS-PERIOD-END-DATE(4:2) TO WS-MONTH-END-DAY
           MOVE WS-PERIOD-END-DATE(7:4) TO WS-MONTH-YEAR
           EVALUATE WS-MONTH-NUMBER
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-MONTH-YEAR BY 4 GIVING WS-MONTH-QUOTIENT
                       REMAINDER WS-MONTH-REM-4
                   DIVIDE WS-MONTH-YEAR BY 100 GIVING WS-MONTH-QUOTIENT
                       REMAINDER WS-MONTH-REM-100
                   DIVIDE WS-MONTH-YEAR BY 400 GIVING WS-MONTH-QUOTIENT
                       REMAINDER WS-MONTH-REM-400
                   IF WS-MONTH-REM-400 = ZERO
                           OR (WS-MONTH-REM-4 = ZERO
                               AND WS-MONTH-REM-100 NOT = ZERO)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           EVALUATE TRUE
               WHEN PAY-FREQUENCY-MONTHLY
                   MOVE 1 TO WS-MONTH-PERIOD
                   MOVE 1 TO WS-MONTH-PERIODS
               WHEN PAY-FREQUENCY-WEEKLY
                   COMPUTE WS-MONTH-PERIOD =
                       (WS-MONTH-END-DAY - 1) / 7 + 1
                   COMPUTE WS-MONTH-PERIODS = WS-MONTH-PERIOD
                       + (WS-MONTH-DAYS - WS-MONTH-END-DAY) / 7
               WHEN OTHER
                   IF WS-MONTH-END-DAY > 15
                       MOVE 2 TO WS-MONTH-PERIOD
                   ELSE
                       MOVE 1 TO WS-MONTH-PERIOD
                   END-IF
                   MOVE 2 TO WS-MONTH-PERIODS
           END-EVALUATE.

      * The loan history only ever grows; the first run on a new
      * installation creates it.
       1060-OPEN-LOAN-HISTORY.
           ACCEPT WS-LOAN-POST-DATE FROM DATE YYYYMMDD
           OPEN EXTEND LOAN-HISTORY-FILE
           IF WS-LOAN-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
           END-IF
           IF WS-LOAN-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN HISTORY, STATUS = "
                   WS-LOAN-HISTORY-FILE-STATUS
               STOP RUN
           END-IF.

      * Names the report after the run mode and the pay period it
      * covers, e.g. a regular run for a period starting 08/01/2026
      * becomes PAYROLL_08012026.RPT (BONUS13_/FINALPAY_/RETRORN_/
      * BUDGSIM_ for the special modes), so successive runs don't
      * overwrite each other's output. A pay group other than the
      * semi-monthly one goes in the name too
      * (PAYROLL_WEEKLY_08012026.RPT), since two groups' periods can
      * start on the same day.
       1050-BUILD-REPORT-FILENAME.
           EVALUATE TRUE
               WHEN RUN-MODE-13TH
                   MOVE "FINLPAY_" TO WS-REPORT-PREFIX
               WHEN RUN-MODE-RETRO
                   MOVE "RETRORN_" TO WS-REPORT-PREFIX
               WHEN RUN-MODE-SIMULATE
                   MOVE "BUDGSIM_" TO WS-REPORT-PREFIX
               WHEN OTHER
                   MOVE "PAYROLL_" TO WS-REPORT-PREFIX
           END-EVALUATE
           IF WS-PAY-GROUP = SPACES
               MOVE SPACES TO WS-FILENAME-GROUP
           ELSE
               STRING WS-PAY-GROUP DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   INTO WS-FILENAME-GROUP
               END-STRING
           END-IF
           STRING WS-REPORT-PREFIX DELIMITED BY SIZE
               WS-FILENAME-GROUP DELIMITED BY SPACE
               WS-PERIOD-START-DATE(1:2) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(4:2) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(7:4) DELIMITED BY SIZE
               INTO WS-PRINT-FILENAME
           END-STRING
           STRING "PAYSLIPS_" DELIMITED BY SIZE
               WS-FILENAME-GROUP DELIMITED BY SPACE
               WS-PERIOD-START-DATE(1:2) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(4:2) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(7:4) DELIMITED BY SIZE
                            WS-SSS-RANGE-HIGH (WS-SSS-BRACKET-COUNT)
                           MOVE SSS-IN-EE-SHARE TO
                               WS-SSS-EE-SHARE (WS-SSS-BRACKET-COUNT)
                           MOVE SSS-IN-ER-SHARE TO
                               WS-SSS-ER-SHARE (WS-SSS-BRACKET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                               TO WS-PHILHEALTH-FLOOR
                           MOVE PHL-IN-SALARY-CEILING
                               TO WS-PHILHEALTH-CEILING
                           MOVE PHL-IN-ER-RATE TO WS-PHILHEALTH-ER-RATE
                       END-IF
               END-READ
           END-PERFORM
                           MOVE PAG-IN-EE-RATE TO WS-PAGIBIG-EE-RATE
                           MOVE PAG-IN-MAX-SHARE
                               TO WS-PAGIBIG-MAX-SHARE
                           MOVE PAG-IN-ER-RATE TO WS-PAGIBIG-ER-RATE
                           MOVE PAG-IN-MAX-ER-SHARE
                               TO WS-PAGIBIG-MAX-ER-SHARE
                       END-IF
               END-READ
           END-PERFORM
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       PERFORM 1245-SET-BIR-FREQUENCY
                       IF BIR-IN-EFFECTIVE <= WS-PERIOD-END-KEY
                               AND BIR-IN-EFFECTIVE
                               > WS-BIR-PICK-DATE
                               AND WS-BIR-FREQUENCY = WS-PAY-FREQUENCY
                           MOVE BIR-IN-EFFECTIVE TO WS-BIR-PICK-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIR-TAX-FILE
           IF WS-BIR-PICK-DATE = LOW-VALUES
               DISPLAY "NO " WS-PAY-FREQUENCY " BIR TAX BRACKETS IN "
                   "FORCE FOR PERIOD ENDING " WS-PERIOD-END-KEY
                   ", RUN ABORTED"
               STOP RUN
           END-IF
           OPEN INPUT BIR-TAX-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       PERFORM 1245-SET-BIR-FREQUENCY
                       IF BIR-IN-EFFECTIVE = WS-BIR-PICK-DATE
                               AND WS-BIR-FREQUENCY = WS-PAY-FREQUENCY
                           IF WS-BIR-BRACKET-COUNT >= 10
                               DISPLAY "BIR TAX TABLE EXCEEDS 10 "
                                   "BRACKETS, RUN ABORTED"
               STOP RUN
           END-IF.

      * Brackets keyed before pay groups carry no frequency and are
      * the semi-monthly table.
       1245-SET-BIR-FREQUENCY.
           IF BIR-IN-FREQUENCY = SPACES
               MOVE "SEMI-MONTHLY" TO WS-BIR-FREQUENCY
           ELSE
               MOVE BIR-IN-FREQUENCY TO WS-BIR-FREQUENCY
           END-IF.

      * A missing transaction file (status 35) is a normal flat run;
      * records for a different pay period are left for their own run.
       1300-LOAD-PERIOD-TRANSACTIONS.
                            WS-PER-TRN-ALLOWANCE (WS-PER-TRN-COUNT)
                           MOVE PER-OTHER-DEDUCTION TO
                            WS-PER-TRN-OTHER-DED (WS-PER-TRN-COUNT)
                           MOVE PER-TAX-REFUND TO
                            WS-PER-TRN-TAX-REFUND (WS-PER-TRN-COUNT)
                           MOVE PER-TAX-COLLECT TO
                            WS-PER-TRN-TAX-COLLECT (WS-PER-TRN-COUNT)
                           MOVE PER-HOLIDAY-DATE TO
                            WS-PER-TRN-HOLIDAY-DATE (WS-PER-TRN-COUNT)
                           MOVE PER-HOLIDAY-HOURS TO
                            WS-PER-TRN-HOLIDAY-HOURS (WS-PER-TRN-COUNT)
                           MOVE PER-HOLIDAY-REST-DAY TO
                            WS-PER-TRN-HOLIDAY-REST (WS-PER-TRN-COUNT)
                           MOVE PER-REST-DAY-HOURS TO
                            WS-PER-TRN-REST-DAY-HOURS (WS-PER-TRN-COUNT)
                           MOVE PER-NIGHT-DIFF-HOURS TO
                            WS-PER-TRN-NIGHT-HOURS (WS-PER-TRN-COUNT)
                           MOVE "N" TO
                            WS-PER-TRN-MATCHED-SW (WS-PER-TRN-COUNT)
                       END-IF
           END-PERFORM
           CLOSE PERIOD-TRANSACTION-FILE.

      * Keeps only the holidays inside this run's period; a holiday
      * date on a transaction that is not among them cannot be
      * priced and sends the employee to the exception report.
      * Dates are compared recoded YYYYMMDD so they order correctly.
       1350-LOAD-HOLIDAY-CALENDAR.
           MOVE ZEROES TO WS-HOL-COUNT
           STRING WS-PERIOD-START-DATE(7:4) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(1:2) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(4:2) DELIMITED BY SIZE
               INTO WS-HOL-START-KEY
           END-STRING
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HOLIDAY CALENDAR, STATUS = "
                   WS-HOLIDAY-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-TABLE-SW
           PERFORM UNTIL END-OF-TABLE-FILE
               READ HOLIDAY-CALENDAR-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       STRING HOL-IN-DATE(7:4) DELIMITED BY SIZE
                           HOL-IN-DATE(1:2) DELIMITED BY SIZE
                           HOL-IN-DATE(4:2) DELIMITED BY SIZE
                           INTO WS-HOL-DATE-KEY
                       END-STRING
                       IF WS-HOL-DATE-KEY >= WS-HOL-START-KEY
                               AND WS-HOL-DATE-KEY <= WS-PERIOD-END-KEY
                           IF WS-HOL-COUNT >= 31
                               DISPLAY "HOLIDAY TABLE FULL AT 31 "
                                   "ENTRIES, RUN ABORTED"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-IN-DATE TO
                               WS-HOL-DATE (WS-HOL-COUNT)
                           MOVE HOL-IN-TYPE TO
                               WS-HOL-TYPE (WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR-FILE.

       1100-RESTART-FROM-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = "00"
                   NOT AT END
                       IF CKPT-PERIOD-START NOT = WS-PERIOD-START-DATE
                          OR CKPT-PERIOD-END NOT = WS-PERIOD-END-DATE
                          OR CKPT-PAY-GROUP NOT = WS-PAY-GROUP
                        DISPLAY "RESTART PAY PERIOD DOES NOT MATCH "
                          "CHECKPOINT -- EXPECTED "
                          CKPT-PERIOD-START " TO " CKPT-PERIOD-END
                          " PAY GROUP " CKPT-PAY-GROUP
                        CLOSE CHECKPOINT-FILE
                        STOP RUN
                       END-IF
                       MOVE CKPT-LOAN-DED-TOTAL TO WS-LOAN-GRAND-TOTAL
                       MOVE CKPT-OTHER-DED-TOTAL
                        TO WS-OTHER-DED-GRAND-TOTAL
                       MOVE CKPT-TAX-REFUND-TOTAL
                        TO WS-TAX-REFUND-GRAND-TOTAL
                       MOVE CKPT-DEPT-COUNT TO WS-DEPT-COUNT
                       PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           END-IF
           PERFORM 2100-READ-EMPLOYEE-FILE.

      * Employees of other pay groups are passed over; they are paid
      * by their own group's run.
       2100-READ-EMPLOYEE-FILE.
           PERFORM 2105-READ-SORTED-RECORD
           PERFORM 2105-READ-SORTED-RECORD
               UNTIL END-OF-EMPLOYEE-FILE
                   OR EMP-PAY-GROUP = WS-PAY-GROUP.

       2105-READ-SORTED-RECORD.
           READ SORTED-EMPLOYEE-FILE
               AT END
                   SET END-OF-EMPLOYEE-FILE TO TRUE
           END-READ.

      * The first and last period of employment pay only the days
      * actually on the payroll, in place of the fake absence days
      * the timekeeper used to key (which also ate into the leave
      * ledger). Someone hired after the period or separated before
      * it is not paid at all; 2200 puts them on the exceptions
      * list.
       2140-PRORATE-BASIC-SALARY.
           MOVE EMP-BASIC-SALARY TO WS-PERIOD-BASIC
           MOVE "N" TO WS-PRORATE-SW
           IF EMP-HIRE-DATE = SPACES AND EMP-SEPARATION-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING WS-PERIOD-START-DATE(7:4) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(1:2) DELIMITED BY SIZE
               WS-PERIOD-START-DATE(4:2) DELIMITED BY SIZE
               INTO WS-PRORATE-START-KEY
           END-STRING
           STRING WS-PERIOD-END-DATE(7:4) DELIMITED BY SIZE
               WS-PERIOD-END-DATE(1:2) DELIMITED BY SIZE
               WS-PERIOD-END-DATE(4:2) DELIMITED BY SIZE
               INTO WS-PRORATE-END-KEY
           END-STRING
           MOVE WS-PRORATE-START-KEY TO WS-EMPLOYED-FROM-KEY
           MOVE WS-PRORATE-END-KEY TO WS-EMPLOYED-TO-KEY
           IF EMP-HIRE-DATE NOT = SPACES
               STRING EMP-HIRE-DATE(7:4) DELIMITED BY SIZE
                   EMP-HIRE-DATE(1:2) DELIMITED BY SIZE
                   EMP-HIRE-DATE(4:2) DELIMITED BY SIZE
                   INTO WS-EMPLOYMENT-DATE-KEY
               END-STRING
               IF WS-EMPLOYMENT-DATE-KEY > WS-EMPLOYED-FROM-KEY
                   MOVE WS-EMPLOYMENT-DATE-KEY TO WS-EMPLOYED-FROM-KEY
               END-IF
           END-IF
           IF EMP-SEPARATION-DATE NOT = SPACES
               STRING EMP-SEPARATION-DATE(7:4) DELIMITED BY SIZE
                   EMP-SEPARATION-DATE(1:2) DELIMITED BY SIZE
                   EMP-SEPARATION-DATE(4:2) DELIMITED BY SIZE
                   INTO WS-EMPLOYMENT-DATE-KEY
               END-STRING
               IF WS-EMPLOYMENT-DATE-KEY < WS-EMPLOYED-TO-KEY
                   MOVE WS-EMPLOYMENT-DATE-KEY TO WS-EMPLOYED-TO-KEY
               END-IF
           END-IF
           IF WS-EMPLOYED-FROM-KEY > WS-EMPLOYED-TO-KEY
               SET NOT-EMPLOYED-IN-PERIOD TO TRUE
               MOVE ZEROES TO WS-PERIOD-BASIC
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPLOYED-FROM-KEY = WS-PRORATE-START-KEY
                   AND WS-EMPLOYED-TO-KEY = WS-PRORATE-END-KEY
               EXIT PARAGRAPH
           END-IF
           SET BASIC-IS-PRORATED TO TRUE
           MOVE WS-PRORATE-START-KEY TO WS-DAYNUM-DATE-KEY
           PERFORM 2145-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           MOVE WS-PRORATE-END-KEY TO WS-DAYNUM-DATE-KEY
           PERFORM 2145-COMPUTE-DAY-NUMBER
           COMPUTE WS-DAYS-IN-PERIOD =
               WS-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1
           MOVE WS-EMPLOYED-FROM-KEY TO WS-DAYNUM-DATE-KEY
           PERFORM 2145-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           MOVE WS-EMPLOYED-TO-KEY TO WS-DAYNUM-DATE-KEY
           PERFORM 2145-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER
           COMPUTE WS-DAYS-EMPLOYED =
               WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1
           COMPUTE WS-PERIOD-BASIC ROUNDED = EMP-BASIC-SALARY
               * WS-DAYS-EMPLOYED / WS-DAYS-IN-PERIOD.

       2145-COMPUTE-DAY-NUMBER.
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

      * Gathers this employee's period transactions: overtime pay,
      * allowances, other deductions, and the total absence days --
      * which are NOT costed here, because 2160 first charges them
           MOVE ZEROES TO WS-TRN-OT-PAY WS-TRN-ABSENCE-DED
               WS-TRN-ALLOWANCE WS-TRN-OTHER-DED
               WS-TRN-ABSENT-DAYS-TOT
               WS-TRN-TAX-REFUND WS-TRN-TAX-COLLECT
               WS-TRN-HOLIDAY-PAY WS-TRN-REST-DAY-PAY
               WS-TRN-NIGHT-DIFF-PAY
           MOVE "N" TO WS-HOLIDAY-CHECK-SW
           COMPUTE WS-DAILY-RATE ROUNDED =
               EMP-BASIC-SALARY / WS-WORK-DAYS-PER-PERIOD
           COMPUTE WS-HOURLY-RATE ROUNDED =
               WS-DAILY-RATE / WS-HOURS-PER-DAY
           PERFORM 2140-PRORATE-BASIC-SALARY
           PERFORM VARYING WS-PER-TRN-SUB FROM 1 BY 1
                   UNTIL WS-PER-TRN-SUB > WS-PER-TRN-COUNT
               IF WS-PER-TRN-EMP-NUMBER (WS-PER-TRN-SUB) = EMP-NUMBER
                       TO WS-TRN-ALLOWANCE
                   ADD WS-PER-TRN-OTHER-DED (WS-PER-TRN-SUB)
                       TO WS-TRN-OTHER-DED
                   ADD WS-PER-TRN-TAX-REFUND (WS-PER-TRN-SUB)
                       TO WS-TRN-TAX-REFUND
                   ADD WS-PER-TRN-TAX-COLLECT (WS-PER-TRN-SUB)
                       TO WS-TRN-TAX-COLLECT
                   PERFORM 2155-PRICE-PREMIUM-HOURS
               END-IF
           END-PERFORM.

      * Prices one transaction's holiday, rest-day and night hours
      * at the rates above. The holiday's type comes from the
      * calendar, and whether it fell on a rest day from the
      * transaction.
       2155-PRICE-PREMIUM-HOURS.
           IF WS-PER-TRN-HOLIDAY-HOURS (WS-PER-TRN-SUB) > ZERO
               MOVE ZEROES TO WS-HOL-FOUND-SUB
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
                   IF WS-HOL-DATE (WS-HOL-SUB)
                           = WS-PER-TRN-HOLIDAY-DATE (WS-PER-TRN-SUB)
                       MOVE WS-HOL-SUB TO WS-HOL-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-HOL-FOUND-SUB = ZEROES
                   SET HOLIDAY-NOT-ON-CALENDAR TO TRUE
               ELSE
                   IF WS-HOL-REGULAR (WS-HOL-FOUND-SUB)
                       IF PER-TRN-HOLIDAY-ON-REST-DAY (WS-PER-TRN-SUB)
                           MOVE WS-REG-HOLIDAY-REST-RATE TO
                               WS-PREMIUM-FACTOR
                       ELSE
                           COMPUTE WS-PREMIUM-FACTOR =
                               WS-REG-HOLIDAY-RATE - 1
                       END-IF
                   ELSE
                       IF PER-TRN-HOLIDAY-ON-REST-DAY (WS-PER-TRN-SUB)
                           MOVE WS-SPC-HOLIDAY-REST-RATE TO
                               WS-PREMIUM-FACTOR
                       ELSE
                           COMPUTE WS-PREMIUM-FACTOR =
                               WS-SPC-HOLIDAY-RATE - 1
                       END-IF
                   END-IF
                   COMPUTE WS-TRN-HOLIDAY-PAY ROUNDED =
                       WS-TRN-HOLIDAY-PAY
                       + WS-PER-TRN-HOLIDAY-HOURS (WS-PER-TRN-SUB)
                       * WS-HOURLY-RATE * WS-PREMIUM-FACTOR
               END-IF
           END-IF
           COMPUTE WS-TRN-REST-DAY-PAY ROUNDED = WS-TRN-REST-DAY-PAY
               + WS-PER-TRN-REST-DAY-HOURS (WS-PER-TRN-SUB)
               * WS-HOURLY-RATE * WS-REST-DAY-RATE
           COMPUTE WS-TRN-NIGHT-DIFF-PAY ROUNDED =
               WS-TRN-NIGHT-DIFF-PAY
               + WS-PER-TRN-NIGHT-HOURS (WS-PER-TRN-SUB)
               * WS-HOURLY-RATE * WS-NIGHT-DIFF-RATE.

      * Charges the period's absence days against the leave ledger:
      * the accrual credit is added first (REGULAR employees only),
      * then vacation leave absorbs absences ahead of sick leave, and
           END-IF
           COMPUTE WS-TRN-ABSENCE-DED ROUNDED =
               WS-EXCESS-ABSENT-DAYS * WS-DAILY-RATE
           IF WS-TRN-ABSENCE-DED > WS-PERIOD-BASIC + WS-TRN-OT-PAY
                   + WS-TRN-HOLIDAY-PAY + WS-TRN-REST-DAY-PAY
                   + WS-TRN-NIGHT-DIFF-PAY + WS-TRN-ALLOWANCE
               MOVE ZEROES TO WS-GROSS-PAY
           ELSE
               COMPUTE WS-GROSS-PAY = WS-PERIOD-BASIC + WS-TRN-OT-PAY
                   + WS-TRN-HOLIDAY-PAY + WS-TRN-REST-DAY-PAY
                   + WS-TRN-NIGHT-DIFF-PAY
                   + WS-TRN-ALLOWANCE - WS-TRN-ABSENCE-DED
           END-IF.

           SET WS-DEDUCTIONS-OK TO TRUE
           SET WS-STATUS-OK TO TRUE
           PERFORM 2210-COMPUTE-EFFECTIVE-DEDUCTIONS
      * A year-end under-withholding is collected as extra tax in
      * this period's withholding line (added here rather than in
      * 2210, which RETRO reuses to recompute a period's own tax); a
      * year-end refund is paid back on top of net pay, so it also
      * covers deductions in the edit.
           ADD WS-TRN-TAX-COLLECT TO WS-EFF-WITHHOLDING
           COMPUTE WS-VALIDATION-DEDUCTIONS = WS-EFF-SSS
               + WS-EFF-PHILHEALTH + WS-EFF-PAGIBIG + WS-EFF-WITHHOLDING
               + WS-TRN-OTHER-DED
           IF WS-VALIDATION-DEDUCTIONS > WS-GROSS-PAY
                   + WS-TRN-TAX-REFUND
               SET WS-DEDUCTIONS-BAD TO TRUE
           END-IF
           IF NOT (EMP-STATUS-REGULAR OR EMP-STATUS-CASUAL
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN EMPLOYEE STATUS" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF RECORD-IS-VALID AND HOLIDAY-NOT-ON-CALENDAR
               SET RECORD-IS-INVALID TO TRUE
               MOVE "HOLIDAY HOURS ON A DATE NOT A HOLIDAY" TO
                   WS-EXCEPTION-REASON
           END-IF
      * Checked last so it names the real cause: with no days in
      * the period there is no gross pay, and the deductions test
      * above would otherwise blame the deductions.
           IF NOT-EMPLOYED-IN-PERIOD
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NOT EMPLOYED DURING THE PAY PERIOD" TO
                   WS-EXCEPTION-REASON
           END-IF.

      * Each statutory line is derived from EMP-BASIC-SALARY and the
      * no further withholding. The master's stored deduction fields
      * become the posted results of this computation when
      * 2460-UPDATE-EMPLOYEE-MASTER writes them back.
      * EMP-BASIC-SALARY is the pay for one period of the employee's
      * pay group, so the contributions, which are monthly, are
      * rated on its monthly equivalent and then split over the
      * month's periods by 2245.
       2210-COMPUTE-EFFECTIVE-DEDUCTIONS.
           COMPUTE WS-MONTHLY-BASIC ROUNDED =
               EMP-BASIC-SALARY * WS-PERIODS-PER-YEAR / 12
           PERFORM 2220-LOOK-UP-SSS
           PERFORM 2230-COMPUTE-PHILHEALTH
           PERFORM 2240-COMPUTE-PAGIBIG

      * Net pay is the period's adjusted gross (built by
      * 2150-FIND-PERIOD-TRANSACTION) less the statutory lines and
      * any one-time other deduction from the period transaction,
      * plus any year-end tax refund being paid back.
      * BASIC_SALARY carries the gross figure from here on, so the
      * register totals, subtotals and YTD postings all reflect the
      * adjusted pay.
           PERFORM 2360-APPLY-LOAN-AMORTIZATION
           ADD WS-LOAN-DED-TOTAL TO DEDUCTIONS
           COMPUTE EMP-NETPAY = WS-GROSS-PAY - DEDUCTIONS
               + WS-TRN-TAX-REFUND
           MOVE EMP-NETPAY TO NETPAY
           MOVE WS-GROSS-PAY TO BASIC_SALARY.

               END-IF
               SUBTRACT WS-LOAN-INSTALLMENT FROM LOAN-BALANCE
               REWRITE LOAN-LEDGER-RECORD
               MOVE "COLLECTION" TO WS-LOAN-HISTORY-TYPE
               PERFORM 2375-WRITE-LOAN-HISTORY
               ADD WS-LOAN-INSTALLMENT TO WS-LOAN-DED-TOTAL
               SUBTRACT WS-LOAN-INSTALLMENT FROM WS-REMAINING-PAY
           END-IF.

      * One history entry per installment, stamped with the pay
      * period so LoanReport can tie the period's collections to the
      * 120500 credit in the GL extract. Shared by the FINAL-PAY
      * offsets, which set their own entry type.
       2375-WRITE-LOAN-HISTORY.
           ACCEPT WS-LOAN-POST-TIME FROM TIME
           MOVE LOAN-EMP-NUMBER TO LHS-EMP-NUMBER
           MOVE LOAN-TYPE TO LHS-LOAN-TYPE
           MOVE WS-LOAN-POST-DATE TO LHS-POST-DATE
           MOVE WS-LOAN-POST-TIME TO LHS-POST-TIME
           MOVE WS-LOAN-HISTORY-TYPE TO LHS-TRANS-TYPE
           MOVE WS-PERIOD-END-DATE TO LHS-PERIOD-END
           MOVE WS-PAY-GROUP TO LHS-PAY-GROUP
           MOVE "PAYROLL" TO LHS-USER-ID
           MOVE ZEROES TO LHS-DEBIT
           MOVE WS-LOAN-INSTALLMENT TO LHS-CREDIT
           MOVE LOAN-BALANCE TO LHS-BALANCE-AFTER
           MOVE LOAN-AMORTIZATION TO LHS-AMORTIZATION
           WRITE LOAN-HISTORY-RECORD.

      * First bracket whose range covers the salary wins; a salary
      * above the top bracket contributes at the top bracket, the way
      * the published SSS schedule caps the monthly salary credit.
       2220-LOOK-UP-SSS.
           MOVE ZEROES TO WS-MONTHLY-SHARE
           PERFORM VARYING WS-SSS-SUB FROM 1 BY 1
                   UNTIL WS-SSS-SUB > WS-SSS-BRACKET-COUNT
               IF WS-MONTHLY-BASIC >= WS-SSS-RANGE-LOW (WS-SSS-SUB)
                       AND WS-MONTHLY-BASIC
                       <= WS-SSS-RANGE-HIGH (WS-SSS-SUB)
                   MOVE WS-SSS-EE-SHARE (WS-SSS-SUB)
                       TO WS-MONTHLY-SHARE
                   MOVE WS-SSS-BRACKET-COUNT TO WS-SSS-SUB
               END-IF
           END-PERFORM
           IF WS-MONTHLY-SHARE = ZEROES AND WS-MONTHLY-BASIC
                   > WS-SSS-RANGE-HIGH (WS-SSS-BRACKET-COUNT)
               MOVE WS-SSS-EE-SHARE (WS-SSS-BRACKET-COUNT)
                   TO WS-MONTHLY-SHARE
           END-IF
           PERFORM 2245-SPLIT-MONTHLY-SHARE
           MOVE WS-PERIOD-SHARE TO WS-EFF-SSS.

      * Premium is the employee-share rate against the monthly
      * basic, clamped to the published floor and ceiling.
       2230-COMPUTE-PHILHEALTH.
           IF WS-MONTHLY-BASIC > WS-PHILHEALTH-CEILING
               MOVE WS-PHILHEALTH-CEILING TO WS-PHILHEALTH-BASE
           ELSE
               MOVE WS-MONTHLY-BASIC TO WS-PHILHEALTH-BASE
           END-IF
           IF WS-PHILHEALTH-BASE < WS-PHILHEALTH-FLOOR
               MOVE WS-PHILHEALTH-FLOOR TO WS-PHILHEALTH-BASE
           END-IF
           COMPUTE WS-MONTHLY-SHARE ROUNDED =
               WS-PHILHEALTH-BASE * WS-PHILHEALTH-EE-RATE
           PERFORM 2245-SPLIT-MONTHLY-SHARE
           MOVE WS-PERIOD-SHARE TO WS-EFF-PHILHEALTH.

       2240-COMPUTE-PAGIBIG.
           COMPUTE WS-MONTHLY-SHARE ROUNDED =
               WS-MONTHLY-BASIC * WS-PAGIBIG-EE-RATE
           IF WS-MONTHLY-SHARE > WS-PAGIBIG-MAX-SHARE
               MOVE WS-PAGIBIG-MAX-SHARE TO WS-MONTHLY-SHARE
           END-IF
           PERFORM 2245-SPLIT-MONTHLY-SHARE
           MOVE WS-PERIOD-SHARE TO WS-EFF-PAGIBIG.

      * This period's part of a monthly amount: an equal share, with
      * the last period of the month taking the remainder so the
      * month adds up to the amount exactly.
       2245-SPLIT-MONTHLY-SHARE.
           COMPUTE WS-PERIOD-SHARE ROUNDED =
               WS-MONTHLY-SHARE / WS-MONTH-PERIODS
           IF WS-MONTH-PERIOD >= WS-MONTH-PERIODS
               COMPUTE WS-PERIOD-SHARE = WS-MONTHLY-SHARE
                   - WS-PERIOD-SHARE * (WS-MONTH-PERIODS - 1)
           END-IF.

      * Taxable pay is the basic salary earned in the period (see
      * 2140) net of the three contributions just computed; the
      * contributions themselves stay on the full salary, since the
      * month's contribution is due however many days were worked.
      * The brackets are the table for the run's pay frequency.
      * The bracket with the highest floor not above taxable pay
      * supplies the base tax and the rate on the excess.
       2250-COMPUTE-WITHHOLDING.
           COMPUTE WS-TAXABLE-PAY = WS-PERIOD-BASIC - WS-EFF-SSS
               - WS-EFF-PHILHEALTH - WS-EFF-PAGIBIG
           MOVE ZEROES TO WS-BIR-PICKED
           PERFORM VARYING WS-BIR-SUB FROM 1 BY 1
           WRITE PRINT-RECORD FROM PRINTING-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-DETAIL-COUNT
           IF BASIC-IS-PRORATED
               MOVE "PRORATED BASIC,     DAYS:" TO PAY-DETAIL-LABEL-OUT
               MOVE WS-DAYS-EMPLOYED TO WS-DAYS-EMPLOYED-OUT
               MOVE WS-DAYS-EMPLOYED-OUT TO PAY-DETAIL-LABEL-OUT(17:3)
               MOVE WS-PERIOD-BASIC TO PAY-DETAIL-OUT
               WRITE PRINT-RECORD FROM PRINTING-PAY-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-TRN-OT-PAY > ZERO
               MOVE "OVERTIME PAY:" TO PAY-DETAIL-LABEL-OUT
               MOVE WS-TRN-OT-PAY TO PAY-DETAIL-OUT
               WRITE PRINT-RECORD FROM PRINTING-PAY-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-TRN-HOLIDAY-PAY > ZERO
               MOVE "HOLIDAY PREMIUM PAY:" TO PAY-DETAIL-LABEL-OUT
               MOVE WS-TRN-HOLIDAY-PAY TO PAY-DETAIL-OUT
               WRITE PRINT-RECORD FROM PRINTING-PAY-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-TRN-REST-DAY-PAY > ZERO
               MOVE "REST DAY PREMIUM PAY:" TO PAY-DETAIL-LABEL-OUT
               MOVE WS-TRN-REST-DAY-PAY TO PAY-DETAIL-OUT
               WRITE PRINT-RECORD FROM PRINTING-PAY-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-TRN-NIGHT-DIFF-PAY > ZERO
               MOVE "NIGHT DIFFERENTIAL:" TO PAY-DETAIL-LABEL-OUT
               MOVE WS-TRN-NIGHT-DIFF-PAY TO PAY-DETAIL-OUT
               WRITE PRINT-RECORD FROM PRINTING-PAY-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-TRN-ALLOWANCE > ZERO
               MOVE "ALLOWANCE:" TO PAY-DETAIL-LABEL-OUT
               MOVE WS-TRN-ALLOWANCE TO PAY-DETAIL-OUT
               WRITE PRINT-RECORD FROM PRINTING-PAY-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-LOAN-DED-TOTAL > ZERO
               MOVE WS-LOAN-DED-TOTAL TO LOAN-DED-OUT
               WRITE PRINT-RECORD FROM PRINTING-LOAN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-TRN-TAX-REFUND > ZERO
               MOVE "YEAR-END TAX REFUND PAID:" TO TAX-ADJ-LABEL-OUT
               MOVE WS-TRN-TAX-REFUND TO TAX-ADJ-OUT
               WRITE PRINT-RECORD FROM PRINTING-TAX-ADJ-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-TRN-TAX-COLLECT > ZERO
               MOVE "YEAR-END TAX COLLECTED:" TO TAX-ADJ-LABEL-OUT
               MOVE WS-TRN-TAX-COLLECT TO TAX-ADJ-OUT
               WRITE PRINT-RECORD FROM PRINTING-TAX-ADJ-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      * An employee with an ACTIVE enrollment is credited to their
           MOVE WS-EFF-PHILHEALTH TO HIST-PHILHEALTH
           MOVE WS-EFF-PAGIBIG TO HIST-PAGIBIG
           MOVE WS-EFF-WITHHOLDING TO HIST-WITHHOLDING
           MOVE WS-TRN-TAX-REFUND TO HIST-TAX-REFUND
           MOVE WS-TRN-OT-PAY TO HIST-OT-PAY
           MOVE WS-TRN-HOLIDAY-PAY TO HIST-HOLIDAY-PAY
           MOVE WS-TRN-REST-DAY-PAY TO HIST-REST-DAY-PAY
           MOVE WS-TRN-NIGHT-DIFF-PAY TO HIST-NIGHT-DIFF-PAY
           MOVE EMP-DEPARTMENT TO HIST-DEPARTMENT
           MOVE EMP-BASIC-SALARY TO HIST-BASIC-SALARY
           MOVE WS-PERIOD-BASIC TO HIST-PERIOD-BASIC
           MOVE WS-PAY-GROUP TO HIST-PAY-GROUP
           MOVE WS-PAY-FREQUENCY TO HIST-PAY-FREQUENCY
           MOVE WS-MONTH-PERIOD TO HIST-MONTH-PERIOD
           MOVE WS-MONTH-PERIODS TO HIST-MONTH-PERIODS
           MOVE EMP-NETPAY TO HIST-NETPAY
           SET HIST-PAY-COMPUTED TO TRUE
           WRITE HISTORY-RECORD
           MOVE "GROSS PAY" TO PAYSLIP-LABEL-OUT
           MOVE WS-GROSS-PAY TO PAYSLIP-AMOUNT-OUT
           WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           IF BASIC-IS-PRORATED
               MOVE "  PRORATED BASIC" TO PAYSLIP-LABEL-OUT
               MOVE WS-PERIOD-BASIC TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF WS-TRN-OT-PAY > ZERO
               MOVE "  INCL OVERTIME" TO PAYSLIP-LABEL-OUT
               MOVE WS-TRN-OT-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF WS-TRN-HOLIDAY-PAY > ZERO
               MOVE "  INCL HOLIDAY PAY" TO PAYSLIP-LABEL-OUT
               MOVE WS-TRN-HOLIDAY-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF WS-TRN-REST-DAY-PAY > ZERO
               MOVE "  INCL REST DAY PAY" TO PAYSLIP-LABEL-OUT
               MOVE WS-TRN-REST-DAY-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF WS-TRN-NIGHT-DIFF-PAY > ZERO
               MOVE "  INCL NIGHT DIFF" TO PAYSLIP-LABEL-OUT
               MOVE WS-TRN-NIGHT-DIFF-PAY TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           IF WS-TRN-ALLOWANCE > ZERO
               MOVE "  INCL ALLOWANCE" TO PAYSLIP-LABEL-OUT
               MOVE WS-TRN-ALLOWANCE TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           MOVE "SSS" TO PAYSLIP-LABEL-OUT
           MOVE WS-EFF-SSS TO PAYSLIP-AMOUNT-OUT
           WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           MOVE "WITHHOLDING TAX" TO PAYSLIP-LABEL-OUT
           MOVE WS-EFF-WITHHOLDING TO PAYSLIP-AMOUNT-OUT
           WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           IF WS-TRN-TAX-COLLECT > ZERO
               MOVE "  INCL YEAR-END TAX" TO PAYSLIP-LABEL-OUT
               MOVE WS-TRN-TAX-COLLECT TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           MOVE "OTHER DEDUCTIONS" TO PAYSLIP-LABEL-OUT
           MOVE WS-TRN-OTHER-DED TO PAYSLIP-AMOUNT-OUT
           WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           MOVE "LOAN AMORTIZATION" TO PAYSLIP-LABEL-OUT
           MOVE WS-LOAN-DED-TOTAL TO PAYSLIP-AMOUNT-OUT
           WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           IF WS-TRN-TAX-REFUND > ZERO
               MOVE "YEAR-END TAX REFUND" TO PAYSLIP-LABEL-OUT
               MOVE WS-TRN-TAX-REFUND TO PAYSLIP-AMOUNT-OUT
               WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           END-IF
           MOVE "NET PAY" TO PAYSLIP-LABEL-OUT
           MOVE EMP-NETPAY TO PAYSLIP-AMOUNT-OUT
           WRITE PAYSLIP-RECORD FROM PAYSLIP-MONEY-LINE
           ADD WS-EFF-WITHHOLDING TO STATUS-TOTAL-WITHHOLDING
           ADD WS-LOAN-DED-TOTAL TO WS-LOAN-GRAND-TOTAL
           ADD WS-TRN-OTHER-DED TO WS-OTHER-DED-GRAND-TOTAL
           ADD WS-TRN-TAX-REFUND TO WS-TAX-REFUND-GRAND-TOTAL
           PERFORM 2520-ACCUMULATE-DEPT-SALARY.

      * Folds this employee's gross into the salaries-expense bucket
               STATUS-TOTAL-PHILHEALTH STATUS-TOTAL-PAGIBIG
               STATUS-TOTAL-WITHHOLDING.

      * A year-end tax refund comes back off both the withholding and
      * the deductions carried, so YTD-WITHHOLDING stays the tax
      * actually kept for the year and salary less deductions still
      * equals net pay.
       3100-UPDATE-YTD-MASTER.
           MOVE EMP-NUMBER TO YTD-EMP-NUMBER
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE BASIC_SALARY TO YTD-SALARY
                   COMPUTE YTD-DEDUCTIONS = DEDUCTIONS
                       - WS-TRN-TAX-REFUND
                   MOVE NETPAY TO YTD-NETPAY
                   COMPUTE YTD-WITHHOLDING = WS-EFF-WITHHOLDING
                       - WS-TRN-TAX-REFUND
                   MOVE ZEROES TO YTD-13TH-MONTH YTD-FINAL-PAY-COMP
                   WRITE YTD-RECORD
                   ADD 1 TO WS-YTD-POST-COUNT
               NOT INVALID KEY
                   ADD BASIC_SALARY TO YTD-SALARY
                   COMPUTE YTD-DEDUCTIONS = YTD-DEDUCTIONS
                       + DEDUCTIONS - WS-TRN-TAX-REFUND
                   ADD NETPAY TO YTD-NETPAY
                   COMPUTE YTD-WITHHOLDING = YTD-WITHHOLDING
                       + WS-EFF-WITHHOLDING - WS-TRN-TAX-REFUND
                   REWRITE YTD-RECORD
                   ADD 1 TO WS-YTD-POST-COUNT
           END-READ.
           MOVE WS-YTD-POST-COUNT TO CKPT-YTD-COUNT
           MOVE WS-LOAN-GRAND-TOTAL TO CKPT-LOAN-DED-TOTAL
           MOVE WS-OTHER-DED-GRAND-TOTAL TO CKPT-OTHER-DED-TOTAL
           MOVE WS-TAX-REFUND-GRAND-TOTAL TO CKPT-TAX-REFUND-TOTAL
           MOVE WS-PAY-GROUP TO CKPT-PAY-GROUP
           MOVE WS-DEPT-COUNT TO CKPT-DEPT-COUNT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO BANK-TRAILER-RECORD
           MOVE "*TRAILER**" TO BANK-TRAILER-TAG
           MOVE WS-BANK-COUNT TO BANK-TRAILER-COUNT
           MOVE WS-PAY-GROUP TO BANK-TRAILER-PAY-GROUP
           MOVE WS-BANK-AMOUNT-TOTAL TO BANK-TRAILER-NETPAY
           WRITE BANK-TRAILER-RECORD.

               MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO GLJ-DEPARTMENT
               MOVE WS-DEPT-SALARY (WS-DEPT-SUB) TO GLJ-DEBIT
               MOVE ZEROES TO GLJ-CREDIT
               MOVE WS-PAY-GROUP TO GLJ-PAY-GROUP
               WRITE GL-JOURNAL-RECORD
               ADD WS-DEPT-SALARY (WS-DEPT-SUB) TO WS-GL-DEBIT-TOTAL
           END-PERFORM
      * Year-end refunds paid out of tax withheld but not yet
      * remitted: debited back to the payable at company level, so
      * the net pay clearing credit still equals the bank upload.
           IF WS-TAX-REFUND-GRAND-TOTAL > ZERO
               MOVE WS-PERIOD-END-DATE TO GLJ-PERIOD-END
               MOVE "210400" TO GLJ-ACCOUNT-CODE
               MOVE "WITHHOLDING TAX PAYABLE" TO GLJ-ACCOUNT-NAME
               MOVE SPACES TO GLJ-DEPARTMENT
               MOVE WS-TAX-REFUND-GRAND-TOTAL TO GLJ-DEBIT
               MOVE ZEROES TO GLJ-CREDIT
               MOVE WS-PAY-GROUP TO GLJ-PAY-GROUP
               WRITE GL-JOURNAL-RECORD
               ADD WS-TAX-REFUND-GRAND-TOTAL TO WS-GL-DEBIT-TOTAL
           END-IF
           MOVE "210100" TO WS-GL-ACCOUNT-CODE
           MOVE "SSS PREMIUMS PAYABLE" TO WS-GL-ACCOUNT-NAME
           MOVE TOTAL-SSS TO WS-GL-CREDIT-AMOUNT
               MOVE SPACES TO GLJ-DEPARTMENT
               MOVE ZEROES TO GLJ-DEBIT
               MOVE WS-GL-CREDIT-AMOUNT TO GLJ-CREDIT
               MOVE WS-PAY-GROUP TO GLJ-PAY-GROUP
               WRITE GL-JOURNAL-RECORD
               ADD WS-GL-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.
               MOVE WS-CAL-PERIOD-END (WS-CAL-SUB)
                   TO CAL-IN-PERIOD-END
               MOVE WS-CAL-STATUS (WS-CAL-SUB) TO CAL-IN-STATUS
               MOVE WS-CAL-PAY-GROUP (WS-CAL-SUB) TO CAL-IN-PAY-GROUP
               WRITE PAY-CALENDAR-RECORD
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE.
           WRITE CONTROL-REPORT-RECORD FROM CONTROL-HEADING-LINE
           MOVE WS-PERIOD-START-DATE TO CONTROL-PERIOD-START-OUT
           MOVE WS-PERIOD-END-DATE TO CONTROL-PERIOD-END-OUT
           MOVE WS-PAY-GROUP TO CONTROL-PAY-GROUP-OUT
           WRITE CONTROL-REPORT-RECORD FROM CONTROL-PERIOD-LINE
           WRITE CONTROL-REPORT-RECORD FROM CONTROL-BLANK-LINE
           MOVE "EMPLOYEE RECORDS READ" TO CONTROL-LABEL-OUT
           MOVE WS-YTD-POST-COUNT TO CONTROL-COUNT-OUT
           MOVE ZEROES TO CONTROL-AMOUNT-OUT
           WRITE CONTROL-REPORT-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "YEAR-END TAX REFUNDS PAID" TO CONTROL-LABEL-OUT
           MOVE ZEROES TO CONTROL-COUNT-OUT
           MOVE WS-TAX-REFUND-GRAND-TOTAL TO CONTROL-AMOUNT-OUT
           WRITE CONTROL-REPORT-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "GL JOURNAL DEBITS" TO CONTROL-LABEL-OUT
           MOVE WS-DEPT-COUNT TO CONTROL-COUNT-OUT
           MOVE WS-GL-DEBIT-TOTAL TO CONTROL-AMOUNT-OUT
           END-IF
           CLOSE CONTROL-REPORT-FILE.

      * The budget projection: every employee of the pay group run
      * twice through the period's own deduction logic (2210), first
      * on today's salaries and the rates in force today, then on
      * the what-if salaries and the rates in force at the end of
      * the projection period, and the two costed over a year. It
      * reads EMPLOYEE.DAT only through the sort and the rate tables;
      * nothing is posted, paid, journaled or checkpointed, and
      * SORTED.DAT is the usual scratch copy.
       4000-RUN-SIMULATION.
           PERFORM 1050-BUILD-REPORT-FILENAME
           MOVE WS-PERIOD-END-KEY TO WS-SIM-PROJECTION-KEY
           ACCEPT WS-SIM-CURRENT-KEY FROM DATE YYYYMMDD
           STRING WS-SIM-CURRENT-KEY(5:2) "/"
                   WS-SIM-CURRENT-KEY(7:2) "/"
                   WS-SIM-CURRENT-KEY(1:4)
               DELIMITED BY SIZE INTO WS-SIM-CURRENT-DATE
           MOVE WS-MONTH-PERIOD TO WS-SIM-MONTH-PERIOD
           MOVE WS-MONTH-PERIODS TO WS-SIM-MONTH-PERIODS
      * Sorted by department and status, the order the projection is
      * reported in, rather than the register's status order.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMP-DEPARTMENT SW-EMP-STATUS
                   SW-EMP-NUMBER
               USING EMPLOYEE-FILE
               GIVING SORTED-EMPLOYEE-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR SORTING EMPLOYEE FILE, SORT-RETURN = "
                   SORT-RETURN
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRINT FILE, STATUS = "
                   WS-PRINT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-SIM-COUNT
           MOVE WS-SIM-CURRENT-KEY TO WS-PERIOD-END-KEY
           PERFORM 1200-LOAD-RATE-TABLES
           MOVE 1 TO WS-SIM-COL
           PERFORM 4100-SIMULATE-ONE-PASS
           MOVE WS-SIM-PROJECTION-KEY TO WS-PERIOD-END-KEY
           PERFORM 1200-LOAD-RATE-TABLES
           MOVE 2 TO WS-SIM-COL
           PERFORM 4100-SIMULATE-ONE-PASS
           PERFORM 4500-WRITE-PROJECTION-REPORT
           CLOSE PRINT-FILE
           IF WS-SIM-EMP-COUNT = ZERO
               DISPLAY "NO EMPLOYEES IN PAY GROUP " WS-PAY-GROUP
                   ", NOTHING PROJECTED"
           ELSE
               DISPLAY "EMPLOYEES PROJECTED  : " WS-SIM-EMP-COUNT
               DISPLAY "DEPARTMENT/STATUS    : " WS-SIM-COUNT
           END-IF.

      * One pass over the sorted master for the run's pay group
      * (2100 skips the others). Resigned employees cost nothing next
      * year and are left out of both columns.
       4100-SIMULATE-ONE-PASS.
           OPEN INPUT SORTED-EMPLOYEE-FILE
           IF WS-SORTED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SORTED EMPLOYEE FILE, STATUS = "
                   WS-SORTED-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM 2100-READ-EMPLOYEE-FILE
           PERFORM UNTIL END-OF-EMPLOYEE-FILE
               IF NOT EMP-STATUS-RESIGNED
                   PERFORM 4200-SIMULATE-ONE-EMPLOYEE
               END-IF
               PERFORM 2100-READ-EMPLOYEE-FILE
           END-PERFORM
           CLOSE SORTED-EMPLOYEE-FILE.

      * Finds the department and status entry for this employee,
      * adding it on first sight. Both passes read the same employees
      * in the same order, so the entries come out in report order.
       4150-FIND-SIM-ENTRY.
           MOVE ZEROES TO WS-SIM-FOUND-SUB
           PERFORM VARYING WS-SIM-SUB FROM 1 BY 1
                   UNTIL WS-SIM-SUB > WS-SIM-COUNT
               IF WS-SIM-DEPARTMENT (WS-SIM-SUB) = EMP-DEPARTMENT
                       AND WS-SIM-STATUS (WS-SIM-SUB) = EMP-STATUS
                   MOVE WS-SIM-SUB TO WS-SIM-FOUND-SUB
                   MOVE WS-SIM-COUNT TO WS-SIM-SUB
               END-IF
           END-PERFORM
           IF WS-SIM-FOUND-SUB = ZEROES
               IF WS-SIM-COUNT >= 200
                   DISPLAY "DEPARTMENT/STATUS TABLE FULL AT 200 "
                       "ENTRIES, RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SIM-COUNT
               MOVE WS-SIM-COUNT TO WS-SIM-FOUND-SUB
               MOVE EMP-DEPARTMENT TO WS-SIM-DEPARTMENT (WS-SIM-COUNT)
               MOVE EMP-STATUS TO WS-SIM-STATUS (WS-SIM-COUNT)
               MOVE ZEROES TO WS-SIM-FIGURES (WS-SIM-COUNT)
           END-IF.

      * The what-if increase is applied to the sorted copy's salary
      * only, and only in the projected pass. Withholding is taken
      * from a period in the projection period's place in the month;
      * the contributions from the whole month (one period of one),
      * so that twelve of them are the year whatever the frequency.
       4200-SIMULATE-ONE-EMPLOYEE.
           PERFORM 4150-FIND-SIM-ENTRY
           IF WS-SIM-COL = 2 AND WS-SIM-INCREASE-PCT > ZERO
               IF SIM-LIMIT-TO-ALL
                       OR (SIM-LIMIT-TO-STATUS
                           AND EMP-STATUS = WS-SIM-LIMIT-VALUE)
                       OR (SIM-LIMIT-TO-DEPARTMENT
                           AND EMP-DEPARTMENT = WS-SIM-LIMIT-VALUE)
                   COMPUTE EMP-BASIC-SALARY ROUNDED = EMP-BASIC-SALARY
                           * (100 + WS-SIM-INCREASE-PCT) / 100
                       ON SIZE ERROR
                           DISPLAY "INCREASED SALARY OF EMPLOYEE "
                               EMP-NUMBER " DOES NOT FIT, RUN ABORTED"
                           STOP RUN
                   END-COMPUTE
               END-IF
           END-IF
           MOVE EMP-BASIC-SALARY TO WS-PERIOD-BASIC
           MOVE WS-SIM-MONTH-PERIOD TO WS-MONTH-PERIOD
           MOVE WS-SIM-MONTH-PERIODS TO WS-MONTH-PERIODS
           PERFORM 2210-COMPUTE-EFFECTIVE-DEDUCTIONS
           MOVE WS-EFF-WITHHOLDING TO WS-SIM-PERIOD-WTAX
           MOVE 1 TO WS-MONTH-PERIOD WS-MONTH-PERIODS
           PERFORM 2210-COMPUTE-EFFECTIVE-DEDUCTIONS
           COMPUTE WS-SIM-MONTH-EE = WS-EFF-SSS + WS-EFF-PHILHEALTH
               + WS-EFF-PAGIBIG
           PERFORM 4250-COMPUTE-EMPLOYER-SHARES
           COMPUTE WS-SIM-ANNUAL-GROSS =
               EMP-BASIC-SALARY * WS-PERIODS-PER-YEAR
           COMPUTE WS-SIM-ANNUAL-EE = WS-SIM-MONTH-EE * 12
           COMPUTE WS-SIM-ANNUAL-ER = WS-SIM-MONTH-ER * 12
           COMPUTE WS-SIM-ANNUAL-WTAX =
               WS-SIM-PERIOD-WTAX * WS-PERIODS-PER-YEAR
           COMPUTE WS-SIM-ANNUAL-13TH ROUNDED =
               WS-SIM-ANNUAL-GROSS / 12
           ADD 1 TO WS-SIM-HEADCOUNT (WS-SIM-FOUND-SUB, WS-SIM-COL)
           ADD WS-SIM-ANNUAL-GROSS
               TO WS-SIM-GROSS (WS-SIM-FOUND-SUB, WS-SIM-COL)
           ADD WS-SIM-ANNUAL-EE
               TO WS-SIM-EE (WS-SIM-FOUND-SUB, WS-SIM-COL)
           ADD WS-SIM-ANNUAL-ER
               TO WS-SIM-ER (WS-SIM-FOUND-SUB, WS-SIM-COL)
           ADD WS-SIM-ANNUAL-WTAX
               TO WS-SIM-WTAX (WS-SIM-FOUND-SUB, WS-SIM-COL)
           ADD WS-SIM-ANNUAL-13TH
               TO WS-SIM-13TH (WS-SIM-FOUND-SUB, WS-SIM-COL)
           IF WS-SIM-COL = 2
               ADD 1 TO WS-SIM-EMP-COUNT
           END-IF.

      * The month's employer shares on the monthly basic 2210 just
      * rated, with StatRemit's arithmetic: the SSS bracket's ER
      * column (the top bracket above the table), the PhilHealth
      * base clamped as for the employee share, and Pag-IBIG at the
      * ER rate up to its cap.
       4250-COMPUTE-EMPLOYER-SHARES.
           MOVE ZEROES TO WS-SIM-ER-SSS
           PERFORM VARYING WS-SSS-SUB FROM 1 BY 1
                   UNTIL WS-SSS-SUB > WS-SSS-BRACKET-COUNT
               IF WS-MONTHLY-BASIC >= WS-SSS-RANGE-LOW (WS-SSS-SUB)
                       AND WS-MONTHLY-BASIC
                       <= WS-SSS-RANGE-HIGH (WS-SSS-SUB)
                   MOVE WS-SSS-ER-SHARE (WS-SSS-SUB) TO WS-SIM-ER-SSS
                   MOVE WS-SSS-BRACKET-COUNT TO WS-SSS-SUB
               END-IF
           END-PERFORM
           IF WS-SIM-ER-SSS = ZEROES AND WS-MONTHLY-BASIC
                   > WS-SSS-RANGE-HIGH (WS-SSS-BRACKET-COUNT)
               MOVE WS-SSS-ER-SHARE (WS-SSS-BRACKET-COUNT)
                   TO WS-SIM-ER-SSS
           END-IF
           COMPUTE WS-SIM-ER-PHL ROUNDED =
               WS-PHILHEALTH-BASE * WS-PHILHEALTH-ER-RATE
           COMPUTE WS-SIM-ER-PAG ROUNDED =
               WS-MONTHLY-BASIC * WS-PAGIBIG-ER-RATE
           IF WS-SIM-ER-PAG > WS-PAGIBIG-MAX-ER-SHARE
               MOVE WS-PAGIBIG-MAX-ER-SHARE TO WS-SIM-ER-PAG
           END-IF
           COMPUTE WS-SIM-MONTH-ER = WS-SIM-ER-SSS + WS-SIM-ER-PHL
               + WS-SIM-ER-PAG.

      * Heading and parameters, then each department's statuses with
      * a department total after the last of them and a grand total
      * at the end. One continuous listing, like the RETRO report.
       4500-WRITE-PROJECTION-REPORT.
           WRITE PRINT-RECORD FROM HEADING-1
           WRITE PRINT-RECORD FROM HEADING-2
           WRITE PRINT-RECORD FROM SIM-TITLE-LINE
           MOVE WS-PERIOD-START-DATE TO PERIOD-START-OUT
           MOVE WS-PERIOD-END-DATE TO PERIOD-END-OUT
           WRITE PRINT-RECORD FROM HEADING-PERIOD
           MOVE WS-PAY-GROUP TO HEADING-PAY-GROUP-OUT
           MOVE WS-PAY-FREQUENCY TO HEADING-FREQUENCY-OUT
           WRITE PRINT-RECORD FROM HEADING-PAY-GROUP
           WRITE PRINT-RECORD FROM SIM-NOT-POSTED-LINE
           MOVE WS-SIM-CURRENT-DATE TO SIM-CURRENT-DATE-OUT
           MOVE WS-PERIOD-END-DATE TO SIM-PROJECTION-DATE-OUT
           WRITE PRINT-RECORD FROM SIM-RATES-LINE
           MOVE WS-SIM-INCREASE-PCT TO SIM-INCREASE-OUT
           MOVE WS-SIM-LIMIT-BY TO SIM-LIMIT-BY-OUT
           MOVE WS-SIM-LIMIT-VALUE TO SIM-LIMIT-VALUE-OUT
           WRITE PRINT-RECORD FROM SIM-INCREASE-LINE
           MOVE WS-PERIODS-PER-YEAR TO SIM-PERIODS-OUT
           WRITE PRINT-RECORD FROM SIM-ANNUAL-LINE
           WRITE PRINT-RECORD FROM PRINTING-NEWLINE
           WRITE PRINT-RECORD FROM SIM-HEADING-LINE
           WRITE PRINT-RECORD FROM PRINTING-NEWLINE
           MOVE ZEROES TO WS-SIM-DEPT-TOTALS WS-SIM-GRAND-TOTALS
           PERFORM VARYING WS-SIM-SUB FROM 1 BY 1
                   UNTIL WS-SIM-SUB > WS-SIM-COUNT
               MOVE WS-SIM-FIGURES (WS-SIM-SUB)
                   TO WS-SIM-PRINT-FIGURES
               MOVE WS-SIM-DEPARTMENT (WS-SIM-SUB)
                   TO WS-SIM-PRINT-DEPARTMENT
               MOVE WS-SIM-STATUS (WS-SIM-SUB) TO WS-SIM-PRINT-STATUS
               PERFORM 4550-WRITE-SIM-LINES
               PERFORM 4520-ADD-TO-SIM-TOTALS
               IF WS-SIM-SUB = WS-SIM-COUNT
                   PERFORM 4530-WRITE-DEPT-TOTAL
               ELSE
                   IF WS-SIM-DEPARTMENT (WS-SIM-SUB + 1)
                           NOT = WS-SIM-DEPARTMENT (WS-SIM-SUB)
                       PERFORM 4530-WRITE-DEPT-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SIM-GRAND-TOTALS TO WS-SIM-PRINT-FIGURES
           MOVE "TOTAL" TO WS-SIM-PRINT-DEPARTMENT
           MOVE "ALL DEPTS" TO WS-SIM-PRINT-STATUS
           PERFORM 4550-WRITE-SIM-LINES.

       4520-ADD-TO-SIM-TOTALS.
           PERFORM VARYING WS-SIM-COL FROM 1 BY 1 UNTIL WS-SIM-COL > 2
               ADD WS-SIM-PRINT-HEADCOUNT (WS-SIM-COL)
                   TO WS-SIM-DEPT-HEADCOUNT (WS-SIM-COL)
                      WS-SIM-GRAND-HEADCOUNT (WS-SIM-COL)
               ADD WS-SIM-PRINT-GROSS (WS-SIM-COL)
                   TO WS-SIM-DEPT-GROSS (WS-SIM-COL)
                      WS-SIM-GRAND-GROSS (WS-SIM-COL)
               ADD WS-SIM-PRINT-EE (WS-SIM-COL)
                   TO WS-SIM-DEPT-EE (WS-SIM-COL)
                      WS-SIM-GRAND-EE (WS-SIM-COL)
               ADD WS-SIM-PRINT-ER (WS-SIM-COL)
                   TO WS-SIM-DEPT-ER (WS-SIM-COL)
                      WS-SIM-GRAND-ER (WS-SIM-COL)
               ADD WS-SIM-PRINT-WTAX (WS-SIM-COL)
                   TO WS-SIM-DEPT-WTAX (WS-SIM-COL)
                      WS-SIM-GRAND-WTAX (WS-SIM-COL)
               ADD WS-SIM-PRINT-13TH (WS-SIM-COL)
                   TO WS-SIM-DEPT-13TH (WS-SIM-COL)
                      WS-SIM-GRAND-13TH (WS-SIM-COL)
           END-PERFORM.

       4530-WRITE-DEPT-TOTAL.
           MOVE WS-SIM-DEPT-TOTALS TO WS-SIM-PRINT-FIGURES
           MOVE WS-SIM-DEPARTMENT (WS-SIM-SUB)
               TO WS-SIM-PRINT-DEPARTMENT
           MOVE "ALL STATUSES" TO WS-SIM-PRINT-STATUS
           PERFORM 4550-WRITE-SIM-LINES
           MOVE ZEROES TO WS-SIM-DEPT-TOTALS.

      * CURRENT, PROJECTED and CHANGE for whatever is in the print
      * work area, then a blank line.
       4550-WRITE-SIM-LINES.
           MOVE WS-SIM-PRINT-DEPARTMENT TO SIM-DEPARTMENT-OUT
           MOVE WS-SIM-PRINT-STATUS TO SIM-STATUS-OUT
           MOVE WS-SIM-PRINT-HEADCOUNT (1) TO SIM-HEADCOUNT-OUT
           MOVE "CURRENT" TO SIM-BASIS-OUT
           MOVE WS-SIM-PRINT-GROSS (1) TO SIM-GROSS-OUT
           MOVE WS-SIM-PRINT-EE (1) TO SIM-EE-OUT
           MOVE WS-SIM-PRINT-ER (1) TO SIM-ER-OUT
           MOVE WS-SIM-PRINT-WTAX (1) TO SIM-WTAX-OUT
           MOVE WS-SIM-PRINT-13TH (1) TO SIM-13TH-OUT
           COMPUTE WS-SIM-COST = WS-SIM-PRINT-GROSS (1)
               + WS-SIM-PRINT-ER (1) + WS-SIM-PRINT-13TH (1)
           MOVE WS-SIM-COST TO SIM-COST-OUT
           WRITE PRINT-RECORD FROM SIM-DETAIL-LINE
           MOVE SPACES TO SIM-DEPARTMENT-OUT SIM-STATUS-OUT
           MOVE WS-SIM-PRINT-HEADCOUNT (2) TO SIM-HEADCOUNT-OUT
           MOVE "PROJECTED" TO SIM-BASIS-OUT
           MOVE WS-SIM-PRINT-GROSS (2) TO SIM-GROSS-OUT
           MOVE WS-SIM-PRINT-EE (2) TO SIM-EE-OUT
           MOVE WS-SIM-PRINT-ER (2) TO SIM-ER-OUT
           MOVE WS-SIM-PRINT-WTAX (2) TO SIM-WTAX-OUT
           MOVE WS-SIM-PRINT-13TH (2) TO SIM-13TH-OUT
           COMPUTE WS-SIM-PROJECTED-COST = WS-SIM-PRINT-GROSS (2)
               + WS-SIM-PRINT-ER (2) + WS-SIM-PRINT-13TH (2)
           MOVE WS-SIM-PROJECTED-COST TO SIM-COST-OUT
           WRITE PRINT-RECORD FROM SIM-DETAIL-LINE
           MOVE ZEROES TO SIM-HEADCOUNT-OUT
           MOVE "CHANGE" TO SIM-BASIS-OUT
           COMPUTE SIM-GROSS-OUT = WS-SIM-PRINT-GROSS (2)
               - WS-SIM-PRINT-GROSS (1)
           COMPUTE SIM-EE-OUT = WS-SIM-PRINT-EE (2)
               - WS-SIM-PRINT-EE (1)
           COMPUTE SIM-ER-OUT = WS-SIM-PRINT-ER (2)
               - WS-SIM-PRINT-ER (1)
           COMPUTE SIM-WTAX-OUT = WS-SIM-PRINT-WTAX (2)
               - WS-SIM-PRINT-WTAX (1)
           COMPUTE SIM-13TH-OUT = WS-SIM-PRINT-13TH (2)
               - WS-SIM-PRINT-13TH (1)
           COMPUTE SIM-COST-OUT = WS-SIM-PROJECTED-COST - WS-SIM-COST
           WRITE PRINT-RECORD FROM SIM-DETAIL-LINE
           WRITE PRINT-RECORD FROM PRINTING-NEWLINE.

      * 13TH-MONTH mode: one pass over YTDMASTR.DAT, each employee's
      * benefit computed as one-twelfth of accumulated YTD gross,
      * written to its own register and its own bank file with a
      * trailer. The only YTD posting is the benefit itself, kept in
      * YTD-13TH-MONTH for the year-end tax annualization; no
      * checkpoint, no master rewrite -- the regular period's files
      * are never opened.
       5000-RUN-13TH-MONTH.
           PERFORM 1050-BUILD-REPORT-FILENAME
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YTD MASTER FILE, STATUS = "
                   WS-YTD-FILE-STATUS
           MOVE WS-13TH-COUNT TO B13-TRAILER-COUNT
           MOVE WS-13TH-TOTAL TO B13-TRAILER-NETPAY
           WRITE B13-TRAILER-RECORD
           PERFORM 5300-WRITE-BONUS-CONTROL-REPORT
           CLOSE YTD-MASTER-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE PRINT-FILE
           END-IF
           CLOSE CHECK-REGISTER-FILE.

      * One-twelfth of a year's basic salary at the current rate,
      * for the months of service in the year of the run. The
      * master's basic is per period of the employee's pay group, so
      * it is brought to a monthly figure by that group's periods a
      * year. An employee no longer on the master has no rate or
      * dates to prorate by, so falls back to one-twelfth of the YTD
      * gross actually paid. Either way a 13th month already paid
      * this year -- by FINAL-PAY, or by an earlier run of this mode
      * -- is netted off as 6100 does, so it is neither paid nor
      * posted twice; someone already paid in full gets a register
      * line but no credit, check or YTD posting.
       5100-PAY-13TH-MONTH.
           MOVE YTD-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "*NOT IN MASTER*" TO MST-EMP-NAME
                   MOVE SPACES TO MST-EMP-STATUS
                   MOVE ZEROES TO WS-SERVICE-MONTHS
                   COMPUTE WS-13TH-AMOUNT ROUNDED = YTD-SALARY / 12
               NOT INVALID KEY
                   STRING "01/01/" DELIMITED BY SIZE
                       WS-PERIOD-END-DATE(7:4) DELIMITED BY SIZE
                       INTO WS-SERVICE-FROM-DATE
                   END-STRING
                   STRING "12/31/" DELIMITED BY SIZE
                       WS-PERIOD-END-DATE(7:4) DELIMITED BY SIZE
                       INTO WS-SERVICE-TO-DATE
                   END-STRING
                   PERFORM 5150-COMPUTE-SERVICE-MONTHS
                   PERFORM 5110-SET-EMPLOYEE-FREQUENCY
                   COMPUTE WS-13TH-AMOUNT ROUNDED = MST-EMP-BASIC-SALARY
                       * WS-PERIODS-PER-YEAR / 12
                       * WS-SERVICE-MONTHS / 12
           END-READ
           IF YTD-13TH-MONTH >= WS-13TH-AMOUNT
               MOVE ZEROES TO WS-13TH-AMOUNT
           ELSE
               SUBTRACT YTD-13TH-MONTH FROM WS-13TH-AMOUNT
           END-IF
           MOVE YTD-EMP-NUMBER TO BONUS-NUMBER-OUT
           MOVE MST-EMP-NAME TO BONUS-NAME-OUT
           MOVE MST-EMP-STATUS TO BONUS-STATUS-OUT
           MOVE WS-13TH-AMOUNT TO BONUS-AMOUNT-OUT
           MOVE WS-SERVICE-MONTHS TO BONUS-MONTHS-OUT
           WRITE PRINT-RECORD FROM BONUS-DETAIL-LINE
           ADD 1 TO WS-13TH-READ-COUNT
           IF WS-13TH-AMOUNT = ZEROES
               ADD 1 TO WS-13TH-SETTLED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD WS-13TH-AMOUNT TO WS-13TH-GRAND-TOTAL
           ADD WS-13TH-AMOUNT TO YTD-13TH-MONTH
           REWRITE YTD-RECORD
           ADD 1 TO WS-YTD-POST-COUNT
           PERFORM 5200-DISBURSE-13TH-MONTH.

      * A group dropped from PAYGROUP.DAT after the employee was
      * placed in it is taken as semi-monthly, and said so.
       5110-SET-EMPLOYEE-FREQUENCY.
           MOVE MST-EMP-PAY-GROUP TO WS-PGR-LOOKUP-CODE
           PERFORM 1036-FIND-PAY-GROUP
           IF NOT PAY-GROUP-FOUND
               DISPLAY "PAY GROUP " MST-EMP-PAY-GROUP " OF EMPLOYEE "
                   MST-EMP-NUMBER " NOT ON PAYGROUP.DAT, "
                   "TAKEN AS SEMI-MONTHLY"
               MOVE "SEMI-MONTHLY" TO WS-PAY-FREQUENCY
           END-IF
           PERFORM 1040-SET-FREQUENCY-FACTORS.

      * Narrows the window the caller sets in WS-SERVICE-FROM-DATE
      * and WS-SERVICE-TO-DATE to the employee's hire and separation
      * dates, then counts its months under the half-month rule:
      * the first month only if the window starts on or before the
      * 15th, the last only if it ends on or after the 15th.
       5150-COMPUTE-SERVICE-MONTHS.
           STRING WS-SERVICE-FROM-DATE(7:4) DELIMITED BY SIZE
               WS-SERVICE-FROM-DATE(1:2) DELIMITED BY SIZE
               WS-SERVICE-FROM-DATE(4:2) DELIMITED BY SIZE
               INTO WS-SERVICE-FROM-KEY
           END-STRING
           STRING WS-SERVICE-TO-DATE(7:4) DELIMITED BY SIZE
               WS-SERVICE-TO-DATE(1:2) DELIMITED BY SIZE
               WS-SERVICE-TO-DATE(4:2) DELIMITED BY SIZE
               INTO WS-SERVICE-TO-KEY
           END-STRING
           IF MST-EMP-HIRE-DATE NOT = SPACES
               STRING MST-EMP-HIRE-DATE(7:4) DELIMITED BY SIZE
                   MST-EMP-HIRE-DATE(1:2) DELIMITED BY SIZE
                   MST-EMP-HIRE-DATE(4:2) DELIMITED BY SIZE
                   INTO WS-EMPLOYMENT-DATE-KEY
               END-STRING
               IF WS-EMPLOYMENT-DATE-KEY > WS-SERVICE-FROM-KEY
                   MOVE MST-EMP-HIRE-DATE TO WS-SERVICE-FROM-DATE
                   MOVE WS-EMPLOYMENT-DATE-KEY TO WS-SERVICE-FROM-KEY
               END-IF
           END-IF
           IF MST-EMP-SEPARATION-DATE NOT = SPACES
               STRING MST-EMP-SEPARATION-DATE(7:4) DELIMITED BY SIZE
                   MST-EMP-SEPARATION-DATE(1:2) DELIMITED BY SIZE
                   MST-EMP-SEPARATION-DATE(4:2) DELIMITED BY SIZE
                   INTO WS-EMPLOYMENT-DATE-KEY
               END-STRING
               IF WS-EMPLOYMENT-DATE-KEY < WS-SERVICE-TO-KEY
                   MOVE MST-EMP-SEPARATION-DATE TO WS-SERVICE-TO-DATE
                   MOVE WS-EMPLOYMENT-DATE-KEY TO WS-SERVICE-TO-KEY
               END-IF
           END-IF
           IF WS-SERVICE-FROM-KEY > WS-SERVICE-TO-KEY
               MOVE ZEROES TO WS-SERVICE-MONTHS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SERVICE-FROM-DATE(1:2) TO WS-SERVICE-FROM-MONTH
           MOVE WS-SERVICE-TO-DATE(1:2) TO WS-SERVICE-TO-MONTH
           MOVE WS-SERVICE-FROM-DATE(7:4) TO WS-SERVICE-FROM-YEAR
           MOVE WS-SERVICE-TO-DATE(7:4) TO WS-SERVICE-TO-YEAR
           COMPUTE WS-SERVICE-MONTHS =
               (WS-SERVICE-TO-YEAR - WS-SERVICE-FROM-YEAR) * 12
               + WS-SERVICE-TO-MONTH - WS-SERVICE-FROM-MONTH + 1
           IF WS-SERVICE-FROM-DATE(4:2) > "15"
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-TO-DATE(4:2) < "15"
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < ZERO
               MOVE ZEROES TO WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS > 12
               MOVE 12 TO WS-SERVICE-MONTHS
           END-IF.

      * Same enrollment routing as the regular run's bank record:
      * only an ACTIVE enrollment is uploaded (with its real account
      * number), everyone else lands on the check register. The
               ADD WS-13TH-AMOUNT TO WS-CHECK-AMOUNT-TOTAL
           END-IF.

      * Same balancing discipline as the regular run's CONTROL.RPT:
      * every benefit computed is either a bank credit or a check,
      * both routes foot back to the register, and every YTD record
      * read was posted unless its 13th month was already paid in
      * full. PayRelease will not release BANK13TH.DAT without this
      * report's in-balance verdict.
       5300-WRITE-BONUS-CONTROL-REPORT.
           OPEN OUTPUT BONUS-CONTROL-FILE
           IF WS-BONUS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING 13TH MONTH CONTROL REPORT, "
                   "STATUS = " WS-BONUS-CONTROL-FILE-STATUS
               STOP RUN
           END-IF
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-HEADING-LINE
           MOVE WS-PERIOD-START-DATE TO CONTROL-PERIOD-START-OUT
           MOVE WS-PERIOD-END-DATE TO CONTROL-PERIOD-END-OUT
           MOVE SPACES TO CONTROL-PAY-GROUP-OUT
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-PERIOD-LINE
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-BLANK-LINE
           MOVE "YTD RECORDS READ" TO CONTROL-LABEL-OUT
           MOVE WS-13TH-READ-COUNT TO CONTROL-COUNT-OUT
           MOVE ZEROES TO CONTROL-AMOUNT-OUT
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "DETAIL LINES PRINTED" TO CONTROL-LABEL-OUT
           MOVE WS-13TH-READ-COUNT TO CONTROL-COUNT-OUT
           MOVE WS-13TH-GRAND-TOTAL TO CONTROL-AMOUNT-OUT
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "BANK RECORDS WRITTEN" TO CONTROL-LABEL-OUT
           MOVE WS-13TH-COUNT TO CONTROL-COUNT-OUT
           MOVE WS-13TH-TOTAL TO CONTROL-AMOUNT-OUT
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "CHECK PAYMENTS WRITTEN" TO CONTROL-LABEL-OUT
           MOVE WS-CHECK-COUNT TO CONTROL-COUNT-OUT
           MOVE WS-CHECK-AMOUNT-TOTAL TO CONTROL-AMOUNT-OUT
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "ALREADY PAID IN FULL" TO CONTROL-LABEL-OUT
           MOVE WS-13TH-SETTLED-COUNT TO CONTROL-COUNT-OUT
           MOVE ZEROES TO CONTROL-AMOUNT-OUT
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "YTD RECORDS POSTED" TO CONTROL-LABEL-OUT
           MOVE WS-YTD-POST-COUNT TO CONTROL-COUNT-OUT
           MOVE ZEROES TO CONTROL-AMOUNT-OUT
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           WRITE BONUS-CONTROL-RECORD FROM CONTROL-BLANK-LINE
           IF WS-13TH-READ-COUNT NOT = WS-13TH-COUNT + WS-CHECK-COUNT
                   + WS-13TH-SETTLED-COUNT
                   OR WS-13TH-READ-COUNT NOT = WS-YTD-POST-COUNT
                   + WS-13TH-SETTLED-COUNT
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           IF WS-13TH-TOTAL + WS-CHECK-AMOUNT-TOTAL
                   NOT = WS-13TH-GRAND-TOTAL
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           IF RUN-IS-BALANCED
               MOVE "RUN IS IN BALANCE" TO CONTROL-VERDICT-OUT
               WRITE BONUS-CONTROL-RECORD FROM CONTROL-VERDICT-LINE
           ELSE
               MOVE "*** RUN OUT OF BALANCE - DO NOT UPLOAD BANK FILE"
                   TO CONTROL-VERDICT-OUT
               WRITE BONUS-CONTROL-RECORD FROM CONTROL-VERDICT-LINE
               DISPLAY "13TH MONTH RUN OUT OF BALANCE -- "
                   "DO NOT UPLOAD BANK FILE, SEE CTL13TH.RPT"
           END-IF
           CLOSE BONUS-CONTROL-FILE.

      * FINAL-PAY mode: one pass over the employee master, producing
      * a statement for each resigned employee that combines the last
      * basic salary (the run's period paid up to the separation
      * date), the 13th month for the months of service up to the
      * separation date less any 13th month already paid this year,
      * and offsets for outstanding loan balances. Like a regular
      * run it covers the one pay group named on the command line,
      * whose calendar entry and frequency it is run on.
      * The loan ledger balances are reduced by what the final pay
      * could cover. The checkpoint is never touched; YTD only picks
      * up the 13th month and the taxable remainder of the final pay,
      * for the year-end tax annualization.
       6000-RUN-FINAL-PAY.
           PERFORM 1050-BUILD-REPORT-FILENAME
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS = "35"
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YTD MASTER FILE, STATUS = "
                   WS-YTD-FILE-STATUS
                   WS-LOAN-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM 1060-OPEN-LOAN-HISTORY
           OPEN I-O LEAVE-LEDGER-FILE
           IF WS-LEAVE-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-LEDGER-FILE
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF MST-EMP-STATUS-RESIGNED
                               AND MST-EMP-PAY-GROUP = WS-PAY-GROUP
                           PERFORM 6100-WRITE-FINAL-STATEMENT
                       END-IF
               END-READ
           CLOSE YTD-MASTER-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE LOAN-LEDGER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE LEAVE-LEDGER-FILE
           CLOSE PRINT-FILE.

      * The last salary goes through the regular run's proration
      * (on the EMP- copy of the record, as RETRO does), so it covers
      * the days from the period start to the separation date; an
      * employee separated before the period gets none. A legacy
      * RESIGNED record with no separation date is treated as
      * separated on the period end, as before the date existed.
       6100-WRITE-FINAL-STATEMENT.
           MOVE MASTER-EMPLOYEE-INFO TO EMPLOYEE-INFO
           PERFORM 2140-PRORATE-BASIC-SALARY
           IF MST-EMP-SEPARATION-DATE NOT = SPACES
               MOVE MST-EMP-SEPARATION-DATE TO WS-SERVICE-TO-DATE
           ELSE
               MOVE WS-PERIOD-END-DATE TO WS-SERVICE-TO-DATE
           END-IF
           STRING "01/01/" DELIMITED BY SIZE
               WS-SERVICE-TO-DATE(7:4) DELIMITED BY SIZE
               INTO WS-SERVICE-FROM-DATE
           END-STRING
           PERFORM 5150-COMPUTE-SERVICE-MONTHS
           COMPUTE WS-FINAL-13TH ROUNDED = MST-EMP-BASIC-SALARY
               * WS-PERIODS-PER-YEAR / 12 * WS-SERVICE-MONTHS / 12
           MOVE MST-EMP-NUMBER TO YTD-EMP-NUMBER
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-SW
                   IF YTD-13TH-MONTH >= WS-FINAL-13TH
                       MOVE ZEROES TO WS-FINAL-13TH
                   ELSE
                       SUBTRACT YTD-13TH-MONTH FROM WS-FINAL-13TH
                   END-IF
           END-READ
           PERFORM 6400-CONVERT-UNUSED-LEAVE
           COMPUTE WS-FINAL-GROSS = WS-PERIOD-BASIC
               + WS-FINAL-13TH + WS-LEAVE-CONVERT-PAY
           PERFORM 6150-POST-FINAL-PAY-YTD
           PERFORM 6200-OFFSET-LOAN-BALANCES
           COMPUTE WS-FINAL-NET = WS-FINAL-GROSS - WS-LOAN-DED-TOTAL
           WRITE PRINT-RECORD FROM PAYSLIP-SEPARATOR
           MOVE MST-EMP-STATUS TO PAYSLIP-STATUS-OUT
           WRITE PRINT-RECORD FROM PAYSLIP-STATUS-LINE
           MOVE "LAST BASIC SALARY" TO PAYSLIP-LABEL-OUT
           MOVE WS-PERIOD-BASIC TO PAYSLIP-AMOUNT-OUT
           WRITE PRINT-RECORD FROM PAYSLIP-MONEY-LINE
           MOVE "PRORATED 13TH MONTH" TO PAYSLIP-LABEL-OUT
           MOVE WS-FINAL-13TH TO PAYSLIP-AMOUNT-OUT
               END-READ
           END-PERFORM.

      * The final pay never goes through PAYHIST.DAT, so the year-end
      * annualization reads it from YTD: the 13th month on its own
      * (non-taxable up to the ceiling), the last salary and the
      * converted leave together (taxable in full). An employee who
      * resigned before ever being paid gets a YTD record here.
       6150-POST-FINAL-PAY-YTD.
           IF YTD-RECORD-FOUND
               ADD WS-FINAL-13TH TO YTD-13TH-MONTH
               COMPUTE YTD-FINAL-PAY-COMP = YTD-FINAL-PAY-COMP
                   + WS-PERIOD-BASIC + WS-LEAVE-CONVERT-PAY
               REWRITE YTD-RECORD
           ELSE
               MOVE MST-EMP-NUMBER TO YTD-EMP-NUMBER
               MOVE ZEROES TO YTD-SALARY YTD-DEDUCTIONS YTD-NETPAY
                   YTD-WITHHOLDING
               MOVE WS-FINAL-13TH TO YTD-13TH-MONTH
               COMPUTE YTD-FINAL-PAY-COMP = WS-PERIOD-BASIC
                   + WS-LEAVE-CONVERT-PAY
               WRITE YTD-RECORD
           END-IF.

      * Unused vacation and sick leave convert to pay at the daily
      * rate on the way out, the way the labor standards require --
      * previously computed on paper and never traceable. The ledger
               END-IF
               SUBTRACT WS-LOAN-INSTALLMENT FROM LOAN-BALANCE
               REWRITE LOAN-LEDGER-RECORD
               MOVE "OFFSET" TO WS-LOAN-HISTORY-TYPE
               PERFORM 2375-WRITE-LOAN-HISTORY
               ADD WS-LOAN-INSTALLMENT TO WS-LOAN-DED-TOTAL
               SUBTRACT WS-LOAN-INSTALLMENT FROM WS-REMAINING-PAY
           END-IF.
      * old-versus-new net pay is printed for review before anyone
      * releases the adjustments. Status-based adjustments (casual,
      * probationary, resigned) apply as of the employee's current
      * status on the master. Only the named pay group's history is
      * recomputed, on that group's frequency.
       7000-RUN-RETRO-RECALC.
           PERFORM 1050-BUILD-REPORT-FILENAME
           PERFORM 1200-LOAD-RATE-TABLES
           MOVE WS-PERIOD-START-DATE TO PERIOD-START-OUT
           MOVE WS-PERIOD-END-DATE TO PERIOD-END-OUT
           WRITE PRINT-RECORD FROM HEADING-PERIOD
           MOVE WS-PAY-GROUP TO HEADING-PAY-GROUP-OUT
           MOVE WS-PAY-FREQUENCY TO HEADING-FREQUENCY-OUT
           WRITE PRINT-RECORD FROM HEADING-PAY-GROUP
           WRITE PRINT-RECORD FROM PRINTING-NEWLINE
           WRITE PRINT-RECORD FROM RETRO-HEADING-LINE
           MOVE "N" TO WS-END-OF-SCAN-SW
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF HIST-PERIOD-END = WS-PERIOD-END-KEY
                               AND HIST-PAY-GROUP = WS-PAY-GROUP
                           PERFORM 7100-RECALC-ONE-EMPLOYEE
                       END-IF
               END-READ
           CLOSE PRINT-FILE
           CLOSE RETRO-ADJUSTMENT-FILE.

      * A period paid before contributions were split across the
      * month (no month position in its history) took each monthly
      * amount in full; recomputing it today would "refund" half of
      * every contribution, so it is left alone and reported.
       7100-RECALC-ONE-EMPLOYEE.
           IF HIST-MONTH-PERIODS = ZERO
               DISPLAY "WARNING: EMPLOYEE " HIST-EMP-NUMBER
                   " WAS PAID BEFORE MONTHLY CONTRIBUTION SPLITTING,"
                   " PERIOD NOT RECOMPUTED"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY

      * The statutory computation runs against the EMP- copy of the
      * master layout, the same fields the regular run's sorted
      * record feeds it, so 2140, 2210 and their lookups are reused
      * unchanged -- a period the employee joined or left in is
      * recomputed on the prorated basic it was paid on.
       7150-RECOMPUTE-AND-COMPARE.
           MOVE MASTER-EMPLOYEE-INFO TO EMPLOYEE-INFO
           PERFORM 2140-PRORATE-BASIC-SALARY
           PERFORM 2210-COMPUTE-EFFECTIVE-DEDUCTIONS
           COMPUTE WS-OLD-DEDUCTIONS = HIST-SSS + HIST-PHILHEALTH
               + HIST-PAGIBIG + HIST-WITHHOLDING
           MOVE WS-ADJUST-PERIOD-END TO RADJ-PERIOD-END
           MOVE ZEROES TO RADJ-OT-HOURS RADJ-ABSENT-DAYS
               RADJ-ALLOWANCE RADJ-OTHER-DEDUCTION
               RADJ-TAX-REFUND RADJ-TAX-COLLECT
               RADJ-HOLIDAY-HOURS RADJ-REST-DAY-HOURS
               RADJ-NIGHT-DIFF-HOURS
           MOVE SPACES TO RADJ-HOLIDAY-DATE
           MOVE "N" TO RADJ-HOLIDAY-REST-DAY
           IF WS-NET-DIFFERENCE > ZERO
               MOVE WS-NET-DIFFERENCE TO RADJ-ALLOWANCE
           ELSE
           CLOSE CHECK-REGISTER-FILE
           CLOSE YTD-MASTER-FILE
           CLOSE LOAN-LEDGER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE LEAVE-LEDGER-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE VARIANCE-FILE.
           MOVE WS-PERIOD-START-DATE TO PERIOD-START-OUT
           MOVE WS-PERIOD-END-DATE TO PERIOD-END-OUT
           WRITE PRINT-RECORD FROM HEADING-PERIOD
           MOVE WS-PAY-GROUP TO HEADING-PAY-GROUP-OUT
           MOVE WS-PAY-FREQUENCY TO HEADING-FREQUENCY-OUT
           WRITE PRINT-RECORD FROM HEADING-PAY-GROUP
           WRITE PRINT-RECORD FROM PRINTING-NEWLINE
           WRITE PRINT-RECORD FROM HEADING-3
           WRITE PRINT-RECORD FROM HEADING-4
