      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Year-end withholding tax annualization. The payroll run
      * withholds each period against the BIR table for the pay
      * group's frequency, so
      * by December an employee whose pay changed during the year is
      * over- or under-withheld and the difference used to be worked
      * out on a spreadsheet. This program reads PAYHIST.DAT for the
      * tax year and, per employee, totals the gross compensation,
      * the SSS/PhilHealth/Pag-IBIG contributions and the tax actually
      * withheld (net of any refund already paid back); adds from
      * YTDMASTR.DAT the 13th month and final pay that never pass
      * through the history, exempting the 13th month up to the BIR
      * ceiling; and computes the tax due on the annual table
      * BIRANNL.DAT. The difference is queued as a refund or a
      * collection on TAXADJ.DAT, in the period-transaction layout,
      * for the last regular period of December -- the timekeeper
      * folds it into PERTRANS.DAT the same way as the RETRO
      * adjustments, so AttendEdit and the regular run pick it up.
      * That period has not been paid yet when this runs, so its pay
      * is projected from the employee master. Output:
      *   TAXANNL.RPT - annualization register, one line per employee
      *   BIR2316.RPT - BIR Form 2316 certificate per employee
      *   TAXADJ.DAT  - refund/collection transactions
      * The 13TH-MONTH run must come before this one, or the 13th
      * month will be missing from the annual figures.
      * Each pay group is annualized in its own run, against its own
      * last December period, and its TAXADJ.DAT folded in before
      * that group's regular run; the fourth parameter names the
      * group (blank for the semi-monthly group). An employee is
      * annualized in the group the master has them in now, over all
      * of the year's history whichever group paid it; one no longer
      * on the master goes with the group of their last period.
      * Employees with no history in the year are picked up after the
      * history pass: anyone on YTDMASTR.DAT (a resignation settled
      * by FINAL-PAY before any regular pay) and anyone in the group
      * on the master whose only pay is the projected last period (a
      * December hire).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxAnnualize.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read end to end in key order (employee, then period end), so
      * one employee's periods arrive contiguously and the year can
      * be control-broken per employee in a single pass.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Joined per employee for the name, TIN, status, and the last
      * computed pay and deductions the projected period is built
      * from; swept in key order afterwards for the group's
      * employees who have no history in the year.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-NUMBER
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

      * Joined per employee for the 13th month and final pay, which
      * are paid outside the regular run and only posted here; swept
      * in key order afterwards for final pay with no history.
           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-NUMBER
               FILE STATUS IS WS-YTD-FILE-STATUS.

      * Annual graduated tax table, dated by effective year like the
      * semi-monthly BIRTAX.DAT the payroll run withholds from.
           SELECT BIR-ANNUAL-TAX-FILE ASSIGN TO "BIRANNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIR-ANNUAL-FILE-STATUS.

      * Read only, to confirm the adjustment period is the pay
      * group's last regular period of the year and is still open to
      * receive it.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

      * The queued refunds and collections, same layout as the
      * period transactions the regular run reads.
           SELECT TAX-ADJUSTMENT-FILE ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-ADJ-FILE-STATUS.

           SELECT ANNUALIZATION-REPORT-FILE ASSIGN TO "TAXANNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "BIR2316.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPMSTR.

       FD  YTD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YTDMSTR.

      * One annual bracket per record, in ascending order of
      * BAN-IN-BRACKET-LOW within each version: tax is the base
      * amount plus the rate applied to the excess of annual taxable
      * compensation over the bracket floor.
       FD  BIR-ANNUAL-TAX-FILE
           LABEL RECORDS ARE STANDARD.
       01  BIR-ANNUAL-TAX-RECORD.
           02  BAN-IN-EFFECTIVE       PIC X(8).
           02  BAN-IN-BRACKET-LOW     PIC 9(8)V99.
           02  BAN-IN-BASE-TAX        PIC 9(7)V99.
           02  BAN-IN-RATE            PIC 9V9999.

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

      * Same record layout as the PERIOD-TRANSACTION-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       FD  TAX-ADJUSTMENT-FILE
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

       FD  ANNUALIZATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANNUALIZATION-REPORT-RECORD PIC X(110).

       FD  CERTIFICATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERTIFICATE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
       01  WS-EMPLOYEE-FILE-STATUS   PIC XX VALUE "00".
       01  WS-YTD-FILE-STATUS        PIC XX VALUE "00".
       01  WS-BIR-ANNUAL-FILE-STATUS PIC XX VALUE "00".
       01  WS-CALENDAR-FILE-STATUS   PIC XX VALUE "00".
       01  WS-TAX-ADJ-FILE-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE "00".
       01  WS-CERTIFICATE-FILE-STATUS PIC XX VALUE "00".
       01  WS-END-OF-FILE            PIC X VALUE "N".
           88  END-OF-HISTORY-FILE   VALUE "Y".
       01  WS-END-OF-TABLE-SW        PIC X VALUE "N".
           88  END-OF-TABLE-FILE     VALUE "Y".
       01  WS-END-OF-SWEEP-SW        PIC X VALUE "N".
           88  END-OF-SWEEP          VALUE "Y".

      * Run parameters via the same command-line PARM idiom as the
      * payroll run: the tax year, the regular period that will
      * carry the adjustments, and the pay group being annualized.
       01  WS-ARGUMENT-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-TAX-YEAR               PIC X(4) VALUE SPACES.
       01  WS-ADJUST-PERIOD-START    PIC X(10) VALUE SPACES.
       01  WS-ADJUST-PERIOD-END      PIC X(10) VALUE SPACES.
       01  WS-PAY-GROUP              PIC X(8) VALUE SPACES.
      * The adjustment period end recoded YYYYMMDD, the form of
      * HIST-PERIOD-END, to tell whether it is already in history.
       01  WS-ADJUST-PERIOD-END-KEY  PIC X(8) VALUE SPACES.
      * Effective-date cutoff for the annual table: the brackets in
      * force on the last day of the tax year.
       01  WS-RATE-CUTOFF-KEY        PIC X(8) VALUE SPACES.
       01  WS-BIR-PICK-DATE          PIC X(8).

      * The 13th month and other benefits are exempt up to this
      * ceiling a year; only the excess is taxable.
       01  WS-13TH-EXEMPT-CEILING    PIC 9(6)V99 VALUE 90000.00.

      * In-core copy of the annual tax table, loaded once before the
      * history pass.
       01  WS-BIR-TABLE.
           02  WS-BIR-BRACKET-COUNT  PIC 9(3) VALUE ZERO.
           02  WS-BIR-BRACKET OCCURS 10 TIMES.
               03  WS-BIR-BRACKET-LOW PIC 9(8)V99.
               03  WS-BIR-BASE-TAX    PIC 9(7)V99.
               03  WS-BIR-RATE        PIC 9V9999.
       01  WS-BIR-SUB                PIC 9(3).
       01  WS-BIR-PICKED             PIC 9(3).

      * Calendar entries, held to check the adjustment period against
      * the rest of the year's regular periods.
       01  WS-CAL-TABLE.
           02  WS-CAL-COUNT          PIC 9(3) VALUE ZERO.
           02  WS-CAL-ENTRY OCCURS 100 TIMES.
               03  WS-CAL-SEQUENCE     PIC 9(4).
               03  WS-CAL-RUN-MODE     PIC X(10).
               03  WS-CAL-PERIOD-START PIC X(10).
               03  WS-CAL-PERIOD-END   PIC X(10).
               03  WS-CAL-STATUS       PIC X(6).
                   88  WS-CAL-OPEN     VALUE "OPEN".
                   88  WS-CAL-CLOSED   VALUE "CLOSED".
               03  WS-CAL-PAY-GROUP    PIC X(8).
       01  WS-CAL-SUB                PIC 9(3).
       01  WS-CAL-MATCH-SUB          PIC 9(3).

      * Control-break accumulators for the employee whose history
      * records are currently passing.
       01  WS-CURRENT-EMP-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ANN-PERIOD-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-ANN-GROSS              PIC 9(8)V99 VALUE ZERO.
       01  WS-ANN-CONTRIBUTIONS      PIC 9(8)V99 VALUE ZERO.
      * Signed: withholding less refunds already paid back.
       01  WS-ANN-WITHHELD           PIC S9(8)V99 VALUE ZERO.
       01  WS-ADJUST-IN-HISTORY-SW   PIC X VALUE "N".
           88  ADJUST-PERIOD-IN-HISTORY VALUE "Y".
      * The pay group of the employee's latest period in the year,
      * replaced by the master's group when the employee is on it.
       01  WS-ANN-PAY-GROUP          PIC X(8) VALUE SPACES.

      * The sweep for employees with no history in the year: whether
      * the history pass already saw them, whether they have a YTD
      * record (and so were taken in the YTD sweep), and their hire
      * date recoded YYYYMMDD.
       01  WS-YEAR-HISTORY-SW        PIC X.
           88  HAS-YEAR-HISTORY      VALUE "Y".
       01  WS-YTD-ON-FILE-SW         PIC X.
           88  YTD-ON-FILE           VALUE "Y".
       01  WS-HIRE-DATE-KEY          PIC X(8).

      * Per-employee annual figures, built in 2500-FINALIZE-EMPLOYEE.
       01  WS-EMP-IN-MASTER-SW       PIC X.
           88  EMPLOYEE-IN-MASTER    VALUE "Y".
       01  WS-PROJECTED-SW           PIC X.
           88  PERIOD-WAS-PROJECTED  VALUE "Y".
       01  WS-ANN-13TH-MONTH         PIC 9(8)V99.
       01  WS-ANN-13TH-EXEMPT        PIC 9(8)V99.
       01  WS-ANN-13TH-TAXABLE       PIC 9(8)V99.
       01  WS-ANN-OTHER-COMP         PIC 9(8)V99.
       01  WS-ANN-TAXABLE            PIC 9(8)V99.
       01  WS-ANN-TAX-DUE            PIC 9(8)V99.
       01  WS-ANN-DIFFERENCE         PIC S9(8)V99.
       01  WS-ANN-REFUND             PIC 9(8)V99.
       01  WS-ANN-COLLECT            PIC 9(8)V99.
       01  WS-ACTION                 PIC X(24).

      * Register grand totals.
       01  WS-EMPLOYEE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-PROJECTED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-REFUND-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-COLLECT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-OUTSIDE-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-TAXABLE          PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-TAX-DUE          PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-WITHHELD         PIC S9(10)V99 VALUE ZERO.
       01  WS-TOTAL-REFUND           PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-COLLECT          PIC 9(10)V99 VALUE ZERO.

       01  ANNL-COMPANY-LINE.
           02  FILLER PIC X(21) VALUE SPACES.
           02  FILLER PIC X(38) VALUE
               "ABC COMPANY - MAKATI CITY, PHILIPPINES".
       01  ANNL-TITLE-LINE.
           02  FILLER PIC X(19) VALUE SPACES.
           02  FILLER PIC X(39) VALUE
               "YEAR-END WITHHOLDING TAX ANNUALIZATION".
       01  ANNL-YEAR-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "TAX YEAR: ".
           02  ANNL-YEAR-OUT PIC X(4).
           02  FILLER PIC X(24) VALUE "   ADJUSTMENT PERIOD:   ".
           02  ANNL-ADJUST-START-OUT PIC X(10).
           02  FILLER PIC X(4) VALUE " TO ".
           02  ANNL-ADJUST-END-OUT PIC X(10).
           02  FILLER PIC X(14) VALUE "   PAY GROUP: ".
           02  ANNL-PAY-GROUP-OUT PIC X(8).
       01  ANNL-BLANK-LINE           PIC X(110) VALUE SPACES.
       01  ANNL-HEADING-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "EMPLOYEE".
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "NAME".
           02  FILLER PIC X(21) VALUE SPACES.
           02  FILLER PIC X(11) VALUE "TAXABLE INC".
           02  FILLER PIC X(5) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "TAX DUE".
           02  FILLER PIC X(5) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "WITHHELD".
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "ADJUSTMENT".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "ACTION".
       01  ANNL-DETAIL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  ANNL-NUMBER-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  ANNL-NAME-OUT PIC X(20).
           02  FILLER PIC X(2) VALUE SPACES.
           02  ANNL-TAXABLE-OUT PIC Z,ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  ANNL-TAX-DUE-OUT PIC ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  ANNL-WITHHELD-OUT PIC -ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  ANNL-ADJUST-OUT PIC ZZZ,ZZZ.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  ANNL-ACTION-OUT PIC X(24).
       01  ANNL-TOTAL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  ANNL-TOTAL-LABEL-OUT PIC X(30).
           02  ANNL-TOTAL-COUNT-OUT PIC ZZZZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  ANNL-TOTAL-AMOUNT-OUT PIC -Z,ZZZ,ZZZ,ZZZ.99.

      * BIR Form 2316 as printed for the employee: employer and
      * employee identification, then the compensation build-up down
      * to the tax due, the tax withheld and the settlement.
       01  CERT-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01  CERT-TITLE-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(55) VALUE
               "BIR FORM 2316 - CERTIFICATE OF COMPENSATION PAYMENT /".
           02  FILLER PIC X(13) VALUE "TAX WITHHELD".
       01  CERT-YEAR-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(14) VALUE "FOR THE YEAR: ".
           02  CERT-YEAR-OUT PIC X(4).
           02  FILLER PIC X(14) VALUE "     PERIOD:  ".
           02  CERT-FROM-OUT PIC X(10).
           02  FILLER PIC X(4) VALUE " TO ".
           02  CERT-TO-OUT PIC X(10).
       01  CERT-EMPLOYER-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(16) VALUE "EMPLOYER:       ".
           02  FILLER PIC X(38) VALUE
               "ABC COMPANY - MAKATI CITY, PHILIPPINES".
       01  CERT-TIN-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(16) VALUE "EMPLOYEE TIN:   ".
           02  CERT-TIN-OUT PIC X(12).
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(13) VALUE "EMPLOYEE NO: ".
           02  CERT-NUMBER-OUT PIC X(10).
       01  CERT-NAME-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(16) VALUE "EMPLOYEE NAME:  ".
           02  CERT-NAME-OUT PIC X(20).
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "STATUS: ".
           02  CERT-STATUS-OUT PIC X(12).
       01  CERT-MONEY-LINE.
           02  FILLER PIC X(3) VALUE SPACES.
           02  CERT-LABEL-OUT PIC X(44).
           02  FILLER PIC X(2) VALUE SPACES.
           02  CERT-AMOUNT-OUT PIC -ZZ,ZZZ,ZZZ.99.
       01  CERT-NOTE-LINE.
           02  FILLER PIC X(3) VALUE SPACES.
           02  CERT-NOTE-OUT PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-HISTORY-RECORDS
               UNTIL END-OF-HISTORY-FILE
           PERFORM 2500-FINALIZE-EMPLOYEE
           PERFORM 4000-SWEEP-YTD-MASTER
           PERFORM 4100-SWEEP-EMPLOYEE-MASTER
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1010-GET-RUN-PARAMETERS
           PERFORM 1020-VALIDATE-PAY-CALENDAR
           PERFORM 1200-LOAD-ANNUAL-TAX-TABLE
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
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YTD MASTER FILE, STATUS = "
                   WS-YTD-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-ADJUSTMENT-FILE
           IF WS-TAX-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TAX ADJUSTMENT FILE, STATUS = "
                   WS-TAX-ADJ-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ANNUALIZATION-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ANNUALIZATION REGISTER, STATUS = "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CERTIFICATE-FILE
           IF WS-CERTIFICATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BIR 2316 FILE, STATUS = "
                   WS-CERTIFICATE-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO ANNL-YEAR-OUT
           MOVE WS-ADJUST-PERIOD-START TO ANNL-ADJUST-START-OUT
           MOVE WS-ADJUST-PERIOD-END TO ANNL-ADJUST-END-OUT
           MOVE WS-PAY-GROUP TO ANNL-PAY-GROUP-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-COMPANY-LINE
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TITLE-LINE
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-YEAR-LINE
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-BLANK-LINE
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-HEADING-LINE
           MOVE LOW-VALUES TO HIST-KEY
           START PAYROLL-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   SET END-OF-HISTORY-FILE TO TRUE
           END-START
           PERFORM 2100-READ-HISTORY-FILE.

       1010-GET-RUN-PARAMETERS.
           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARGUMENT-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-TAX-YEAR FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER TAX YEAR (YYYY): "
               ACCEPT WS-TAX-YEAR
           END-IF
           IF WS-ARGUMENT-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ADJUST-PERIOD-START FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER ADJUSTMENT PERIOD START DATE "
                   "(MM/DD/YYYY): "
               ACCEPT WS-ADJUST-PERIOD-START
           END-IF
           IF WS-ARGUMENT-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ADJUST-PERIOD-END FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER ADJUSTMENT PERIOD END DATE "
                   "(MM/DD/YYYY): "
               ACCEPT WS-ADJUST-PERIOD-END
           END-IF
      * Older three-parameter command lines annualize the
      * semi-monthly group, so the group is prompted for only when
      * the run is keyed interactively.
           IF WS-ARGUMENT-COUNT >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-PAY-GROUP FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGUMENT-COUNT = ZERO
               DISPLAY "PAY GROUP (BLANK FOR SEMI-MONTHLY): "
               ACCEPT WS-PAY-GROUP
           END-IF
           STRING WS-ADJUST-PERIOD-END(7:4) DELIMITED BY SIZE
               WS-ADJUST-PERIOD-END(1:2) DELIMITED BY SIZE
               WS-ADJUST-PERIOD-END(4:2) DELIMITED BY SIZE
               INTO WS-ADJUST-PERIOD-END-KEY
           END-STRING
           STRING WS-TAX-YEAR DELIMITED BY SIZE
               "1231" DELIMITED BY SIZE
               INTO WS-RATE-CUTOFF-KEY
           END-STRING
           IF WS-ADJUST-PERIOD-END(7:4) NOT = WS-TAX-YEAR
                   OR WS-ADJUST-PERIOD-END(1:2) NOT = "12"
               DISPLAY "ADJUSTMENT PERIOD " WS-ADJUST-PERIOD-END
                   " DOES NOT END IN DECEMBER " WS-TAX-YEAR
                   ", RUN ABORTED"
               STOP RUN
           END-IF.

      * The adjustment can only ride on a regular period that is on
      * the calendar and still OPEN (a paid period cannot take it),
      * that is the last regular period of the year (so no later pay
      * or withholding escapes the annualization), and every earlier
      * regular period of the year must already be CLOSED, since
      * only that one period is projected -- an unpaid earlier
      * period would otherwise be left out of the year.
       1020-VALIDATE-PAY-CALENDAR.
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
                       IF WS-CAL-COUNT >= 100
                           DISPLAY "PAY-PERIOD CALENDAR EXCEEDS 100 "
                               "ENTRIES, RUN ABORTED"
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
                       MOVE CAL-IN-PAY-GROUP TO
                           WS-CAL-PAY-GROUP (WS-CAL-COUNT)
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           MOVE ZEROES TO WS-CAL-MATCH-SUB
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-RUN-MODE (WS-CAL-SUB) = "REGULAR"
                       AND WS-CAL-PAY-GROUP (WS-CAL-SUB)
                       = WS-PAY-GROUP
                       AND WS-CAL-PERIOD-START (WS-CAL-SUB)
                       = WS-ADJUST-PERIOD-START
                       AND WS-CAL-PERIOD-END (WS-CAL-SUB)
                       = WS-ADJUST-PERIOD-END
                   MOVE WS-CAL-SUB TO WS-CAL-MATCH-SUB
                   MOVE WS-CAL-COUNT TO WS-CAL-SUB
               END-IF
           END-PERFORM
           IF WS-CAL-MATCH-SUB = ZEROES
               DISPLAY "ADJUSTMENT PERIOD " WS-ADJUST-PERIOD-START
                   " TO " WS-ADJUST-PERIOD-END " IS NOT A REGULAR "
                   "PERIOD ON THE PAY-PERIOD CALENDAR FOR PAY GROUP "
                   WS-PAY-GROUP ", RUN ABORTED"
               STOP RUN
           END-IF
           IF NOT WS-CAL-OPEN (WS-CAL-MATCH-SUB)
               DISPLAY "ADJUSTMENT PERIOD " WS-ADJUST-PERIOD-START
                   " TO " WS-ADJUST-PERIOD-END " IS ALREADY CLOSED, "
                   "RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-RUN-MODE (WS-CAL-SUB) = "REGULAR"
                       AND WS-CAL-PAY-GROUP (WS-CAL-SUB)
                       = WS-PAY-GROUP
                       AND WS-CAL-PERIOD-END (WS-CAL-SUB)(7:4)
                       = WS-TAX-YEAR
                       AND WS-CAL-SUB NOT = WS-CAL-MATCH-SUB
                   IF WS-CAL-SEQUENCE (WS-CAL-SUB)
                           > WS-CAL-SEQUENCE (WS-CAL-MATCH-SUB)
                       DISPLAY "REGULAR PERIOD "
                           WS-CAL-PERIOD-START (WS-CAL-SUB) " TO "
                           WS-CAL-PERIOD-END (WS-CAL-SUB)
                           " FALLS AFTER THE ADJUSTMENT PERIOD, "
                           "RUN ABORTED"
                       STOP RUN
                   END-IF
                   IF NOT WS-CAL-CLOSED (WS-CAL-SUB)
                       DISPLAY "REGULAR PERIOD "
                           WS-CAL-PERIOD-START (WS-CAL-SUB) " TO "
                           WS-CAL-PERIOD-END (WS-CAL-SUB)
                           " IS STILL OPEN, RUN ABORTED"
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

      * Two passes like the payroll run's loader: the first finds
      * the version in force at the year's end, the second loads
      * only that version's brackets. Tax due is computed, not
      * keyed, so a run without the table cannot proceed.
       1200-LOAD-ANNUAL-TAX-TABLE.
           OPEN INPUT BIR-ANNUAL-TAX-FILE
           IF WS-BIR-ANNUAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BIR ANNUAL TAX TABLE, STATUS = "
                   WS-BIR-ANNUAL-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-TABLE-SW
           MOVE LOW-VALUES TO WS-BIR-PICK-DATE
           PERFORM UNTIL END-OF-TABLE-FILE
               READ BIR-ANNUAL-TAX-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF BAN-IN-EFFECTIVE <= WS-RATE-CUTOFF-KEY
                               AND BAN-IN-EFFECTIVE
                               > WS-BIR-PICK-DATE
                           MOVE BAN-IN-EFFECTIVE TO WS-BIR-PICK-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIR-ANNUAL-TAX-FILE
           IF WS-BIR-PICK-DATE = LOW-VALUES
               DISPLAY "NO BIR ANNUAL TAX BRACKETS IN FORCE FOR YEAR "
                   WS-TAX-YEAR ", RUN ABORTED"
               STOP RUN
           END-IF
           OPEN INPUT BIR-ANNUAL-TAX-FILE
           MOVE "N" TO WS-END-OF-TABLE-SW
           MOVE ZEROES TO WS-BIR-BRACKET-COUNT
           PERFORM UNTIL END-OF-TABLE-FILE
               READ BIR-ANNUAL-TAX-FILE
                   AT END
                       SET END-OF-TABLE-FILE TO TRUE
                   NOT AT END
                       IF BAN-IN-EFFECTIVE = WS-BIR-PICK-DATE
                           IF WS-BIR-BRACKET-COUNT >= 10
                               DISPLAY "BIR ANNUAL TAX TABLE EXCEEDS "
                                   "10 BRACKETS, RUN ABORTED"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BIR-BRACKET-COUNT
                           MOVE BAN-IN-BRACKET-LOW TO
                            WS-BIR-BRACKET-LOW (WS-BIR-BRACKET-COUNT)
                           MOVE BAN-IN-BASE-TAX TO
                               WS-BIR-BASE-TAX (WS-BIR-BRACKET-COUNT)
                           MOVE BAN-IN-RATE TO
                               WS-BIR-RATE (WS-BIR-BRACKET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIR-ANNUAL-TAX-FILE
           IF WS-BIR-BRACKET-COUNT = ZERO
               DISPLAY "BIR ANNUAL TAX TABLE IS EMPTY"
               STOP RUN
           END-IF.

      * Control break on employee number: when it changes, the
      * previous employee's year is complete and can be annualized;
      * only records whose period end falls in the tax year
      * accumulate. Tax withheld is net of any refund already paid
      * back through a period.
       2000-PROCESS-HISTORY-RECORDS.
           IF HIST-EMP-NUMBER NOT = WS-CURRENT-EMP-NUMBER
               PERFORM 2500-FINALIZE-EMPLOYEE
               MOVE HIST-EMP-NUMBER TO WS-CURRENT-EMP-NUMBER
           END-IF
           IF HIST-PERIOD-END(1:4) = WS-TAX-YEAR
               ADD 1 TO WS-ANN-PERIOD-COUNT
               MOVE HIST-PAY-GROUP TO WS-ANN-PAY-GROUP
               ADD HIST-GROSS-PAY TO WS-ANN-GROSS
               ADD HIST-SSS TO WS-ANN-CONTRIBUTIONS
               ADD HIST-PHILHEALTH TO WS-ANN-CONTRIBUTIONS
               ADD HIST-PAGIBIG TO WS-ANN-CONTRIBUTIONS
               ADD HIST-WITHHOLDING TO WS-ANN-WITHHELD
               SUBTRACT HIST-TAX-REFUND FROM WS-ANN-WITHHELD
               IF HIST-PERIOD-END = WS-ADJUST-PERIOD-END-KEY
                   SET ADJUST-PERIOD-IN-HISTORY TO TRUE
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY-FILE.

       2100-READ-HISTORY-FILE.
           READ PAYROLL-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

      * Annualizes the finished employee, then clears the year
      * accumulators for the next one. An employee with no periods
      * in the tax year, or in another pay group, is skipped.
       2500-FINALIZE-EMPLOYEE.
           IF WS-CURRENT-EMP-NUMBER NOT = SPACES
                   AND WS-ANN-PERIOD-COUNT > ZERO
               PERFORM 2600-JOIN-EMPLOYEE-MASTERS
               IF WS-ANN-PAY-GROUP = WS-PAY-GROUP
                   PERFORM 2650-PROJECT-ADJUSTMENT-PERIOD
                   PERFORM 2700-COMPUTE-ANNUAL-TAX
                   PERFORM 2800-QUEUE-ADJUSTMENT
                   PERFORM 2850-WRITE-REGISTER-LINE
                   PERFORM 2900-WRITE-CERTIFICATE
               END-IF
           END-IF
           MOVE ZEROES TO WS-ANN-PERIOD-COUNT WS-ANN-GROSS
               WS-ANN-CONTRIBUTIONS WS-ANN-WITHHELD
           MOVE SPACES TO WS-ANN-PAY-GROUP
           MOVE "N" TO WS-ADJUST-IN-HISTORY-SW.

      * A history record with no surviving master record still gets
      * its certificate, with what the history knows; a missing YTD
      * record just means no 13th month or final pay was posted.
       2600-JOIN-EMPLOYEE-MASTERS.
           MOVE WS-CURRENT-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-IN-MASTER-SW
                   MOVE "*NOT IN MASTER*" TO MST-EMP-NAME
                   MOVE SPACES TO MST-EMP-STATUS MST-EMP-TIN
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-IN-MASTER-SW
                   MOVE MST-EMP-PAY-GROUP TO WS-ANN-PAY-GROUP
           END-READ
           MOVE WS-CURRENT-EMP-NUMBER TO YTD-EMP-NUMBER
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-ANN-13TH-MONTH WS-ANN-OTHER-COMP
               NOT INVALID KEY
                   MOVE YTD-13TH-MONTH TO WS-ANN-13TH-MONTH
                   MOVE YTD-FINAL-PAY-COMP TO WS-ANN-OTHER-COMP
           END-READ.

      * The adjustment period is still open, so unless a failed run
      * already left it in history its pay is projected from the
      * master's basic salary and last computed deductions -- the
      * figures the regular run will most likely produce. Resigned
      * employees are not paid in it and get no projection.
       2650-PROJECT-ADJUSTMENT-PERIOD.
           MOVE "N" TO WS-PROJECTED-SW
           IF EMPLOYEE-IN-MASTER
                   AND NOT MST-EMP-STATUS-RESIGNED
                   AND NOT ADJUST-PERIOD-IN-HISTORY
               SET PERIOD-WAS-PROJECTED TO TRUE
               ADD 1 TO WS-PROJECTED-COUNT
               ADD MST-EMP-BASIC-SALARY TO WS-ANN-GROSS
               ADD MST-EMP-SSS TO WS-ANN-CONTRIBUTIONS
               ADD MST-EMP-PHILHEALTH TO WS-ANN-CONTRIBUTIONS
               ADD MST-EMP-PAGIBIG TO WS-ANN-CONTRIBUTIONS
               ADD MST-EMP-WITHHOLDING-TAX TO WS-ANN-WITHHELD
           END-IF.

      * Taxable compensation is regular gross less the employee's
      * mandatory contributions, plus the 13th month in excess of
      * the exempt ceiling and the taxable part of any final pay; the
      * bracket with the highest floor not above it supplies the base
      * tax and the rate on the excess.
       2700-COMPUTE-ANNUAL-TAX.
           IF WS-ANN-13TH-MONTH > WS-13TH-EXEMPT-CEILING
               MOVE WS-13TH-EXEMPT-CEILING TO WS-ANN-13TH-EXEMPT
           ELSE
               MOVE WS-ANN-13TH-MONTH TO WS-ANN-13TH-EXEMPT
           END-IF
           COMPUTE WS-ANN-13TH-TAXABLE =
               WS-ANN-13TH-MONTH - WS-ANN-13TH-EXEMPT
           IF WS-ANN-CONTRIBUTIONS > WS-ANN-GROSS
               MOVE ZEROES TO WS-ANN-TAXABLE
           ELSE
               COMPUTE WS-ANN-TAXABLE = WS-ANN-GROSS
                   - WS-ANN-CONTRIBUTIONS
           END-IF
           ADD WS-ANN-13TH-TAXABLE WS-ANN-OTHER-COMP TO WS-ANN-TAXABLE
           MOVE ZEROES TO WS-BIR-PICKED
           PERFORM VARYING WS-BIR-SUB FROM 1 BY 1
                   UNTIL WS-BIR-SUB > WS-BIR-BRACKET-COUNT
               IF WS-ANN-TAXABLE >= WS-BIR-BRACKET-LOW (WS-BIR-SUB)
                   MOVE WS-BIR-SUB TO WS-BIR-PICKED
               END-IF
           END-PERFORM
           IF WS-BIR-PICKED = ZEROES
               MOVE ZEROES TO WS-ANN-TAX-DUE
           ELSE
               COMPUTE WS-ANN-TAX-DUE ROUNDED =
                   WS-BIR-BASE-TAX (WS-BIR-PICKED)
                   + (WS-ANN-TAXABLE
                   - WS-BIR-BRACKET-LOW (WS-BIR-PICKED))
                   * WS-BIR-RATE (WS-BIR-PICKED)
           END-IF
           COMPUTE WS-ANN-DIFFERENCE = WS-ANN-TAX-DUE - WS-ANN-WITHHELD
           MOVE ZEROES TO WS-ANN-REFUND WS-ANN-COLLECT
           IF WS-ANN-DIFFERENCE > ZERO
               MOVE WS-ANN-DIFFERENCE TO WS-ANN-COLLECT
           END-IF
           IF WS-ANN-DIFFERENCE < ZERO
               COMPUTE WS-ANN-REFUND = ZERO - WS-ANN-DIFFERENCE
           END-IF.

      * Only an employee the regular run will still pay can carry the
      * adjustment; a resigned employee (or one no longer on the
      * master) is settled by hand with the final pay.
       2800-QUEUE-ADJUSTMENT.
           IF WS-ANN-REFUND = ZERO AND WS-ANN-COLLECT = ZERO
               MOVE "NO ADJUSTMENT" TO WS-ACTION
               EXIT PARAGRAPH
           END-IF
           IF NOT EMPLOYEE-IN-MASTER OR MST-EMP-STATUS-RESIGNED
               MOVE "SETTLE OUTSIDE PAYROLL" TO WS-ACTION
               ADD 1 TO WS-OUTSIDE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-EMP-NUMBER TO PER-EMP-NUMBER
           MOVE WS-ADJUST-PERIOD-START TO PER-PERIOD-START
           MOVE WS-ADJUST-PERIOD-END TO PER-PERIOD-END
           MOVE ZEROES TO PER-OT-HOURS PER-ABSENT-DAYS PER-ALLOWANCE
               PER-OTHER-DEDUCTION PER-HOLIDAY-HOURS
               PER-REST-DAY-HOURS PER-NIGHT-DIFF-HOURS
           MOVE SPACES TO PER-HOLIDAY-DATE
           MOVE "N" TO PER-HOLIDAY-REST-DAY
           MOVE WS-ANN-REFUND TO PER-TAX-REFUND
           MOVE WS-ANN-COLLECT TO PER-TAX-COLLECT
           WRITE PERIOD-TRANSACTION-RECORD
           IF WS-ANN-REFUND > ZERO
               MOVE "REFUND QUEUED" TO WS-ACTION
               ADD 1 TO WS-REFUND-COUNT
               ADD WS-ANN-REFUND TO WS-TOTAL-REFUND
           ELSE
               MOVE "COLLECTION QUEUED" TO WS-ACTION
               ADD 1 TO WS-COLLECT-COUNT
               ADD WS-ANN-COLLECT TO WS-TOTAL-COLLECT
           END-IF.

       2850-WRITE-REGISTER-LINE.
           MOVE WS-CURRENT-EMP-NUMBER TO ANNL-NUMBER-OUT
           MOVE MST-EMP-NAME TO ANNL-NAME-OUT
           MOVE WS-ANN-TAXABLE TO ANNL-TAXABLE-OUT
           MOVE WS-ANN-TAX-DUE TO ANNL-TAX-DUE-OUT
           MOVE WS-ANN-WITHHELD TO ANNL-WITHHELD-OUT
           IF WS-ANN-REFUND > ZERO
               MOVE WS-ANN-REFUND TO ANNL-ADJUST-OUT
           ELSE
               MOVE WS-ANN-COLLECT TO ANNL-ADJUST-OUT
           END-IF
           MOVE WS-ACTION TO ANNL-ACTION-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-DETAIL-LINE
           ADD 1 TO WS-EMPLOYEE-COUNT
           ADD WS-ANN-TAXABLE TO WS-TOTAL-TAXABLE
           ADD WS-ANN-TAX-DUE TO WS-TOTAL-TAX-DUE
           ADD WS-ANN-WITHHELD TO WS-TOTAL-WITHHELD.

       2900-WRITE-CERTIFICATE.
           WRITE CERTIFICATE-RECORD FROM CERT-SEPARATOR-LINE
           WRITE CERTIFICATE-RECORD FROM CERT-TITLE-LINE
           MOVE WS-TAX-YEAR TO CERT-YEAR-OUT
           STRING "01/01/" DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO CERT-FROM-OUT
           END-STRING
           STRING "12/31/" DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO CERT-TO-OUT
           END-STRING
           WRITE CERTIFICATE-RECORD FROM CERT-YEAR-LINE
           WRITE CERTIFICATE-RECORD FROM CERT-EMPLOYER-LINE
           MOVE MST-EMP-TIN TO CERT-TIN-OUT
           MOVE WS-CURRENT-EMP-NUMBER TO CERT-NUMBER-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-TIN-LINE
           MOVE MST-EMP-NAME TO CERT-NAME-OUT
           MOVE MST-EMP-STATUS TO CERT-STATUS-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-NAME-LINE
           MOVE "GROSS COMPENSATION (REGULAR PAY)" TO CERT-LABEL-OUT
           MOVE WS-ANN-GROSS TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           MOVE "13TH MONTH PAY" TO CERT-LABEL-OUT
           MOVE WS-ANN-13TH-MONTH TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           MOVE "OTHER TAXABLE COMPENSATION (FINAL PAY)" TO
               CERT-LABEL-OUT
           MOVE WS-ANN-OTHER-COMP TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           MOVE "LESS: NON-TAXABLE 13TH MONTH PAY" TO CERT-LABEL-OUT
           MOVE WS-ANN-13TH-EXEMPT TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           MOVE "LESS: SSS/PHILHEALTH/PAG-IBIG CONTRIBUTIONS" TO
               CERT-LABEL-OUT
           MOVE WS-ANN-CONTRIBUTIONS TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           MOVE "TAXABLE COMPENSATION INCOME" TO CERT-LABEL-OUT
           MOVE WS-ANN-TAXABLE TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           MOVE "TAX DUE" TO CERT-LABEL-OUT
           MOVE WS-ANN-TAX-DUE TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           MOVE "TAX WITHHELD" TO CERT-LABEL-OUT
           MOVE WS-ANN-WITHHELD TO CERT-AMOUNT-OUT
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           IF WS-ANN-REFUND > ZERO
               MOVE "AMOUNT OVER-WITHHELD, TO BE REFUNDED" TO
                   CERT-LABEL-OUT
               MOVE WS-ANN-REFUND TO CERT-AMOUNT-OUT
           ELSE
               MOVE "AMOUNT UNDER-WITHHELD, TO BE COLLECTED" TO
                   CERT-LABEL-OUT
               MOVE WS-ANN-COLLECT TO CERT-AMOUNT-OUT
           END-IF
           WRITE CERTIFICATE-RECORD FROM CERT-MONEY-LINE
           IF PERIOD-WAS-PROJECTED
               MOVE SPACES TO CERT-NOTE-OUT
               STRING "INCLUDES PROJECTED PAY FOR PERIOD "
                   DELIMITED BY SIZE
                   WS-ADJUST-PERIOD-START DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-ADJUST-PERIOD-END DELIMITED BY SIZE
                   INTO CERT-NOTE-OUT
               END-STRING
               WRITE CERTIFICATE-RECORD FROM CERT-NOTE-LINE
           END-IF
           WRITE CERTIFICATE-RECORD FROM CERT-SEPARATOR-LINE.

       3000-WRITE-TOTALS.
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-BLANK-LINE
           MOVE "EMPLOYEES ANNUALIZED" TO ANNL-TOTAL-LABEL-OUT
           MOVE WS-EMPLOYEE-COUNT TO ANNL-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-TAXABLE TO ANNL-TOTAL-AMOUNT-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TOTAL-LINE
           MOVE "TAX DUE" TO ANNL-TOTAL-LABEL-OUT
           MOVE ZEROES TO ANNL-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-TAX-DUE TO ANNL-TOTAL-AMOUNT-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TOTAL-LINE
           MOVE "TAX WITHHELD" TO ANNL-TOTAL-LABEL-OUT
           MOVE ZEROES TO ANNL-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-WITHHELD TO ANNL-TOTAL-AMOUNT-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TOTAL-LINE
           MOVE "REFUNDS QUEUED" TO ANNL-TOTAL-LABEL-OUT
           MOVE WS-REFUND-COUNT TO ANNL-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-REFUND TO ANNL-TOTAL-AMOUNT-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TOTAL-LINE
           MOVE "COLLECTIONS QUEUED" TO ANNL-TOTAL-LABEL-OUT
           MOVE WS-COLLECT-COUNT TO ANNL-TOTAL-COUNT-OUT
           MOVE WS-TOTAL-COLLECT TO ANNL-TOTAL-AMOUNT-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TOTAL-LINE
           MOVE "TO SETTLE OUTSIDE PAYROLL" TO ANNL-TOTAL-LABEL-OUT
           MOVE WS-OUTSIDE-COUNT TO ANNL-TOTAL-COUNT-OUT
           MOVE ZEROES TO ANNL-TOTAL-AMOUNT-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TOTAL-LINE
           MOVE "ADJUSTMENT PERIOD PROJECTED" TO ANNL-TOTAL-LABEL-OUT
           MOVE WS-PROJECTED-COUNT TO ANNL-TOTAL-COUNT-OUT
           MOVE ZEROES TO ANNL-TOTAL-AMOUNT-OUT
           WRITE ANNUALIZATION-REPORT-RECORD FROM ANNL-TOTAL-LINE
           IF WS-EMPLOYEE-COUNT = ZERO
               DISPLAY "NO PAYROLL HISTORY FOUND FOR TAX YEAR "
                   WS-TAX-YEAR " IN PAY GROUP " WS-PAY-GROUP
           END-IF.

      * A YTD record whose employee had no period in the tax year
      * still carries pay to certify: most often a final pay for
      * someone who resigned before their first regular pay.
       4000-SWEEP-YTD-MASTER.
           MOVE "N" TO WS-END-OF-SWEEP-SW
           MOVE LOW-VALUES TO YTD-EMP-NUMBER
           START YTD-MASTER-FILE KEY >= YTD-EMP-NUMBER
               INVALID KEY
                   SET END-OF-SWEEP TO TRUE
           END-START
           PERFORM UNTIL END-OF-SWEEP
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-SWEEP TO TRUE
                   NOT AT END
                       MOVE YTD-EMP-NUMBER TO WS-CURRENT-EMP-NUMBER
                       PERFORM 4200-CHECK-YEAR-HISTORY
                       IF NOT HAS-YEAR-HISTORY
                           PERFORM 4300-ANNUALIZE-WITHOUT-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

      * An employee of the group with neither history nor a YTD
      * record has been paid nothing yet; if they are hired by the
      * end of the adjustment period, that period is their year.
       4100-SWEEP-EMPLOYEE-MASTER.
           MOVE "N" TO WS-END-OF-SWEEP-SW
           MOVE LOW-VALUES TO MST-EMP-NUMBER
           START EMPLOYEE-FILE KEY >= MST-EMP-NUMBER
               INVALID KEY
                   SET END-OF-SWEEP TO TRUE
           END-START
           PERFORM UNTIL END-OF-SWEEP
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET END-OF-SWEEP TO TRUE
                   NOT AT END
                       IF MST-EMP-PAY-GROUP = WS-PAY-GROUP
                               AND NOT MST-EMP-STATUS-RESIGNED
                           PERFORM 4150-CHECK-NEW-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       4150-CHECK-NEW-EMPLOYEE.
           IF MST-EMP-HIRE-DATE NOT = SPACES
               STRING MST-EMP-HIRE-DATE(7:4) DELIMITED BY SIZE
                   MST-EMP-HIRE-DATE(1:2) DELIMITED BY SIZE
                   MST-EMP-HIRE-DATE(4:2) DELIMITED BY SIZE
                   INTO WS-HIRE-DATE-KEY
               END-STRING
               IF WS-HIRE-DATE-KEY > WS-ADJUST-PERIOD-END-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE MST-EMP-NUMBER TO WS-CURRENT-EMP-NUMBER
           MOVE MST-EMP-NUMBER TO YTD-EMP-NUMBER
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-ON-FILE-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-ON-FILE-SW
           END-READ
           IF YTD-ON-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-CHECK-YEAR-HISTORY
           IF NOT HAS-YEAR-HISTORY
               PERFORM 4300-ANNUALIZE-WITHOUT-HISTORY
           END-IF.

      * The history pass annualized (or, for another group, passed
      * over) everyone with a period ending in the tax year; the
      * first key at or after 1 January tells whether this employee
      * was one of them.
       4200-CHECK-YEAR-HISTORY.
           MOVE "N" TO WS-YEAR-HISTORY-SW
           MOVE WS-CURRENT-EMP-NUMBER TO HIST-EMP-NUMBER
           STRING WS-TAX-YEAR DELIMITED BY SIZE
               "0101" DELIMITED BY SIZE
               INTO HIST-PERIOD-END
           END-STRING
           START PAYROLL-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ PAYROLL-HISTORY-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF HIST-EMP-NUMBER = WS-CURRENT-EMP-NUMBER
                   AND HIST-PERIOD-END(1:4) = WS-TAX-YEAR
               SET HAS-YEAR-HISTORY TO TRUE
           END-IF.

      * The same annualization 2500 gives a history employee, on the
      * YTD figures and the projected period alone. Someone with
      * neither (a YTD record left empty) has nothing to certify.
      * One no longer on the master goes with the semi-monthly
      * group, having no period to take a group from.
       4300-ANNUALIZE-WITHOUT-HISTORY.
           MOVE ZEROES TO WS-ANN-PERIOD-COUNT WS-ANN-GROSS
               WS-ANN-CONTRIBUTIONS WS-ANN-WITHHELD
           MOVE SPACES TO WS-ANN-PAY-GROUP
           MOVE "N" TO WS-ADJUST-IN-HISTORY-SW
           PERFORM 2600-JOIN-EMPLOYEE-MASTERS
           IF WS-ANN-PAY-GROUP NOT = WS-PAY-GROUP
               EXIT PARAGRAPH
           END-IF
           PERFORM 2650-PROJECT-ADJUSTMENT-PERIOD
           IF NOT PERIOD-WAS-PROJECTED
                   AND WS-ANN-13TH-MONTH = ZEROES
                   AND WS-ANN-OTHER-COMP = ZEROES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2700-COMPUTE-ANNUAL-TAX
           PERFORM 2800-QUEUE-ADJUSTMENT
           PERFORM 2850-WRITE-REGISTER-LINE
           PERFORM 2900-WRITE-CERTIFICATE.

       9000-TERMINATION.
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE YTD-MASTER-FILE
           CLOSE TAX-ADJUSTMENT-FILE
           CLOSE ANNUALIZATION-REPORT-FILE
           CLOSE CERTIFICATE-FILE
           DISPLAY "EMPLOYEES ANNUALIZED : " WS-EMPLOYEE-COUNT
           DISPLAY "REFUNDS QUEUED       : " WS-REFUND-COUNT
           DISPLAY "COLLECTIONS QUEUED   : " WS-COLLECT-COUNT
           DISPLAY "SETTLE OUTSIDE PAYROLL: " WS-OUTSIDE-COUNT.

       END PROGRAM TaxAnnualize.
