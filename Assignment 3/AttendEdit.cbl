      * unmatched list after the period was already paid. This
      * program validates every transaction against EMPLOYEE.DAT
      * (employee exists and is not RESIGNED, overtime hours and
      * absence days within sane limits for the employee's pay
      * frequency, holiday hours only on a
      * holiday on HOLIDAY.DAT inside the transaction's period),
      * flags duplicate employee-period entries for the timekeeper to
      * confirm, writes the records that pass to the cleared file
      * PERCLEAN.DAT that the payroll run reads instead of the raw
      * file, and prints a batch control report with record counts
      * and hash totals of the overtime hours, allowances and premium
      * hours to tick against the source sheets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendEdit.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.

      * HR's holiday calendar, read into a table at start-up so
      * holiday hours are only cleared for a declared holiday.
      * Absent entirely, every transaction with holiday hours is
      * rejected.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

      * The pay groups and their frequencies, read into a table at
      * start-up so each transaction is edited against the working
      * days of the employee's own pay period. Absent entirely, only
      * the blank semi-monthly group exists.
           SELECT PAY-GROUP-FILE ASSIGN TO "PAYGROUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-GROUP-FILE-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "ATTEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
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

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           02  CLN-ABSENT-DAYS        PIC 9(2)V9.
           02  CLN-ALLOWANCE          PIC 9(6)V99.
           02  CLN-OTHER-DEDUCTION    PIC 9(6)V99.
           02  CLN-TAX-REFUND         PIC 9(6)V99.
           02  CLN-TAX-COLLECT        PIC 9(6)V99.
           02  CLN-HOLIDAY-DATE       PIC X(10).
           02  CLN-HOLIDAY-HOURS      PIC 9(3)V99.
           02  CLN-HOLIDAY-REST-DAY   PIC X(1).
           02  CLN-REST-DAY-HOURS     PIC 9(3)V99.
           02  CLN-NIGHT-DIFF-HOURS   PIC 9(3)V99.

      * Same record layout as the HOLIDAY-CALENDAR-FILE FD in
      * EmployeeRecord1 -- keep the two in step.
       FD  HOLIDAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-CALENDAR-RECORD.
           02  HOL-IN-DATE            PIC X(10).
           02  HOL-IN-TYPE            PIC X(7).
           02  HOL-IN-NAME            PIC X(30).

       FD  PAY-GROUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYGRP.

       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-EMPLOYEE-FILE-STATUS    PIC XX VALUE "00".
       01  WS-CLEAN-FILE-STATUS       PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS     PIC XX VALUE "00".
       01  WS-PAY-GROUP-FILE-STATUS   PIC XX VALUE "00".
       01  WS-END-OF-FILE             PIC X VALUE "N".
           88  END-OF-TRANSACTION-FILE VALUE "Y".
       01  WS-END-OF-HOLIDAY-SW       PIC X VALUE "N".
           88  END-OF-HOLIDAY-FILE    VALUE "Y".
       01  WS-END-OF-PAY-GROUP-SW     PIC X VALUE "N".
           88  END-OF-PAY-GROUP-FILE  VALUE "Y".

      * Sanity ceilings, set per transaction from the employee's pay
      * frequency by 2120-SET-PERIOD-LIMITS (the values here are the
      * semi-monthly ones): 11 working days a semi-monthly period,
      * and no more than four overtime hours on each of them.
       01  WS-WORK-DAYS-PER-PERIOD    PIC 9(2) VALUE 11.
       01  WS-MAX-OT-HOURS            PIC 9(3)V99 VALUE 44.00.
      * One holiday is one working day of eight hours (anything
      * beyond goes in as overtime); rest-day work is at most one
      * rest day a week, and the night shift (10 PM to 6 AM) is at
      * most eight hours on each of the period's working days plus
      * the rest days worked.
       01  WS-MAX-HOLIDAY-HOURS       PIC 9(3)V99 VALUE 8.00.
       01  WS-MAX-REST-DAY-HOURS      PIC 9(3)V99 VALUE 24.00.
       01  WS-MAX-NIGHT-DIFF-HOURS    PIC 9(3)V99 VALUE 120.00.

      * Every group on PAYGROUP.DAT with its frequency.
       01  WS-PAY-GROUP-TABLE.
           02  WS-PGR-COUNT           PIC 9(3) VALUE ZERO.
           02  WS-PGR-ENTRY OCCURS 50 TIMES.
               03  WS-PGR-CODE        PIC X(8).
               03  WS-PGR-FREQUENCY   PIC X(12).
       01  WS-PGR-SUB                 PIC 9(3).
       01  WS-PAY-FREQUENCY           PIC X(12).
           88  PAY-FREQUENCY-WEEKLY   VALUE "WEEKLY".
           88  PAY-FREQUENCY-MONTHLY  VALUE "MONTHLY".

      * Every holiday on HOLIDAY.DAT, with its date also held as
      * YYYYMMDD so it can be range-checked against a period.
       01  WS-HOLIDAY-TABLE.
           02  WS-HOL-COUNT           PIC 9(3) VALUE ZERO.
           02  WS-HOL-ENTRY OCCURS 200 TIMES.
               03  WS-HOL-DATE        PIC X(10).
               03  WS-HOL-DATE-KEY    PIC X(8).
       01  WS-HOL-SUB                 PIC 9(3).
       01  WS-HOL-FOUND-SW            PIC X.
           88  HOLIDAY-IS-ON-CALENDAR VALUE "Y".
       01  WS-PERIOD-START-KEY        PIC X(8).
       01  WS-PERIOD-END-KEY          PIC X(8).

       01  WS-TRANS-VALID-SW          PIC X VALUE "Y".
           88  TRANS-IS-VALID         VALUE "Y".
      * against the source sheets.
       01  WS-OT-HOURS-HASH           PIC 9(7)V99 VALUE ZERO.
       01  WS-ALLOWANCE-HASH          PIC 9(9)V99 VALUE ZERO.
       01  WS-PREMIUM-HOURS-HASH      PIC 9(7)V99 VALUE ZERO.

       01  EDIT-TITLE-LINE.
           02  FILLER PIC X(20) VALUE SPACES.
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-HOLIDAY-CALENDAR
           PERFORM 1200-LOAD-PAY-GROUPS
           WRITE EDIT-REPORT-RECORD FROM EDIT-TITLE-LINE
           WRITE EDIT-REPORT-RECORD FROM EDIT-BLANK-LINE
           MOVE "REJECTED TRANSACTIONS - FIX AND RE-KEY" TO
           WRITE EDIT-REPORT-RECORD FROM EDIT-SECTION-LINE
           PERFORM 2050-READ-TRANSACTION-FILE.

      * The whole calendar is loaded, not just one period, because a
      * batch may carry transactions for more than one period.
       1100-LOAD-HOLIDAY-CALENDAR.
           MOVE ZEROES TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HOLIDAY CALENDAR, STATUS = "
                   WS-HOLIDAY-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-HOLIDAY-FILE
               READ HOLIDAY-CALENDAR-FILE
                   AT END
                       SET END-OF-HOLIDAY-FILE TO TRUE
                   NOT AT END
                       IF WS-HOL-COUNT >= 200
                           DISPLAY "HOLIDAY TABLE FULL AT 200 "
                               "ENTRIES, RUN ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOL-COUNT
                       MOVE HOL-IN-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
                       STRING HOL-IN-DATE(7:4) DELIMITED BY SIZE
                           HOL-IN-DATE(1:2) DELIMITED BY SIZE
                           HOL-IN-DATE(4:2) DELIMITED BY SIZE
                           INTO WS-HOL-DATE-KEY (WS-HOL-COUNT)
                       END-STRING
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR-FILE.

      * No PAYGROUP.DAT means no group beyond the blank semi-monthly
      * one, the same as before pay groups existed.
       1200-LOAD-PAY-GROUPS.
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
           PERFORM UNTIL END-OF-PAY-GROUP-FILE
               READ PAY-GROUP-FILE
                   AT END
                       SET END-OF-PAY-GROUP-FILE TO TRUE
                   NOT AT END
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

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-EDIT-TRANSACTION
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EMPLOYEE IS RESIGNED" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
               PERFORM 2120-SET-PERIOD-LIMITS
           END-IF
           IF TRANS-IS-VALID AND PER-OT-HOURS IS NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "OT HOURS NOT NUMERIC" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
                   AND (PER-ALLOWANCE IS NOT NUMERIC
                   OR PER-OTHER-DEDUCTION IS NOT NUMERIC
                   OR PER-TAX-REFUND IS NOT NUMERIC
                   OR PER-TAX-COLLECT IS NOT NUMERIC)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "AMOUNT FIELD NOT NUMERIC" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
                   AND (PER-HOLIDAY-HOURS IS NOT NUMERIC
                   OR PER-REST-DAY-HOURS IS NOT NUMERIC
                   OR PER-NIGHT-DIFF-HOURS IS NOT NUMERIC)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "PREMIUM HOURS NOT NUMERIC" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
                   AND PER-HOLIDAY-REST-DAY NOT = "Y"
                   AND PER-HOLIDAY-REST-DAY NOT = "N"
                   AND PER-HOLIDAY-REST-DAY NOT = SPACE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "HOLIDAY REST-DAY FLAG NOT Y OR N" TO
                   WS-ERROR-REASON
           END-IF
      * A year-end tax adjustment is either a refund or a collection,
      * never both -- TaxAnnualize only ever queues one of them.
           IF TRANS-IS-VALID
                   AND PER-TAX-REFUND > ZERO AND PER-TAX-COLLECT > ZERO
               SET TRANS-IS-INVALID TO TRUE
               MOVE "BOTH TAX REFUND AND TAX COLLECT KEYED" TO
                   WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID AND PER-OT-HOURS > WS-MAX-OT-HOURS
               SET TRANS-IS-INVALID TO TRUE
               MOVE "OT HOURS EXCEED PERIOD LIMIT" TO WS-ERROR-REASON
                   AND PER-ABSENT-DAYS > WS-WORK-DAYS-PER-PERIOD
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ABSENT DAYS EXCEED WORK DAYS" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
                   AND PER-HOLIDAY-HOURS > WS-MAX-HOLIDAY-HOURS
               SET TRANS-IS-INVALID TO TRUE
               MOVE "HOLIDAY HOURS EXCEED ONE DAY" TO WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
                   AND PER-REST-DAY-HOURS > WS-MAX-REST-DAY-HOURS
               SET TRANS-IS-INVALID TO TRUE
               MOVE "REST DAY HOURS EXCEED PERIOD LIMIT" TO
                   WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID
                   AND PER-NIGHT-DIFF-HOURS > WS-MAX-NIGHT-DIFF-HOURS
               SET TRANS-IS-INVALID TO TRUE
               MOVE "NIGHT HOURS EXCEED PERIOD LIMIT" TO
                   WS-ERROR-REASON
           END-IF
           IF TRANS-IS-VALID AND PER-HOLIDAY-HOURS > ZERO
               PERFORM 2150-CHECK-HOLIDAY-DATE
           END-IF.

      * The working days and hour ceilings of one pay period at the
      * employee's pay frequency: a week, half a month or a month.
      * An employee whose group is not on PAYGROUP.DAT cannot be paid
      * by any run, so the transaction is rejected here.
       2120-SET-PERIOD-LIMITS.
           MOVE SPACES TO WS-PAY-FREQUENCY
           IF MST-EMP-PAY-GROUP = SPACES
               MOVE "SEMI-MONTHLY" TO WS-PAY-FREQUENCY
           END-IF
           PERFORM VARYING WS-PGR-SUB FROM 1 BY 1
                   UNTIL WS-PGR-SUB > WS-PGR-COUNT
                   OR WS-PAY-FREQUENCY NOT = SPACES
               IF WS-PGR-CODE (WS-PGR-SUB) = MST-EMP-PAY-GROUP
                   MOVE WS-PGR-FREQUENCY (WS-PGR-SUB)
                       TO WS-PAY-FREQUENCY
               END-IF
           END-PERFORM
           IF WS-PAY-FREQUENCY = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "PAY GROUP NOT ON PAY GROUP FILE" TO
                   WS-ERROR-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PAY-FREQUENCY-WEEKLY
                   MOVE 5 TO WS-WORK-DAYS-PER-PERIOD
                   MOVE 20.00 TO WS-MAX-OT-HOURS
                   MOVE 8.00 TO WS-MAX-REST-DAY-HOURS
                   MOVE 56.00 TO WS-MAX-NIGHT-DIFF-HOURS
               WHEN PAY-FREQUENCY-MONTHLY
                   MOVE 22 TO WS-WORK-DAYS-PER-PERIOD
                   MOVE 88.00 TO WS-MAX-OT-HOURS
                   MOVE 40.00 TO WS-MAX-REST-DAY-HOURS
                   MOVE 248.00 TO WS-MAX-NIGHT-DIFF-HOURS
               WHEN OTHER
                   MOVE 11 TO WS-WORK-DAYS-PER-PERIOD
                   MOVE 44.00 TO WS-MAX-OT-HOURS
                   MOVE 24.00 TO WS-MAX-REST-DAY-HOURS
                   MOVE 120.00 TO WS-MAX-NIGHT-DIFF-HOURS
           END-EVALUATE.

      * Holiday hours are paid at the holiday's premium, so the date
      * keyed against them must be a declared holiday and must fall
      * inside the period the transaction is for -- otherwise the
      * payroll run would price the hours against nothing.
       2150-CHECK-HOLIDAY-DATE.
           MOVE "N" TO WS-HOL-FOUND-SW
           STRING PER-PERIOD-START(7:4) DELIMITED BY SIZE
               PER-PERIOD-START(1:2) DELIMITED BY SIZE
               PER-PERIOD-START(4:2) DELIMITED BY SIZE
               INTO WS-PERIOD-START-KEY
           END-STRING
           STRING PER-PERIOD-END(7:4) DELIMITED BY SIZE
               PER-PERIOD-END(1:2) DELIMITED BY SIZE
               PER-PERIOD-END(4:2) DELIMITED BY SIZE
               INTO WS-PERIOD-END-KEY
           END-STRING
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
               IF WS-HOL-DATE (WS-HOL-SUB) = PER-HOLIDAY-DATE
                   SET HOLIDAY-IS-ON-CALENDAR TO TRUE
                   IF WS-HOL-DATE-KEY (WS-HOL-SUB) < WS-PERIOD-START-KEY
                           OR WS-HOL-DATE-KEY (WS-HOL-SUB)
                           > WS-PERIOD-END-KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "HOLIDAY DATE OUTSIDE THE PAY PERIOD" TO
                           WS-ERROR-REASON
                   END-IF
                   MOVE WS-HOL-COUNT TO WS-HOL-SUB
               END-IF
           END-PERFORM
           IF NOT HOLIDAY-IS-ON-CALENDAR
               SET TRANS-IS-INVALID TO TRUE
               MOVE "HOLIDAY DATE NOT ON HOLIDAY CALENDAR" TO
                   WS-ERROR-REASON
           END-IF.

       2200-CHECK-FOR-DUPLICATE.
           MOVE PER-ABSENT-DAYS TO CLN-ABSENT-DAYS
           MOVE PER-ALLOWANCE TO CLN-ALLOWANCE
           MOVE PER-OTHER-DEDUCTION TO CLN-OTHER-DEDUCTION
           MOVE PER-TAX-REFUND TO CLN-TAX-REFUND
           MOVE PER-TAX-COLLECT TO CLN-TAX-COLLECT
           MOVE PER-HOLIDAY-DATE TO CLN-HOLIDAY-DATE
           MOVE PER-HOLIDAY-HOURS TO CLN-HOLIDAY-HOURS
           MOVE PER-HOLIDAY-REST-DAY TO CLN-HOLIDAY-REST-DAY
           MOVE PER-REST-DAY-HOURS TO CLN-REST-DAY-HOURS
           MOVE PER-NIGHT-DIFF-HOURS TO CLN-NIGHT-DIFF-HOURS
           WRITE CLEAN-TRANSACTION-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD PER-OT-HOURS TO WS-OT-HOURS-HASH
           ADD PER-ALLOWANCE TO WS-ALLOWANCE-HASH
           ADD PER-HOLIDAY-HOURS PER-REST-DAY-HOURS
               PER-NIGHT-DIFF-HOURS TO WS-PREMIUM-HOURS-HASH.

       2700-WRITE-REJECT-LINE.
           MOVE PER-EMP-NUMBER TO EDIT-NUMBER-OUT
           MOVE ZEROES TO EDIT-TOTAL-COUNT-OUT
           MOVE WS-ALLOWANCE-HASH TO EDIT-TOTAL-AMOUNT-OUT
           WRITE EDIT-REPORT-RECORD FROM EDIT-TOTAL-LINE
           MOVE "HASH TOTAL - PREMIUM HOURS" TO EDIT-TOTAL-LABEL-OUT
           MOVE ZEROES TO EDIT-TOTAL-COUNT-OUT
           MOVE WS-PREMIUM-HOURS-HASH TO EDIT-TOTAL-AMOUNT-OUT
           WRITE EDIT-REPORT-RECORD FROM EDIT-TOTAL-LINE
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY "ATTENDANCE EDIT REJECTED " WS-REJECTED-COUNT
                   " TRANSACTIONS -- SEE ATTEDIT.RPT BEFORE "
