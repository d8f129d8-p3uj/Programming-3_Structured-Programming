      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Monthly regularization watch over the probationary staff.
      * Under the Labor Code a probationary employee who is still
      * working past six months from the hire date becomes REGULAR by
      * default, whether or not HR has evaluated them. This report
      * reads EMPLOYEE.DAT and lists every PROBATIONARY employee
      * whose six-month date falls within a month of the as-of date
      * given on the command line (default today), so HR can
      * evaluate and either regularize or separate them in time. It
      * also lists, as overdue, those already past six months and
      * still carried as PROBATIONARY, and those with no hire date
      * on the master, whose tenure cannot be tracked at all.
      * Output: TENURE.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TenureReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read end to end in key order; only PROBATIONARY employees
      * still on the payroll as of the report date are listed.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-EMP-NUMBER
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT TENURE-REPORT-FILE ASSIGN TO "TENURE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPMSTR.

       FD  TENURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TENURE-REPORT-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-END-OF-FILE             PIC X VALUE "N".
           88  END-OF-EMPLOYEE-FILE   VALUE "Y".

      * The as-of date, the one run parameter (MM/DD/YYYY); blank
      * means today. The window runs from the as-of date to the
      * same day a month later.
       01  WS-ARGUMENT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(8).
       01  WS-AS-OF-DATE              PIC X(10) VALUE SPACES.
       01  WS-AS-OF-KEY               PIC X(8).
       01  WS-WINDOW-END-DATE         PIC X(10).
       01  WS-WINDOW-END-KEY          PIC X(8).

      * Probation length in months.
       01  WS-PROBATION-MONTHS        PIC 9(2) VALUE 6.

      * Work area for adding whole months to an MM/DD/YYYY date. A
      * day past the end of the resulting month is pulled back to
      * its last day (08/31 plus six months is 02/28, or 02/29 in a
      * leap year).
       01  WS-ADD-FROM-DATE           PIC X(10).
       01  WS-ADD-MONTHS              PIC 9(2).
       01  WS-ADD-RESULT-DATE         PIC X(10).
       01  WS-ADD-RESULT-KEY          PIC X(8).
       01  WS-ADD-MONTH               PIC 9(2).
       01  WS-ADD-DAY                 PIC 9(2).
       01  WS-ADD-YEAR                PIC 9(4).
       01  WS-ADD-MONTH-DAYS          PIC 9(2).
       01  WS-ADD-QUOTIENT            PIC 9(4).
       01  WS-ADD-REMAINDER-4         PIC 9(4).
       01  WS-ADD-REMAINDER-100       PIC 9(4).
       01  WS-ADD-REMAINDER-400       PIC 9(4).

       01  WS-SIX-MONTH-DATE          PIC X(10).
       01  WS-SIX-MONTH-KEY           PIC X(8).
       01  WS-SEPARATION-KEY          PIC X(8).

       01  WS-READ-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-PROBATIONARY-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-DUE-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-OVERDUE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-NO-HIRE-DATE-COUNT      PIC 9(6) VALUE ZERO.

       01  TENURE-TITLE-LINE.
           02  FILLER PIC X(20) VALUE SPACES.
           02  FILLER PIC X(47) VALUE
               "PROBATIONARY EMPLOYEES - REGULARIZATION WATCH".
       01  TENURE-WINDOW-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "AS OF ".
           02  TENURE-AS-OF-OUT PIC X(10).
           02  FILLER PIC X(28) VALUE
               "   SIX MONTHS DUE ON OR BY ".
           02  TENURE-WINDOW-END-OUT PIC X(10).
       01  TENURE-BLANK-LINE          PIC X(100) VALUE SPACES.
       01  TENURE-HEADING-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  FILLER PIC X(8) VALUE "EMPLOYEE".
           02  FILLER PIC X(5) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "NAME".
           02  FILLER PIC X(19) VALUE SPACES.
           02  FILLER PIC X(4) VALUE "DEPT".
           02  FILLER PIC X(6) VALUE SPACES.
           02  FILLER PIC X(9) VALUE "HIRE DATE".
           02  FILLER PIC X(3) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "SIX MONTHS".
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(7) VALUE "REMARKS".
       01  TENURE-DETAIL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  TENURE-NUMBER-OUT PIC X(10).
           02  FILLER PIC X(3) VALUE SPACES.
           02  TENURE-NAME-OUT PIC X(20).
           02  FILLER PIC X(3) VALUE SPACES.
           02  TENURE-DEPT-OUT PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  TENURE-HIRE-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  TENURE-SIX-MONTH-OUT PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  TENURE-REMARK-OUT PIC X(28).
       01  TENURE-TOTAL-LINE.
           02  FILLER PIC X(1) VALUE SPACES.
           02  TENURE-TOTAL-LABEL-OUT PIC X(40).
           02  TENURE-TOTAL-COUNT-OUT PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-EMPLOYEES
               UNTIL END-OF-EMPLOYEE-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1010-GET-RUN-PARAMETERS
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE, STATUS = "
                   WS-EMPLOYEE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TENURE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TENURE REPORT, STATUS = "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           WRITE TENURE-REPORT-RECORD FROM TENURE-TITLE-LINE
           MOVE WS-AS-OF-DATE TO TENURE-AS-OF-OUT
           MOVE WS-WINDOW-END-DATE TO TENURE-WINDOW-END-OUT
           WRITE TENURE-REPORT-RECORD FROM TENURE-WINDOW-LINE
           WRITE TENURE-REPORT-RECORD FROM TENURE-BLANK-LINE
           WRITE TENURE-REPORT-RECORD FROM TENURE-HEADING-LINE
           PERFORM 2050-READ-EMPLOYEE-FILE.

       1010-GET-RUN-PARAMETERS.
           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARGUMENT-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-AS-OF-DATE FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER AS-OF DATE (MM/DD/YYYY, BLANK = TODAY): "
               ACCEPT WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-RUN-DATE(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-RUN-DATE(1:4) DELIMITED BY SIZE
                   INTO WS-AS-OF-DATE
               END-STRING
           END-IF
           STRING WS-AS-OF-DATE(7:4) DELIMITED BY SIZE
               WS-AS-OF-DATE(1:2) DELIMITED BY SIZE
               WS-AS-OF-DATE(4:2) DELIMITED BY SIZE
               INTO WS-AS-OF-KEY
           END-STRING
           MOVE WS-AS-OF-DATE TO WS-ADD-FROM-DATE
           MOVE 1 TO WS-ADD-MONTHS
           PERFORM 2200-ADD-MONTHS-TO-DATE
           MOVE WS-ADD-RESULT-DATE TO WS-WINDOW-END-DATE
           MOVE WS-ADD-RESULT-KEY TO WS-WINDOW-END-KEY.

       2000-PROCESS-EMPLOYEES.
           ADD 1 TO WS-READ-COUNT
           IF MST-EMP-STATUS-PROBATIONARY
               PERFORM 2100-CHECK-TENURE
           END-IF
           PERFORM 2050-READ-EMPLOYEE-FILE.

       2050-READ-EMPLOYEE-FILE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET END-OF-EMPLOYEE-FILE TO TRUE
           END-READ.

      * Someone already separated by the as-of date is not going to
      * be regularized and is left off. Otherwise the six-month date
      * decides the line: within the window is due, before the as-of
      * date is overdue, and beyond the window waits for a later
      * month's report.
       2100-CHECK-TENURE.
           IF MST-EMP-SEPARATION-DATE NOT = SPACES
               STRING MST-EMP-SEPARATION-DATE(7:4) DELIMITED BY SIZE
                   MST-EMP-SEPARATION-DATE(1:2) DELIMITED BY SIZE
                   MST-EMP-SEPARATION-DATE(4:2) DELIMITED BY SIZE
                   INTO WS-SEPARATION-KEY
               END-STRING
               IF WS-SEPARATION-KEY <= WS-AS-OF-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-PROBATIONARY-COUNT
           MOVE MST-EMP-NUMBER TO TENURE-NUMBER-OUT
           MOVE MST-EMP-NAME TO TENURE-NAME-OUT
           MOVE MST-EMP-DEPARTMENT TO TENURE-DEPT-OUT
           MOVE MST-EMP-HIRE-DATE TO TENURE-HIRE-OUT
           IF MST-EMP-HIRE-DATE = SPACES
               MOVE SPACES TO TENURE-SIX-MONTH-OUT
               MOVE "NO HIRE DATE ON MASTER" TO TENURE-REMARK-OUT
               WRITE TENURE-REPORT-RECORD FROM TENURE-DETAIL-LINE
               ADD 1 TO WS-NO-HIRE-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MST-EMP-HIRE-DATE TO WS-ADD-FROM-DATE
           MOVE WS-PROBATION-MONTHS TO WS-ADD-MONTHS
           PERFORM 2200-ADD-MONTHS-TO-DATE
           MOVE WS-ADD-RESULT-DATE TO WS-SIX-MONTH-DATE
           MOVE WS-ADD-RESULT-KEY TO WS-SIX-MONTH-KEY
           MOVE WS-SIX-MONTH-DATE TO TENURE-SIX-MONTH-OUT
           IF WS-SIX-MONTH-KEY < WS-AS-OF-KEY
               MOVE "OVERDUE - REGULAR BY LAW" TO TENURE-REMARK-OUT
               WRITE TENURE-REPORT-RECORD FROM TENURE-DETAIL-LINE
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               IF WS-SIX-MONTH-KEY <= WS-WINDOW-END-KEY
                   MOVE "DUE - EVALUATE NOW" TO TENURE-REMARK-OUT
                   WRITE TENURE-REPORT-RECORD FROM TENURE-DETAIL-LINE
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-IF.

       2200-ADD-MONTHS-TO-DATE.
           MOVE WS-ADD-FROM-DATE(1:2) TO WS-ADD-MONTH
           MOVE WS-ADD-FROM-DATE(4:2) TO WS-ADD-DAY
           MOVE WS-ADD-FROM-DATE(7:4) TO WS-ADD-YEAR
           ADD WS-ADD-MONTHS TO WS-ADD-MONTH
           IF WS-ADD-MONTH > 12
               SUBTRACT 12 FROM WS-ADD-MONTH
               ADD 1 TO WS-ADD-YEAR
           END-IF
           EVALUATE WS-ADD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ADD-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-ADD-YEAR BY 4 GIVING WS-ADD-QUOTIENT
                       REMAINDER WS-ADD-REMAINDER-4
                   DIVIDE WS-ADD-YEAR BY 100 GIVING WS-ADD-QUOTIENT
                       REMAINDER WS-ADD-REMAINDER-100
                   DIVIDE WS-ADD-YEAR BY 400 GIVING WS-ADD-QUOTIENT
                       REMAINDER WS-ADD-REMAINDER-400
                   IF WS-ADD-REMAINDER-4 = 0
                           AND (WS-ADD-REMAINDER-100 NOT = 0
                           OR WS-ADD-REMAINDER-400 = 0)
                       MOVE 29 TO WS-ADD-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-ADD-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ADD-MONTH-DAYS
           END-EVALUATE
           IF WS-ADD-DAY > WS-ADD-MONTH-DAYS
               MOVE WS-ADD-MONTH-DAYS TO WS-ADD-DAY
           END-IF
           STRING WS-ADD-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ADD-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ADD-YEAR DELIMITED BY SIZE
               INTO WS-ADD-RESULT-DATE
           END-STRING
           STRING WS-ADD-YEAR DELIMITED BY SIZE
               WS-ADD-MONTH DELIMITED BY SIZE
               WS-ADD-DAY DELIMITED BY SIZE
               INTO WS-ADD-RESULT-KEY
           END-STRING.

       3000-WRITE-TOTALS.
           WRITE TENURE-REPORT-RECORD FROM TENURE-BLANK-LINE
           MOVE "PROBATIONARY EMPLOYEES ON THE PAYROLL" TO
               TENURE-TOTAL-LABEL-OUT
           MOVE WS-PROBATIONARY-COUNT TO TENURE-TOTAL-COUNT-OUT
           WRITE TENURE-REPORT-RECORD FROM TENURE-TOTAL-LINE
           MOVE "SIX MONTHS DUE WITHIN THE MONTH" TO
               TENURE-TOTAL-LABEL-OUT
           MOVE WS-DUE-COUNT TO TENURE-TOTAL-COUNT-OUT
           WRITE TENURE-REPORT-RECORD FROM TENURE-TOTAL-LINE
           MOVE "PAST SIX MONTHS, STILL PROBATIONARY" TO
               TENURE-TOTAL-LABEL-OUT
           MOVE WS-OVERDUE-COUNT TO TENURE-TOTAL-COUNT-OUT
           WRITE TENURE-REPORT-RECORD FROM TENURE-TOTAL-LINE
           MOVE "NO HIRE DATE ON MASTER" TO TENURE-TOTAL-LABEL-OUT
           MOVE WS-NO-HIRE-DATE-COUNT TO TENURE-TOTAL-COUNT-OUT
           WRITE TENURE-REPORT-RECORD FROM TENURE-TOTAL-LINE
           IF WS-OVERDUE-COUNT > ZERO
               DISPLAY WS-OVERDUE-COUNT " PROBATIONARY EMPLOYEES ARE "
                   "PAST SIX MONTHS -- SEE TENURE.RPT"
           END-IF.

       9000-TERMINATION.
           CLOSE EMPLOYEE-FILE
           CLOSE TENURE-REPORT-FILE
           DISPLAY "EMPLOYEES READ        : " WS-READ-COUNT
           DISPLAY "PROBATIONARY LISTED   : " WS-PROBATIONARY-COUNT
           DISPLAY "DUE WITHIN THE MONTH  : " WS-DUE-COUNT
           DISPLAY "OVERDUE               : " WS-OVERDUE-COUNT.

       END PROGRAM TenureReport.
