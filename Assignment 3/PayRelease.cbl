      ******************************************************************
      * Author: BENGIE B. VILLESCO
      * Date: OCTOBER 15, 2026
      * Tectonics: cobc
      ******************************************************************
      * Release authorization for the disbursement files. A bank
      * file may only be uploaded once two different people -- the
      * preparer who ran the payroll and an approver who reviewed
      * CONTROL.RPT and VARIANCE.RPT -- have released it here. Run
      * parameters: action (RELEASE or RECALL), file (BANKFILE.DAT,
      * BANK13TH.DAT or BANKRDB.DAT), preparer user ID, approver
      * user ID.
      * A RELEASE is granted only when
      *   - the preparer and the approver are both given and differ
      *   - the run's control report (CONTROL.RPT, CTL13TH.RPT or
      *     CTLRDB.RPT) carries the verdict RUN IS IN BALANCE
      *   - the pay period on that report is CLOSED on PAYCAL.DAT
      *     for the report's pay group (REGULAR for BANKFILE.DAT,
      *     13TH-MONTH for BANK13TH.DAT; BANKRDB.DAT pays bounced
      *     credits of periods long closed and has no calendar entry
      *     of its own)
      *   - the record count and net-pay hash recomputed from the
      *     file agree with its trailer and with the BANK RECORDS
      *     WRITTEN line of the control report, and the trailer
      *     carries the report's pay group
      *   - the same file has not already been released.
      * A RECALL withdraws the file's latest release, e.g. when an
      * error turns up after approval but before the upload.
      * Every release, refusal and recall is appended to RELEASE.LOG
      * with both user IDs, the period, count, hash and reason;
      * BankRecon and Redisburse check that log before they touch a
      * file. RETURN-CODE is 0 when the action is taken and 8 when it
      * is refused, so the upload step can be made conditional on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayRelease.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Whichever disbursement file the release is for; the name is
      * checked against the three the payroll programs write.
           SELECT DISBURSEMENT-FILE ASSIGN TO WS-BANK-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

      * The balancing report of the run that wrote that file.
           SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      * Read only; a period is released only after the payroll run
      * has closed it.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

      * Read through first for the file's release standing, then
      * extended with this run's decision.
           SELECT RELEASE-LOG-FILE ASSIGN TO "RELEASE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISBURSEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BANKREC.

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-RECORD  PIC X(80).

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

       FD  RELEASE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELLOG.

       WORKING-STORAGE SECTION.
       01  WS-BANK-FILE-STATUS         PIC XX VALUE "00".
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE "00".
       01  WS-CALENDAR-FILE-STATUS     PIC XX VALUE "00".
       01  WS-RELEASE-LOG-FILE-STATUS  PIC XX VALUE "00".
       01  WS-END-OF-FILE              PIC X VALUE "N".
           88  END-OF-INPUT-FILE       VALUE "Y".

       01  WS-ARGUMENT-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-ACTION                   PIC X(8) VALUE SPACES.
           88  ACTION-RELEASE          VALUE "RELEASE".
           88  ACTION-RECALL           VALUE "RECALL".
       01  WS-BANK-FILENAME            PIC X(12) VALUE SPACES.
           88  FILE-IS-REGULAR         VALUE "BANKFILE.DAT".
           88  FILE-IS-13TH-MONTH      VALUE "BANK13TH.DAT".
           88  FILE-IS-REDISBURSEMENT  VALUE "BANKRDB.DAT".
       01  WS-PREPARER-ID              PIC X(8) VALUE SPACES.
       01  WS-APPROVER-ID              PIC X(8) VALUE SPACES.
       01  WS-CONTROL-FILENAME         PIC X(12) VALUE SPACES.
      * The PAYCAL.DAT run mode whose entry must be CLOSED; spaces
      * when the file has no calendar entry.
       01  WS-CALENDAR-MODE            PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-TIME                 PIC X(8).

      * The first reason found is the one logged; every later check
      * is skipped once a request is refused.
       01  WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.
       01  WS-REFUSED-SW               PIC X VALUE "N".
           88  REQUEST-REFUSED         VALUE "Y".

      * What the control report says about the run.
       01  WS-CONTROL-PERIOD-START     PIC X(10) VALUE SPACES.
       01  WS-CONTROL-PERIOD-END       PIC X(10) VALUE SPACES.
       01  WS-CONTROL-PAY-GROUP        PIC X(8) VALUE SPACES.
       01  WS-CONTROL-PERIOD-SW        PIC X VALUE "N".
           88  CONTROL-PERIOD-FOUND    VALUE "Y".
       01  WS-CONTROL-BANK-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-CONTROL-BANK-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTROL-BANK-SW          PIC X VALUE "N".
           88  CONTROL-BANK-LINE-FOUND VALUE "Y".
       01  WS-CONTROL-VERDICT-SW       PIC X VALUE "N".
           88  CONTROL-IN-BALANCE      VALUE "Y".

      * The control report's lines, as EmployeeRecord1 and
      * Redisburse print them, for picking the figures back out.
       01  CONTROL-PERIOD-IN-LINE.
           02  FILLER PIC X(2).
           02  CONTROL-PERIOD-TAG-IN PIC X(12).
           02  CONTROL-PERIOD-START-IN PIC X(10).
           02  FILLER PIC X(4).
           02  CONTROL-PERIOD-END-IN PIC X(10).
           02  FILLER PIC X(13).
           02  CONTROL-PAY-GROUP-IN PIC X(8).
           02  FILLER PIC X(21).
       01  CONTROL-DETAIL-IN-LINE.
           02  FILLER PIC X(2).
           02  CONTROL-LABEL-IN PIC X(30).
           02  CONTROL-COUNT-IN PIC ZZZZZ9.
           02  FILLER PIC X(2).
           02  CONTROL-AMOUNT-IN PIC ZZZ,ZZZ,ZZZ.99.
           02  FILLER PIC X(26).
       01  CONTROL-VERDICT-IN-LINE.
           02  FILLER PIC X(2).
           02  CONTROL-VERDICT-IN PIC X(60).
           02  FILLER PIC X(18).

       01  WS-CALENDAR-FOUND-SW        PIC X VALUE "N".
           88  CALENDAR-ENTRY-FOUND    VALUE "Y".
       01  WS-CALENDAR-STATUS          PIC X(6) VALUE SPACES.
           88  CALENDAR-ENTRY-CLOSED   VALUE "CLOSED".

      * Count and net-pay hash recomputed from the file itself.
       01  WS-FILE-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-FILE-HASH                PIC 9(9)V99 VALUE ZERO.
       01  WS-FILE-HASH-OUT            PIC ZZZ,ZZZ,ZZZ.99.
       01  WS-TRAILER-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-TRAILER-AMOUNT           PIC 9(8)V99 VALUE ZERO.
       01  WS-TRAILER-PAY-GROUP        PIC X(8) VALUE SPACES.
       01  WS-TRAILER-FOUND-SW         PIC X VALUE "N".
           88  TRAILER-FOUND           VALUE "Y".
       01  WS-AFTER-TRAILER-SW         PIC X VALUE "N".
           88  RECORDS-AFTER-TRAILER   VALUE "Y".

      * The file's latest RELEASE or RECALL on the log, if any.
       01  WS-LAST-ACTION              PIC X(8) VALUE SPACES.
           88  LAST-WAS-RELEASE        VALUE "RELEASE".
       01  WS-LAST-PERIOD-START        PIC X(10) VALUE SPACES.
       01  WS-LAST-PERIOD-END          PIC X(10) VALUE SPACES.
       01  WS-LAST-PAY-GROUP           PIC X(8) VALUE SPACES.
       01  WS-LAST-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-LAST-HASH                PIC 9(9)V99 VALUE ZERO.
       01  WS-LAST-APPROVER-ID         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SCAN-RELEASE-LOG
           IF ACTION-RELEASE
               PERFORM 3000-RELEASE-FILE
           ELSE
               PERFORM 4000-RECALL-FILE
           END-IF
           PERFORM 8000-WRITE-LOG-ENTRY
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1010-GET-RUN-PARAMETERS
      * An unknown action or file name is a keying slip, not a
      * decision on a file, so it is turned away without a log entry.
           IF NOT (ACTION-RELEASE OR ACTION-RECALL)
               DISPLAY "UNKNOWN ACTION: " WS-ACTION
                   " (RELEASE/RECALL), RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN FILE-IS-REGULAR
                   MOVE "CONTROL.RPT" TO WS-CONTROL-FILENAME
                   MOVE "REGULAR" TO WS-CALENDAR-MODE
               WHEN FILE-IS-13TH-MONTH
                   MOVE "CTL13TH.RPT" TO WS-CONTROL-FILENAME
                   MOVE "13TH-MONTH" TO WS-CALENDAR-MODE
               WHEN FILE-IS-REDISBURSEMENT
                   MOVE "CTLRDB.RPT" TO WS-CONTROL-FILENAME
                   MOVE SPACES TO WS-CALENDAR-MODE
               WHEN OTHER
                   DISPLAY "UNKNOWN DISBURSEMENT FILE: "
                       WS-BANK-FILENAME
                       " (BANKFILE.DAT/BANK13TH.DAT/BANKRDB.DAT), "
                       "RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1010-GET-RUN-PARAMETERS.
           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARGUMENT-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ACTION FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ACTION (RELEASE/RECALL): "
               ACCEPT WS-ACTION
           END-IF
           IF WS-ARGUMENT-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-BANK-FILENAME FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "DISBURSEMENT FILE "
                   "(BANKFILE.DAT/BANK13TH.DAT/BANKRDB.DAT): "
               ACCEPT WS-BANK-FILENAME
           END-IF
           IF WS-ARGUMENT-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-PREPARER-ID FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER PREPARER USER ID: "
               ACCEPT WS-PREPARER-ID
           END-IF
           IF WS-ARGUMENT-COUNT >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-APPROVER-ID FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "ENTER APPROVER USER ID: "
               ACCEPT WS-APPROVER-ID
           END-IF.

      * Only RELEASE and RECALL decide a file's standing; refusals
      * are on the log for the audit trail and change nothing.
       2000-SCAN-RELEASE-LOG.
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RELEASE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RELEASE LOG, STATUS = "
                   WS-RELEASE-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ RELEASE-LOG-FILE
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       IF REL-FILE-NAME = WS-BANK-FILENAME
                               AND (REL-ACTION-RELEASE
                               OR REL-ACTION-RECALL)
                           MOVE REL-ACTION TO WS-LAST-ACTION
                           MOVE REL-PERIOD-START
                               TO WS-LAST-PERIOD-START
                           MOVE REL-PERIOD-END TO WS-LAST-PERIOD-END
                           MOVE REL-PAY-GROUP TO WS-LAST-PAY-GROUP
                           MOVE REL-RECORD-COUNT TO WS-LAST-COUNT
                           MOVE REL-NETPAY-HASH TO WS-LAST-HASH
                           MOVE REL-APPROVER-ID
                               TO WS-LAST-APPROVER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELEASE-LOG-FILE.

       3000-RELEASE-FILE.
           PERFORM 3100-CHECK-USER-IDS
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-READ-CONTROL-REPORT
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-CHECK-PAY-CALENDAR
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-RECOMPUTE-BANK-FILE
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
      * The same file released twice would only muddy the log; a
      * changed file (rerun) carries a new count or hash and is a
      * new release.
           IF LAST-WAS-RELEASE
                   AND WS-LAST-PERIOD-END = WS-CONTROL-PERIOD-END
                   AND WS-LAST-PAY-GROUP = WS-CONTROL-PAY-GROUP
                   AND WS-LAST-COUNT = WS-FILE-COUNT
                   AND WS-LAST-HASH = WS-FILE-HASH
               STRING "ALREADY RELEASED, APPROVER "
                   DELIMITED BY SIZE
                   WS-LAST-APPROVER-ID DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               SET REQUEST-REFUSED TO TRUE
           END-IF.

      * Four eyes: the person who ran the payroll cannot also be the
      * one who lets the money go.
       3100-CHECK-USER-IDS.
           IF WS-PREPARER-ID = SPACES OR WS-APPROVER-ID = SPACES
               MOVE "PREPARER AND APPROVER IDS ARE REQUIRED"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-PREPARER-ID = WS-APPROVER-ID
               MOVE "PREPARER AND APPROVER MUST DIFFER"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
           END-IF.

       3200-READ-CONTROL-REPORT.
           OPEN INPUT CONTROL-REPORT-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               STRING "NO CONTROL REPORT " DELIMITED BY SIZE
                   WS-CONTROL-FILENAME DELIMITED BY SPACE
                   " ON FILE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTROL REPORT, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ CONTROL-REPORT-FILE
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       PERFORM 3250-SCAN-CONTROL-LINE
               END-READ
           END-PERFORM
           CLOSE CONTROL-REPORT-FILE
           IF NOT CONTROL-IN-BALANCE
               MOVE "CONTROL REPORT NOT IN BALANCE"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT CONTROL-BANK-LINE-FOUND
               MOVE "NO BANK TOTALS ON CONTROL REPORT"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CALENDAR-MODE NOT = SPACES
                   AND NOT CONTROL-PERIOD-FOUND
               MOVE "NO PAY PERIOD ON CONTROL REPORT"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
           END-IF.

       3250-SCAN-CONTROL-LINE.
           MOVE CONTROL-REPORT-RECORD TO CONTROL-PERIOD-IN-LINE
           MOVE CONTROL-REPORT-RECORD TO CONTROL-DETAIL-IN-LINE
           MOVE CONTROL-REPORT-RECORD TO CONTROL-VERDICT-IN-LINE
           IF CONTROL-PERIOD-TAG-IN = "PAY PERIOD: "
               SET CONTROL-PERIOD-FOUND TO TRUE
               MOVE CONTROL-PERIOD-START-IN
                   TO WS-CONTROL-PERIOD-START
               MOVE CONTROL-PERIOD-END-IN TO WS-CONTROL-PERIOD-END
               MOVE CONTROL-PAY-GROUP-IN TO WS-CONTROL-PAY-GROUP
           END-IF
           IF CONTROL-LABEL-IN = "BANK RECORDS WRITTEN"
               SET CONTROL-BANK-LINE-FOUND TO TRUE
               MOVE CONTROL-COUNT-IN TO WS-CONTROL-BANK-COUNT
               MOVE CONTROL-AMOUNT-IN TO WS-CONTROL-BANK-AMOUNT
           END-IF
           IF CONTROL-VERDICT-IN = "RUN IS IN BALANCE"
               SET CONTROL-IN-BALANCE TO TRUE
           END-IF.

      * An OPEN period means the payroll run did not finish (or was
      * out of balance and left open to be rerun). Each pay group
      * has its own entries, so the report's group must match too.
       3300-CHECK-PAY-CALENDAR.
           IF WS-CALENDAR-MODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = "35"
               MOVE "NO PAY-PERIOD CALENDAR ON FILE"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-PERIOD CALENDAR, STATUS = "
                   WS-CALENDAR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PAY-CALENDAR-FILE
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       IF CAL-IN-RUN-MODE = WS-CALENDAR-MODE
                               AND CAL-IN-PAY-GROUP
                               = WS-CONTROL-PAY-GROUP
                               AND CAL-IN-PERIOD-START
                               = WS-CONTROL-PERIOD-START
                               AND CAL-IN-PERIOD-END
                               = WS-CONTROL-PERIOD-END
                           SET CALENDAR-ENTRY-FOUND TO TRUE
                           MOVE CAL-IN-STATUS TO WS-CALENDAR-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           IF NOT CALENDAR-ENTRY-FOUND
               MOVE "PAY PERIOD NOT ON CALENDAR"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT CALENDAR-ENTRY-CLOSED
               MOVE "PAY PERIOD NOT CLOSED ON CALENDAR"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
           END-IF.

      * The file is counted and footed from scratch; the trailer and
      * the control report must both agree with what is really
      * there, so a file edited after the run cannot be released.
       3400-RECOMPUTE-BANK-FILE.
           OPEN INPUT DISBURSEMENT-FILE
           IF WS-BANK-FILE-STATUS = "35"
               MOVE "DISBURSEMENT FILE NOT ON FILE"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DISBURSEMENT FILE, STATUS = "
                   WS-BANK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-INPUT-FILE
               READ DISBURSEMENT-FILE
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       IF TRAILER-FOUND
                           SET RECORDS-AFTER-TRAILER TO TRUE
                       END-IF
                       IF BANK-EMP-NUMBER = "*TRAILER**"
                           SET TRAILER-FOUND TO TRUE
                           MOVE BANK-TRAILER-COUNT TO WS-TRAILER-COUNT
                           MOVE BANK-TRAILER-NETPAY
                               TO WS-TRAILER-AMOUNT
                           MOVE BANK-TRAILER-PAY-GROUP
                               TO WS-TRAILER-PAY-GROUP
                       ELSE
                           ADD 1 TO WS-FILE-COUNT
                           ADD BANK-NETPAY TO WS-FILE-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISBURSEMENT-FILE
           IF NOT TRAILER-FOUND
               MOVE "NO TRAILER RECORD ON FILE" TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RECORDS-AFTER-TRAILER
               MOVE "RECORDS FOUND AFTER THE TRAILER"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-FILE-HASH NOT = WS-TRAILER-AMOUNT
               MOVE "FILE DOES NOT AGREE WITH ITS TRAILER"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
      * BANKFILE.DAT is rewritten by every group's run; a control
      * report left from another group's run cannot release it.
           IF WS-TRAILER-PAY-GROUP NOT = WS-CONTROL-PAY-GROUP
               MOVE "FILE IS FOR ANOTHER PAY GROUP'S RUN"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-COUNT NOT = WS-CONTROL-BANK-COUNT
                   OR WS-FILE-HASH NOT = WS-CONTROL-BANK-AMOUNT
               MOVE "FILE DOES NOT AGREE WITH CONTROL REPORT"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
           END-IF.

      * A recall still takes two people: it cancels a payment
      * someone approved. It always applies to the file's latest
      * release, whose period and figures it carries on the log.
       4000-RECALL-FILE.
           PERFORM 3100-CHECK-USER-IDS
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF NOT LAST-WAS-RELEASE
               MOVE "NO RELEASE OUTSTANDING TO RECALL"
                   TO WS-REFUSAL-REASON
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-PERIOD-START TO WS-CONTROL-PERIOD-START
           MOVE WS-LAST-PERIOD-END TO WS-CONTROL-PERIOD-END
           MOVE WS-LAST-PAY-GROUP TO WS-CONTROL-PAY-GROUP
           MOVE WS-LAST-COUNT TO WS-FILE-COUNT
           MOVE WS-LAST-HASH TO WS-FILE-HASH.

       8000-WRITE-LOG-ENTRY.
           OPEN EXTEND RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-LOG-FILE
           END-IF
           IF WS-RELEASE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RELEASE LOG, STATUS = "
                   WS-RELEASE-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO REL-LOG-DATE
           MOVE WS-RUN-TIME TO REL-LOG-TIME
           IF REQUEST-REFUSED
               SET REL-ACTION-REFUSED TO TRUE
           ELSE
               MOVE WS-ACTION TO REL-ACTION
           END-IF
           MOVE WS-BANK-FILENAME TO REL-FILE-NAME
           MOVE WS-CONTROL-PERIOD-START TO REL-PERIOD-START
           MOVE WS-CONTROL-PERIOD-END TO REL-PERIOD-END
           MOVE WS-CONTROL-PAY-GROUP TO REL-PAY-GROUP
           MOVE WS-FILE-COUNT TO REL-RECORD-COUNT
           MOVE WS-FILE-HASH TO REL-NETPAY-HASH
           MOVE WS-PREPARER-ID TO REL-PREPARER-ID
           MOVE WS-APPROVER-ID TO REL-APPROVER-ID
           MOVE WS-REFUSAL-REASON TO REL-REASON
           WRITE RELEASE-LOG-RECORD
           CLOSE RELEASE-LOG-FILE.

       9000-TERMINATION.
           IF REQUEST-REFUSED
               DISPLAY WS-ACTION " OF " WS-BANK-FILENAME " REFUSED: "
                   WS-REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-FILE-HASH TO WS-FILE-HASH-OUT
               DISPLAY WS-BANK-FILENAME " " WS-ACTION
                   " LOGGED -- CREDITS: " WS-FILE-COUNT
                   " NET PAY: " WS-FILE-HASH-OUT
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM PayRelease.
