      * history record for the bounced period is flagged back to P.
      * An entry whose enrollment problem is still not fixed stays
      * queued and is listed for follow-up.
      * The run's balancing figures go to CTLRDB.RPT in the same
      * layout as the payroll run's CONTROL.RPT, for PayRelease to
      * judge the release of BANKRDB.DAT on. Because every credit in
      * BANKRDB.DAT is marked SENT when it is written, the run
      * refuses to overwrite a BANKRDB.DAT from an earlier run that
      * has no matching release on RELEASE.LOG -- those credits would
      * otherwise be lost without ever being paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Redisburse.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * End-of-run balancing report, same layout as CONTROL.RPT.
           SELECT REDISB-CONTROL-FILE ASSIGN TO "CTLRDB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      * PayRelease's log of releases and recalls, read only.
           SELECT RELEASE-LOG-FILE ASSIGN TO "RELEASE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same record layout as the REDISB-QUEUE-FILE FD in BankRecon
           LABEL RECORDS ARE STANDARD.
       01  REDISB-REPORT-RECORD   PIC X(80).

       FD  REDISB-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REDISB-CONTROL-RECORD  PIC X(80).

       FD  RELEASE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELLOG.

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-FILE-STATUS        PIC XX VALUE "00".
       01  WS-BANK-MASTER-FILE-STATUS  PIC XX VALUE "00".
       01  WS-REDISB-BANK-FILE-STATUS  PIC XX VALUE "00".
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE "00".
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE "00".
       01  WS-RELEASE-LOG-FILE-STATUS  PIC XX VALUE "00".
       01  WS-END-OF-FILE              PIC X VALUE "N".
           88  END-OF-QUEUE-FILE       VALUE "Y".
       01  WS-END-OF-SCAN-SW           PIC X VALUE "N".
           88  END-OF-SCAN             VALUE "Y".

      * The whole queue held in core, updated as entries are paid
      * out, then written back over the file.
       01  WS-HELD-AMOUNT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-SUPERSEDED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SUPERSEDED-AMOUNT-TOTAL  PIC 9(9)V99 VALUE ZERO.
      * Entries already SENT or SUPERSEDED by an earlier run, and the
      * entries written back; together with the three counts above
      * they foot the queue for the control report.
       01  WS-DONE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-REWRITTEN-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-BALANCED-SW              PIC X VALUE "Y".
           88  RUN-IS-BALANCED         VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).
      * The BANKRDB.DAT left by the previous run, counted and footed
      * the way PayRelease does, and that file's latest RELEASE or
      * RECALL on the release log.
       01  WS-PREVIOUS-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-PREVIOUS-HASH            PIC 9(9)V99 VALUE ZERO.
       01  WS-RELEASE-ACTION           PIC X(8) VALUE SPACES.
           88  FILE-IS-RELEASED        VALUE "RELEASE".
       01  WS-RELEASE-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-RELEASE-HASH             PIC 9(9)V99 VALUE ZERO.

       01  REDISB-TITLE-LINE.
           02  FILLER PIC X(25) VALUE SPACES.
           02  FILLER PIC X(2) VALUE SPACES.
           02  REDISB-TOTAL-AMOUNT-OUT PIC ZZZ,ZZZ,ZZZ.99.

       01  CONTROL-HEADING-LINE.
           02  FILLER PIC X(24) VALUE SPACES.
           02  FILLER PIC X(28) VALUE "RUN BALANCING CONTROL REPORT".
      * A redisbursement has no pay period of its own, so the run
      * date stands where CONTROL.RPT shows the period.
       01  CONTROL-RUN-DATE-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "RUN DATE: ".
           02  CONTROL-RUN-DATE-OUT PIC X(10).
       01  CONTROL-DETAIL-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  CONTROL-LABEL-OUT PIC X(30).
           02  CONTROL-COUNT-OUT PIC ZZZZZ9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  CONTROL-AMOUNT-OUT PIC ZZZ,ZZZ,ZZZ.99.
       01  CONTROL-VERDICT-LINE.
           02  FILLER PIC X(2) VALUE SPACES.
           02  CONTROL-VERDICT-OUT PIC X(60).
       01  CONTROL-BLANK-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 4000-WRITE-BANK-TRAILER
           PERFORM 5000-WRITE-CONTROL-TOTALS
           PERFORM 6000-REWRITE-QUEUE-FILE
           PERFORM 7000-WRITE-CONTROL-REPORT
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-CHECK-PREVIOUS-BANK-FILE
           OPEN INPUT REDISB-QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "35"
               DISPLAY "NO REDISBURSEMENT QUEUE (REDISB.DAT) ON FILE, "
           MOVE "CREDITS REDISBURSED THIS RUN" TO REDISB-SECTION-OUT
           WRITE REDISB-REPORT-RECORD FROM REDISB-SECTION-LINE.

      * Before BANKRDB.DAT is overwritten: a previous file still
      * holding credits must have been released with the count and
      * net-pay total it holds now. Anything else -- never released,
      * recalled, or changed after release -- means those credits,
      * already marked SENT on the queue, were never paid.
       1100-CHECK-PREVIOUS-BANK-FILE.
           OPEN INPUT REDISB-BANK-FILE
           IF WS-REDISB-BANK-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-REDISB-BANK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REDISBURSEMENT BANK FILE, "
                   "STATUS = " WS-REDISB-BANK-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-OF-SCAN-SW
           PERFORM UNTIL END-OF-SCAN
               READ REDISB-BANK-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF BANK-EMP-NUMBER NOT = "*TRAILER**"
                           ADD 1 TO WS-PREVIOUS-COUNT
                           ADD BANK-NETPAY TO WS-PREVIOUS-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REDISB-BANK-FILE
           MOVE "N" TO WS-END-OF-SCAN-SW
           IF WS-PREVIOUS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-FILE-STATUS NOT = "00"
                   AND WS-RELEASE-LOG-FILE-STATUS NOT = "35"
               DISPLAY "ERROR OPENING RELEASE LOG, STATUS = "
                   WS-RELEASE-LOG-FILE-STATUS
               STOP RUN
           END-IF
           IF WS-RELEASE-LOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SCAN
                   READ RELEASE-LOG-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF REL-FILE-NAME = "BANKRDB.DAT"
                                   AND (REL-ACTION-RELEASE
                                   OR REL-ACTION-RECALL)
                               MOVE REL-ACTION TO WS-RELEASE-ACTION
                               MOVE REL-RECORD-COUNT
                                   TO WS-RELEASE-COUNT
                               MOVE REL-NETPAY-HASH TO WS-RELEASE-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG-FILE
           END-IF
           IF NOT FILE-IS-RELEASED
                   OR WS-RELEASE-COUNT NOT = WS-PREVIOUS-COUNT
                   OR WS-RELEASE-HASH NOT = WS-PREVIOUS-HASH
               DISPLAY "PREVIOUS BANKRDB.DAT (" WS-PREVIOUS-COUNT
                   " CREDITS) HAS NO MATCHING RELEASE ON RELEASE.LOG"
               DISPLAY "RELEASE IT, OR RETURN ITS ENTRIES TO Q ON "
                   "REDISB.DAT AND REMOVE IT, RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LOAD-QUEUE-FILE.
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-QUEUE-FILE
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               IF WS-QUE-QUEUED (WS-QUEUE-SUB)
                   PERFORM 3100-PAY-ONE-ENTRY
               ELSE
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM.

               MOVE WS-QUE-REASON (WS-QUEUE-SUB) TO RDQ-REASON
               MOVE WS-QUE-STATUS (WS-QUEUE-SUB) TO RDQ-STATUS
               WRITE REDISB-QUEUE-RECORD
               ADD 1 TO WS-REWRITTEN-COUNT
           END-PERFORM
           CLOSE REDISB-QUEUE-FILE.

      * Every queue entry loaded is either paid, still held,
      * superseded this run, or was already done before it; every
      * one of them is written back. PayRelease will not release
      * BANKRDB.DAT without this report's in-balance verdict.
       7000-WRITE-CONTROL-REPORT.
           OPEN OUTPUT REDISB-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTROL REPORT, STATUS = "
                   WS-CONTROL-FILE-STATUS
               STOP RUN
           END-IF
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-HEADING-LINE
           STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RUN-DATE(1:4) DELIMITED BY SIZE
               INTO CONTROL-RUN-DATE-OUT
           END-STRING
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-RUN-DATE-LINE
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-BLANK-LINE
           MOVE "QUEUE ENTRIES READ" TO CONTROL-LABEL-OUT
           MOVE WS-QUEUE-COUNT TO CONTROL-COUNT-OUT
           MOVE ZEROES TO CONTROL-AMOUNT-OUT
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "ALREADY SENT OR SUPERSEDED" TO CONTROL-LABEL-OUT
           MOVE WS-DONE-COUNT TO CONTROL-COUNT-OUT
           MOVE ZEROES TO CONTROL-AMOUNT-OUT
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "BANK RECORDS WRITTEN" TO CONTROL-LABEL-OUT
           MOVE WS-PAID-COUNT TO CONTROL-COUNT-OUT
           MOVE WS-PAID-AMOUNT-TOTAL TO CONTROL-AMOUNT-OUT
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "STILL QUEUED" TO CONTROL-LABEL-OUT
           MOVE WS-HELD-COUNT TO CONTROL-COUNT-OUT
           MOVE WS-HELD-AMOUNT-TOTAL TO CONTROL-AMOUNT-OUT
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "SUPERSEDED - NOT PAID" TO CONTROL-LABEL-OUT
           MOVE WS-SUPERSEDED-COUNT TO CONTROL-COUNT-OUT
           MOVE WS-SUPERSEDED-AMOUNT-TOTAL TO CONTROL-AMOUNT-OUT
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           MOVE "QUEUE ENTRIES REWRITTEN" TO CONTROL-LABEL-OUT
           MOVE WS-REWRITTEN-COUNT TO CONTROL-COUNT-OUT
           MOVE ZEROES TO CONTROL-AMOUNT-OUT
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-DETAIL-LINE
           WRITE REDISB-CONTROL-RECORD FROM CONTROL-BLANK-LINE
           IF WS-QUEUE-COUNT NOT = WS-DONE-COUNT + WS-PAID-COUNT
                   + WS-HELD-COUNT + WS-SUPERSEDED-COUNT
                   OR WS-REWRITTEN-COUNT NOT = WS-QUEUE-COUNT
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           IF RUN-IS-BALANCED
               MOVE "RUN IS IN BALANCE" TO CONTROL-VERDICT-OUT
               WRITE REDISB-CONTROL-RECORD FROM CONTROL-VERDICT-LINE
           ELSE
               MOVE "*** RUN OUT OF BALANCE - DO NOT UPLOAD BANK FILE"
                   TO CONTROL-VERDICT-OUT
               WRITE REDISB-CONTROL-RECORD FROM CONTROL-VERDICT-LINE
               DISPLAY "REDISBURSEMENT RUN OUT OF BALANCE -- "
                   "DO NOT UPLOAD BANK FILE, SEE CTLRDB.RPT"
           END-IF
           CLOSE REDISB-CONTROL-FILE.

       9000-TERMINATION.
           CLOSE BANK-MASTER-FILE
           CLOSE PAYROLL-HISTORY-FILE
