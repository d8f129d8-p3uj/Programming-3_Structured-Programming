               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

      * PayRelease's log of releases and recalls. A bank file with no
      * release standing for this period -- never approved, recalled,
      * or changed since it was approved -- was not paid by us and
      * is not reconciled as if it had been.
           SELECT RELEASE-LOG-FILE ASSIGN TO "RELEASE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Record and trailer layout shared with EmployeeRecord1 and
               88  RDQ-SENT       VALUE "S".
               88  RDQ-SUPERSEDED VALUE "X".

       FD  RELEASE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELLOG.

       WORKING-STORAGE SECTION.
       01  WS-BANK-FILE-STATUS    PIC XX VALUE "00".
       01  WS-RETURN-FILE-STATUS  PIC XX VALUE "00".
       01  WS-RECON-FILE-STATUS   PIC XX VALUE "00".
       01  WS-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-QUEUE-FILE-STATUS   PIC XX VALUE "00".
       01  WS-RELEASE-LOG-FILE-STATUS PIC XX VALUE "00".

      * The pay period being reconciled, via the same command-line
      * PARM idiom as the payroll run; needed to key into the
           88  TRAILER-FOUND      VALUE "Y".
       01  WS-TRAILER-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-TRAILER-AMOUNT      PIC 9(8)V99 VALUE ZERO.
       01  WS-TRAILER-PAY-GROUP   PIC X(8) VALUE SPACES.
      * The bank file's latest RELEASE or RECALL for this period.
       01  WS-RELEASE-ACTION      PIC X(8) VALUE SPACES.
           88  FILE-IS-RELEASED   VALUE "RELEASE".
       01  WS-RELEASE-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-RELEASE-HASH        PIC 9(9)V99 VALUE ZERO.
       01  WS-RELEASE-REFUSAL     PIC X(40) VALUE SPACES.
       01  WS-END-OF-LOG-SW       PIC X VALUE "N".
           88  END-OF-RELEASE-LOG VALUE "Y".

       01  RECON-TITLE-LINE.
           02  FILLER PIC X(20) VALUE SPACES.
       0000-MAIN-MODULE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-BANK-FILE
           PERFORM 2500-CHECK-RELEASE-LOG
           PERFORM 3000-PROCESS-RETURN-FILE
               UNTIL END-OF-INPUT-FILE
           PERFORM 4000-REPORT-UNACKNOWLEDGED
                           MOVE BANK-TRAILER-COUNT TO WS-TRAILER-COUNT
                           MOVE BANK-TRAILER-NETPAY
                               TO WS-TRAILER-AMOUNT
                           MOVE BANK-TRAILER-PAY-GROUP
                               TO WS-TRAILER-PAY-GROUP
                       ELSE
                       IF WS-SENT-COUNT < 500
                           ADD 1 TO WS-SENT-COUNT
           MOVE "N" TO WS-END-OF-FILE
           PERFORM 3050-READ-RETURN-FILE.

      * Runs before any history record is flagged or any reject is
      * queued. The file must have been released for this period by
      * PayRelease, not recalled since, and still carry the count and
      * net-pay total it was released with. Pay groups can share a
      * period end date, so the release must also be for the pay
      * group on the file's trailer.
       2500-CHECK-RELEASE-LOG.
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-FILE-STATUS = "35"
               MOVE "NO RELEASE LOG (RELEASE.LOG) ON FILE"
                   TO WS-RELEASE-REFUSAL
               PERFORM 2550-REFUSE-BANK-FILE
           END-IF
           IF WS-RELEASE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RELEASE LOG, STATUS = "
                   WS-RELEASE-LOG-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-RELEASE-LOG
               READ RELEASE-LOG-FILE
                   AT END
                       SET END-OF-RELEASE-LOG TO TRUE
                   NOT AT END
                       IF REL-FILE-NAME = "BANKFILE.DAT"
                               AND REL-PERIOD-END = WS-PERIOD-END-DATE
                               AND REL-PAY-GROUP = WS-TRAILER-PAY-GROUP
                               AND (REL-ACTION-RELEASE
                               OR REL-ACTION-RECALL)
                           MOVE REL-ACTION TO WS-RELEASE-ACTION
                           MOVE REL-RECORD-COUNT TO WS-RELEASE-COUNT
                           MOVE REL-NETPAY-HASH TO WS-RELEASE-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELEASE-LOG-FILE
           IF WS-RELEASE-ACTION = SPACES
               MOVE "BANK FILE NEVER RELEASED FOR THIS PERIOD"
                   TO WS-RELEASE-REFUSAL
               PERFORM 2550-REFUSE-BANK-FILE
           END-IF
           IF NOT FILE-IS-RELEASED
               MOVE "BANK FILE RELEASE WAS RECALLED"
                   TO WS-RELEASE-REFUSAL
               PERFORM 2550-REFUSE-BANK-FILE
           END-IF
           IF WS-RELEASE-COUNT NOT = WS-SENT-COUNT
                   OR WS-RELEASE-HASH NOT = WS-SENT-AMOUNT-TOTAL
               MOVE "BANK FILE CHANGED SINCE IT WAS RELEASED"
                   TO WS-RELEASE-REFUSAL
               PERFORM 2550-REFUSE-BANK-FILE
           END-IF.

      * Nothing has been flagged or queued yet, so stopping here
      * leaves history and the redisbursement queue as they were.
       2550-REFUSE-BANK-FILE.
           MOVE "*** NOT RECONCILED - FILE NOT RELEASED" TO
               RECON-SECTION-OUT
           WRITE RECON-REPORT-RECORD FROM RECON-SECTION-LINE
           MOVE WS-RELEASE-REFUSAL TO RECON-SECTION-OUT
           WRITE RECON-REPORT-RECORD FROM RECON-SECTION-LINE
           DISPLAY "BANK RECONCILIATION REFUSED -- "
               WS-RELEASE-REFUSAL
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-TERMINATION
           STOP RUN.

       3000-PROCESS-RETURN-FILE.
           ADD 1 TO WS-RETURN-COUNT
           ADD RTN-NETPAY TO WS-RETURN-AMOUNT-TOTAL
