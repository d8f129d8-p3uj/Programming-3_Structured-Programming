               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

      * Pay groups on file; a master may only name one of these (or
      * the blank semi-monthly group), so no employee is filed under
      * a group no payroll run will ever pick up.
           SELECT PAY-GROUP-FILE ASSIGN TO "PAYGROUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-GROUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPMSTR.

      * ACTION + USER-ID, then the employee fields as one X(169) image
      * of the MASTER-EMPLOYEE-INFO layout; the image is unstrung into
      * TRN-EMPLOYEE-INFO (the copybook with the TRN- prefix, below)
      * before editing so the field-level validation works on the same
               88  TRN-ACTION-CHANGE   VALUE "CHANGE".
               88  TRN-ACTION-DELETE   VALUE "DELETE".
           03  TRN-USER-ID             PIC X(8).
           03  TRN-EMPLOYEE-DATA       PIC X(169).

      * JRN-FORMAT is a layout version stamp, deliberately the LAST
      * byte and never blank: entries journaled before the master
      * grew past 87 bytes carry two 87-byte images and no stamp,
      * and entries journaled before the employment dates were added
      * carry two 141-byte images stamped "2" in byte 323, and
      * entries journaled before the pay group was added carry two
      * 161-byte images stamped "3" in byte 363, so AuditInquiry
      * tells the four layouts apart by this byte ("4" means the
      * 169-byte images below). Keeping it non-blank at
      * the end also stops the line-sequential writer from trimming
      * a blank after image (a DELETE) into a record that looks like
      * an older length.
       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-JOURNAL-RECORD.
           03  JRN-USER-ID             PIC X(8).
           03  JRN-ACTION              PIC X(6).
           03  JRN-EMP-NUMBER          PIC X(10).
           03  JRN-BEFORE-IMAGE        PIC X(169).
           03  JRN-AFTER-IMAGE         PIC X(169).
           03  JRN-FORMAT              PIC X(1).
               88  JRN-FORMAT-CURRENT  VALUE "4".

       FD  MAINT-ERROR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-ERROR-RECORD          PIC X(80).

       FD  PAY-GROUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYGRP.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC XX VALUE "00".
       01  WS-TRANSACTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE "00".
       01  WS-ERROR-FILE-STATUS        PIC XX VALUE "00".
       01  WS-PAY-GROUP-FILE-STATUS    PIC XX VALUE "00".
       01  WS-END-OF-FILE              PIC X VALUE "N".
           88  END-OF-TRANSACTION-FILE VALUE "Y".

           88  TRANS-IS-VALID          VALUE "Y".
           88  TRANS-IS-INVALID        VALUE "N".
       01  WS-ERROR-REASON             PIC X(40).
       01  WS-BEFORE-IMAGE             PIC X(169).
       01  WS-AFTER-IMAGE              PIC X(169).

      * The pay group codes on PAYGROUP.DAT, loaded once at start.
       01  WS-PAY-GROUP-TABLE.
           02  WS-PGR-COUNT            PIC 9(3) VALUE ZERO.
           02  WS-PGR-CODE             PIC X(8) OCCURS 50 TIMES.
       01  WS-PGR-SUB                  PIC 9(3).
       01  WS-PGR-FOUND-SW             PIC X.
           88  PAY-GROUP-FOUND         VALUE "Y".
       01  WS-END-OF-GROUPS-SW         PIC X VALUE "N".
           88  END-OF-PAY-GROUP-FILE   VALUE "Y".

      * Work area for checking an MM/DD/YYYY date: the slashes in
      * place, a month 01-12, and a day that exists in that month
      * (February 29 only in a leap year). The YYYYMMDD form of each
      * date is kept so the separation date can be compared with the
      * hire date.
       01  WS-EDIT-DATE                PIC X(10).
       01  WS-EDIT-MONTH               PIC 9(2).
       01  WS-EDIT-DAY                 PIC 9(2).
       01  WS-EDIT-YEAR                PIC 9(4).
       01  WS-EDIT-MONTH-DAYS          PIC 9(2).
       01  WS-EDIT-QUOTIENT            PIC 9(4).
       01  WS-EDIT-REMAINDER-4         PIC 9(4).
       01  WS-EDIT-REMAINDER-100       PIC 9(4).
       01  WS-EDIT-REMAINDER-400       PIC 9(4).
       01  WS-DATE-VALID-SW            PIC X.
           88  DATE-IS-VALID           VALUE "Y".
       01  WS-HIRE-DATE-KEY            PIC X(8).
       01  WS-SEPARATION-DATE-KEY      PIC X(8).

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-AUDIT-TIME               PIC X(8).
               STOP RUN
           END-IF
           WRITE MAINT-ERROR-RECORD FROM ERROR-HEADING
           PERFORM 1100-LOAD-PAY-GROUPS
           PERFORM 2050-READ-TRANSACTION-FILE.

      * No PAYGROUP.DAT means no group beyond the blank semi-monthly
      * one has been set up yet, which is not an error.
       1100-LOAD-PAY-GROUPS.
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
                               "GROUPS, RUN ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PGR-COUNT
                       MOVE PGR-CODE TO WS-PGR-CODE (WS-PGR-COUNT)
               END-READ
           END-PERFORM
           CLOSE PAY-GROUP-FILE.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ-COUNT
           MOVE TRN-EMPLOYEE-DATA TO TRN-EMPLOYEE-INFO
      * Field-level edits that do not need the master record: the
      * action code itself, a present key, and (for ADD/CHANGE) a
      * status matching one of the four 88-level values and numeric
      * salary/deduction amounts, real employment dates and a pay
      * group that exists.
      * Key-dependent edits (duplicate on ADD, not-found on
      * CHANGE/DELETE, separation before the hire date on file) are
      * made by the apply paragraphs where the READ result is at
      * hand.
       2100-EDIT-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE
           MOVE SPACES TO WS-ERROR-REASON
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "NET PAY NOT NUMERIC" TO WS-ERROR-REASON
               END-IF
               IF TRANS-IS-VALID
                   PERFORM 2150-EDIT-EMPLOYMENT-DATES
               END-IF
               IF TRANS-IS-VALID
                   PERFORM 2180-EDIT-PAY-GROUP
               END-IF
           END-IF.

      * A new hire always comes with a hire date; on a CHANGE a
      * blank hire date leaves the master's date as it is (see
      * 2400), because a hire date never legitimately goes back to
      * unknown. A RESIGNED employee must carry the separation date
      * FINAL-PAY settles up to.
       2150-EDIT-EMPLOYMENT-DATES.
           IF TRN-ACTION-ADD AND TRN-EMP-HIRE-DATE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "HIRE DATE MISSING" TO WS-ERROR-REASON
               EXIT PARAGRAPH
           END-IF
           IF TRN-EMP-HIRE-DATE NOT = SPACES
               MOVE TRN-EMP-HIRE-DATE TO WS-EDIT-DATE
               PERFORM 2160-CHECK-DATE
               IF NOT DATE-IS-VALID
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "HIRE DATE NOT A VALID MM/DD/YYYY" TO
                       WS-ERROR-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TRN-EMP-SEPARATION-DATE NOT = SPACES
               MOVE TRN-EMP-SEPARATION-DATE TO WS-EDIT-DATE
               PERFORM 2160-CHECK-DATE
               IF NOT DATE-IS-VALID
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "SEPARATION DATE NOT A VALID MM/DD/YYYY" TO
                       WS-ERROR-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TRN-EMP-STATUS-RESIGNED
                   AND TRN-EMP-SEPARATION-DATE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "RESIGNED WITHOUT A SEPARATION DATE" TO
                   WS-ERROR-REASON
           END-IF.

       2160-CHECK-DATE.
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

      * The separation date cannot come before the hire date. Run
      * against the record about to be written, so a CHANGE that
      * keyed only a separation date is checked against the hire
      * date already on the master.
       2170-CHECK-DATE-ORDER.
           IF MST-EMP-HIRE-DATE = SPACES
                   OR MST-EMP-SEPARATION-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING MST-EMP-HIRE-DATE(7:4) DELIMITED BY SIZE
               MST-EMP-HIRE-DATE(1:2) DELIMITED BY SIZE
               MST-EMP-HIRE-DATE(4:2) DELIMITED BY SIZE
               INTO WS-HIRE-DATE-KEY
           END-STRING
           STRING MST-EMP-SEPARATION-DATE(7:4) DELIMITED BY SIZE
               MST-EMP-SEPARATION-DATE(1:2) DELIMITED BY SIZE
               MST-EMP-SEPARATION-DATE(4:2) DELIMITED BY SIZE
               INTO WS-SEPARATION-DATE-KEY
           END-STRING
           IF WS-SEPARATION-DATE-KEY < WS-HIRE-DATE-KEY
               SET TRANS-IS-INVALID TO TRUE
               MOVE "SEPARATION DATE BEFORE HIRE DATE" TO
                   WS-ERROR-REASON
           END-IF.

       2180-EDIT-PAY-GROUP.
           IF TRN-EMP-PAY-GROUP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PGR-FOUND-SW
           PERFORM VARYING WS-PGR-SUB FROM 1 BY 1
                   UNTIL WS-PGR-SUB > WS-PGR-COUNT
               IF WS-PGR-CODE (WS-PGR-SUB) = TRN-EMP-PAY-GROUP
                   SET PAY-GROUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT PAY-GROUP-FOUND
               SET TRANS-IS-INVALID TO TRUE
               MOVE "PAY GROUP NOT ON PAYGROUP.DAT" TO
                   WS-ERROR-REASON
           END-IF.

       2300-APPLY-ADD.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE TRN-EMPLOYEE-INFO TO MASTER-EMPLOYEE-INFO
                   PERFORM 2170-CHECK-DATE-ORDER
                   IF TRANS-IS-VALID
                       PERFORM 2310-WRITE-NEW-MASTER
                   END-IF
               NOT INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "DUPLICATE EMPLOYEE NUMBER ON ADD" TO
                       WS-ERROR-REASON
           END-READ.

       2310-WRITE-NEW-MASTER.
           WRITE MASTER-EMPLOYEE-INFO
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "WRITE TO MASTER FAILED" TO WS-ERROR-REASON
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE MASTER-EMPLOYEE-INFO TO WS-AFTER-IMAGE
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-WRITE.

       2400-APPLY-CHANGE.
           MOVE TRN-EMP-NUMBER TO MST-EMP-NUMBER
           READ EMPLOYEE-FILE
                   MOVE TRN-EMP-PAGIBIG-MID TO MST-EMP-PAGIBIG-MID
                   MOVE TRN-EMP-TIN TO MST-EMP-TIN
                   MOVE TRN-EMP-DEPARTMENT TO MST-EMP-DEPARTMENT
                   IF TRN-EMP-HIRE-DATE NOT = SPACES
                       MOVE TRN-EMP-HIRE-DATE TO MST-EMP-HIRE-DATE
                   END-IF
                   MOVE TRN-EMP-SEPARATION-DATE TO
                       MST-EMP-SEPARATION-DATE
                   MOVE TRN-EMP-PAY-GROUP TO MST-EMP-PAY-GROUP
                   PERFORM 2170-CHECK-DATE-ORDER
                   IF TRANS-IS-VALID
                       REWRITE MASTER-EMPLOYEE-INFO
                       MOVE MASTER-EMPLOYEE-INFO TO WS-AFTER-IMAGE
                       PERFORM 2600-WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

       2500-APPLY-DELETE.
