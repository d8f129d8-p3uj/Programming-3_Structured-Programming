      *     BASIC-SALARY 25000.00 -> 31000.00
      * instead of two raw record images, and closes with a summary
      * of changes per user for the audit sign-off. The journal
      * carries four record layouts: entries stamped "4" in the last
      * byte hold two 169-byte images; entries stamped "3" in byte
      * 363 -- journaled before the master gained the pay group --
      * hold two 161-byte images; entries stamped "2" in byte 323 --
      * journaled before the master gained the employment dates --
      * hold two 141-byte images; and unstamped entries --
      * everything journaled before the master gained the
      * agency-number and department fields -- hold two 87-byte
      * images at the old offsets. Each record is decoded through
      * its own layout; the fields an older layout never carried
      * print blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
      * Same record layout as the AUDIT-JOURNAL-FILE FD in
      * EmployeeMaint -- keep the two in step. JRN-FORMAT is the
      * layout version stamp EmployeeMaint writes in the last byte.
      * A record stamped "3" at the end of the 161-byte images was
      * journaled before the pay group was added, one stamped "2"
      * at the end of the 141-byte images before the employment
      * dates were added, and a record without any stamp was
      * journaled under the oldest layout, which packed two 87-byte
      * images right after the 40-byte header -- the other 01s read
      * those records at their true offsets, because carving an older
      * record with the new picture clauses would shear both images
      * mid-field.
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
       01  DATED-AUDIT-JOURNAL-RECORD.
           03  FILLER                  PIC X(40).
           03  DJR-BEFORE-IMAGE        PIC X(161).
           03  DJR-AFTER-IMAGE         PIC X(161).
           03  DJR-FORMAT              PIC X(1).
               88  DJR-FORMAT-DATED    VALUE "3".
       01  PRIOR-AUDIT-JOURNAL-RECORD.
           03  FILLER                  PIC X(40).
           03  PJR-BEFORE-IMAGE        PIC X(141).
           03  PJR-AFTER-IMAGE         PIC X(141).
           03  PJR-FORMAT              PIC X(1).
               88  PJR-FORMAT-PRIOR    VALUE "2".
       01  OLD-AUDIT-JOURNAL-RECORD.
           03  FILLER                  PIC X(40).
           03  OJR-BEFORE-IMAGE        PIC X(87).

      * One formatted value per side of a field change; amounts pass
      * through the edited picture, identifier fields go through
      * raw. Older-format records decode only their 87, 141 or 161
      * bytes per side and leave the newer fields spaces on both
      * sides, which the NUMERIC tests route through the raw path
      * instead of letting a blank field abend the edit -- and equal
      * blanks print no spurious change line.
       01  WS-FIELD-NAME               PIC X(16).
       01  WS-BEFORE-VALUE             PIC X(20).
       01  WS-AFTER-VALUE              PIC X(20).
           MOVE JRN-ACTION TO INQUIRY-ACTION-OUT
           MOVE JRN-EMP-NUMBER TO INQUIRY-NUMBER-OUT
           WRITE INQUIRY-REPORT-RECORD FROM INQUIRY-ENTRY-LINE
      * The format stamp picks the layout: "4" records carve the two
      * 169-byte images directly; "3" records carve 161 bytes per
      * side, "2" records 141 bytes per side and unstamped (old)
      * records 87 bytes per side, each at their own offsets, into
      * otherwise-blank decode areas, so the fields added since then
      * compare equal and stay off the report.
           EVALUATE TRUE
               WHEN JRN-FORMAT-CURRENT
                   MOVE JRN-BEFORE-IMAGE TO BEFORE-EMPLOYEE-INFO
                   MOVE JRN-AFTER-IMAGE TO AFTER-EMPLOYEE-INFO
               WHEN DJR-FORMAT-DATED
                   MOVE SPACES TO BEFORE-EMPLOYEE-INFO
                   MOVE SPACES TO AFTER-EMPLOYEE-INFO
                   MOVE DJR-BEFORE-IMAGE TO
                       BEFORE-EMPLOYEE-INFO(1:161)
                   MOVE DJR-AFTER-IMAGE TO AFTER-EMPLOYEE-INFO(1:161)
               WHEN PJR-FORMAT-PRIOR
                   MOVE SPACES TO BEFORE-EMPLOYEE-INFO
                   MOVE SPACES TO AFTER-EMPLOYEE-INFO
                   MOVE PJR-BEFORE-IMAGE TO
                       BEFORE-EMPLOYEE-INFO(1:141)
                   MOVE PJR-AFTER-IMAGE TO AFTER-EMPLOYEE-INFO(1:141)
               WHEN OTHER
                   MOVE SPACES TO BEFORE-EMPLOYEE-INFO
                   MOVE SPACES TO AFTER-EMPLOYEE-INFO
                   MOVE OJR-BEFORE-IMAGE TO BEFORE-EMPLOYEE-INFO(1:87)
                   MOVE OJR-AFTER-IMAGE TO AFTER-EMPLOYEE-INFO(1:87)
           END-EVALUATE
           PERFORM 3200-COMPARE-TEXT-FIELDS
           PERFORM 3300-COMPARE-AMOUNT-FIELDS
           WRITE INQUIRY-REPORT-RECORD FROM INQUIRY-BLANK-LINE.
           MOVE "DEPARTMENT" TO WS-FIELD-NAME
           MOVE BEF-EMP-DEPARTMENT TO WS-BEFORE-VALUE
           MOVE AFT-EMP-DEPARTMENT TO WS-AFTER-VALUE
           PERFORM 3100-WRITE-FIELD-CHANGE
           MOVE "HIRE-DATE" TO WS-FIELD-NAME
           MOVE BEF-EMP-HIRE-DATE TO WS-BEFORE-VALUE
           MOVE AFT-EMP-HIRE-DATE TO WS-AFTER-VALUE
           PERFORM 3100-WRITE-FIELD-CHANGE
           MOVE "SEPARATION-DATE" TO WS-FIELD-NAME
           MOVE BEF-EMP-SEPARATION-DATE TO WS-BEFORE-VALUE
           MOVE AFT-EMP-SEPARATION-DATE TO WS-AFTER-VALUE
           PERFORM 3100-WRITE-FIELD-CHANGE
           MOVE "PAY-GROUP" TO WS-FIELD-NAME
           MOVE BEF-EMP-PAY-GROUP TO WS-BEFORE-VALUE
           MOVE AFT-EMP-PAY-GROUP TO WS-AFTER-VALUE
           PERFORM 3100-WRITE-FIELD-CHANGE.

       3300-COMPARE-AMOUNT-FIELDS.
