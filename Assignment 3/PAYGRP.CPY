      ******************************************************************
      * PAYGRP - shared PAY-GROUP-FILE record layout (PAYGROUP.DAT).
      * One record per pay group: the code carried in
      * MST-EMP-PAY-GROUP and on the group's own PAYCAL.DAT entries,
      * how often the group is paid, and a name for the reports.
      * The frequency decides the pay divisors, the BIR withholding
      * table and how many periods a month's contributions are split
      * across; a group is run on its own calendar, one group per
      * payroll run. The blank group is the semi-monthly payroll
      * that existed before pay groups and needs no record here.
      * Used by EmployeeRecord1, EmployeeMaint (the code on the
      * master must be on this file) and AttendEdit (absence days
      * are edited against the group's working days).
      ******************************************************************
       01  PAY-GROUP-RECORD.
           02  PGR-CODE               PIC X(8).
           02  PGR-FREQUENCY          PIC X(12).
               88  PGR-FREQUENCY-VALID    VALUE "WEEKLY"
                                                "SEMI-MONTHLY"
                                                "MONTHLY".
           02  PGR-NAME               PIC X(30).
