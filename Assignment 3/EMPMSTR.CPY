      * splits salaries expense at. Accounting's chart of accounts
      * keys on this, not on MST-EMP-STATUS.
           03  MST-EMP-DEPARTMENT      PIC X(8).
      * Employment dates (MM/DD/YYYY), maintained by EmployeeMaint.
      * The payroll run prorates the first and last period's basic
      * salary by the days actually employed, the 13th-month run by
      * the months of service in the year, and FINAL-PAY pays up to
      * the separation date. Spaces in the hire date means employed
      * from before any period in question; spaces in the
      * separation date means still employed.
           03  MST-EMP-HIRE-DATE       PIC X(10).
           03  MST-EMP-SEPARATION-DATE PIC X(10).
      * Pay group code, one of the groups on PAYGROUP.DAT (see
      * PAYGRP.CPY); the group's frequency sets how often the
      * employee is paid, and MST-EMP-BASIC-SALARY is the basic pay
      * for one period of that frequency. Spaces is the original
      * semi-monthly group everyone belonged to before pay groups.
           03  MST-EMP-PAY-GROUP       PIC X(8).
