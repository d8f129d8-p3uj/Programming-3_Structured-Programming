               88  HIST-PAY-COMPUTED     VALUE "C".
               88  HIST-PAY-CONFIRMED    VALUE "P".
               88  HIST-PAY-REJECTED     VALUE "R".
      * Year-end tax refund paid back through this period's net pay
      * (queued by TaxAnnualize, paid by the regular run). Kept apart
      * from HIST-WITHHOLDING, which stays the gross tax withheld in
      * the period, so tax actually withheld for the year is the sum
      * of HIST-WITHHOLDING less the sum of HIST-TAX-REFUND.
           02  HIST-TAX-REFUND        PIC 9(6)V99.
      * The extra-time pay inside HIST-GROSS-PAY, broken out so a
      * reprinted payslip shows each premium on its own line the way
      * the original did: overtime, work on a holiday, work on a rest
      * day, and night differential.
           02  HIST-OT-PAY            PIC 9(6)V99.
           02  HIST-HOLIDAY-PAY       PIC 9(6)V99.
           02  HIST-REST-DAY-PAY      PIC 9(6)V99.
           02  HIST-NIGHT-DIFF-PAY    PIC 9(6)V99.
      * What the employee was when the period was paid, so the labor
      * cost distribution charges each period to the department that
      * actually carried the cost rather than to wherever a
      * transferred employee sits today: the department, the basic
      * salary rate the statutory shares were rated on, and the basic
      * actually earned in the period after proration.
           02  HIST-DEPARTMENT        PIC X(8).
           02  HIST-BASIC-SALARY      PIC 9(6)V99.
           02  HIST-PERIOD-BASIC      PIC 9(6)V99.
      * The pay group the period was paid in and that group's pay
      * frequency (WEEKLY, SEMI-MONTHLY or MONTHLY), and where the
      * period fell among the group's periods ending in the same
      * month: HIST-MONTH-PERIOD of HIST-MONTH-PERIODS. The monthly
      * SSS, PhilHealth and Pag-IBIG amounts are split across those
      * periods, so the monthly remittance and the labor cost rebuild
      * each month's shares from them. History written before pay
      * groups has spaces and zeroes here and is read as the
      * semi-monthly group, two periods a month.
           02  HIST-PAY-GROUP         PIC X(8).
           02  HIST-PAY-FREQUENCY     PIC X(12).
           02  HIST-MONTH-PERIOD      PIC 9(1).
           02  HIST-MONTH-PERIODS     PIC 9(1).
