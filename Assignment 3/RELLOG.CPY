      ******************************************************************
      * RELLOG - shared RELEASE-LOG-FILE record layout.
      * One entry for every decision taken on a disbursement file
      * (BANKFILE.DAT, BANK13TH.DAT or BANKRDB.DAT), appended in the
      * order the decisions are made: RELEASE when the preparer and
      * the approver clear the file for upload, REFUSED when
      * PayRelease turns a request down (the reason says why), and
      * RECALL when a released file is withdrawn before upload.
      * Written by PayRelease; read by BankRecon and Redisburse,
      * which will only work on a file whose latest RELEASE or
      * RECALL entry is a RELEASE carrying the same record count and
      * net-pay hash the file has now.
      * REL-PERIOD-START / REL-PERIOD-END are the pay period on the
      * run's control report (MM/DD/YYYY); spaces for BANKRDB.DAT,
      * which pays bounced credits from any number of periods.
      * REL-NETPAY-HASH is the total of BANK-NETPAY over the credit
      * records, recomputed from the file itself.
      * REL-PAY-GROUP is the pay group of the run that wrote the
      * file (its control report and trailer); spaces for the
      * semi-monthly group, BANK13TH.DAT and BANKRDB.DAT.
      ******************************************************************
       01  RELEASE-LOG-RECORD.
           02  REL-LOG-DATE           PIC X(8).
           02  REL-LOG-TIME           PIC X(8).
           02  REL-ACTION             PIC X(8).
               88  REL-ACTION-RELEASE     VALUE "RELEASE".
               88  REL-ACTION-REFUSED     VALUE "REFUSED".
               88  REL-ACTION-RECALL      VALUE "RECALL".
           02  REL-FILE-NAME          PIC X(12).
           02  REL-PERIOD-START       PIC X(10).
           02  REL-PERIOD-END         PIC X(10).
           02  REL-RECORD-COUNT       PIC 9(6).
           02  REL-NETPAY-HASH        PIC 9(9)V99.
           02  REL-PREPARER-ID        PIC X(8).
           02  REL-APPROVER-ID        PIC X(8).
           02  REL-REASON             PIC X(40).
           02  REL-PAY-GROUP          PIC X(8).
