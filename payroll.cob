           SELECT TAX-RATE-FILE ASSIGN TO "data/TAXRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-FILE-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO "data/STATETAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATETAX-FILE-STATUS.
           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "data/DEDMAST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDMAST-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT LABOR-HOURS-FILE ASSIGN TO "data/LABORHRS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABORHRS-FILE-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO "data/LABORDST.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 EMP-BANK-ACCOUNT PIC X(12).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(200).

       FD  DISBURSEMENT-FILE.
       01  DISBURSEMENT-RECORD.
           05 PP-END-DATE      PIC X(8).
           05 PP-PAY-DATE      PIC X(8).
           05 PP-STATUS        PIC X(1).
           05 PP-PAY-GROUP     PIC X(2).
           05 PP-FREQUENCY     PIC X(1).

       FD  DEPT-REFERENCE-FILE.
       01  DEPT-REFERENCE-RECORD.
       FD  TAX-RATE-FILE.
           COPY "taxrate.cpy".

       FD  STATE-TAX-FILE.
           COPY "statetax.cpy".

       FD  DEDUCTION-MASTER-FILE.
       01  DEDUCTION-MASTER-RECORD.
           05 DEDM-EMP-ID      PIC X(5).
           05 DEDM-GOAL        PIC 9(7)V99.
           05 DEDM-TAKEN       PIC 9(7)V99.
           05 DEDM-ARREARS     PIC 9(7)V99.
           05 DEDM-TAX-TREAT   PIC X(1).

       FD  PAYROLL-HISTORY-FILE.
           COPY "payhist.cpy".
       01  RESTART-RECORD.
           05 RESTART-CHECKPOINT-COUNT PIC 9(7).
           05 RESTART-RUN-DATE         PIC X(8).
           05 RESTART-PAY-GROUP        PIC X(2).
           05 RESTART-CTL-EMP-COUNT    PIC 9(5).
           05 RESTART-CTL-REG-HOURS    PIC 9(7)V99.
           05 RESTART-CTL-GROSS-PAY    PIC 9(7)V99.
           05 RESTART-GL-REC-COUNT     PIC 9(7).
           05 RESTART-GL-DEBITS        PIC S9(9)V99.
           05 RESTART-GL-CREDITS       PIC S9(9)V99.
           05 RESTART-STATE-DEPT-TAX   PIC 9(7)V99 OCCURS 60 TIMES.
           05 RESTART-LABOR-DIST OCCURS 100 TIMES.
              10 RESTART-LD-HOURS      PIC 9(5)V99.
              10 RESTART-LD-REG        PIC 9(7)V99.
              10 RESTART-LD-OT         PIC 9(7)V99.
              10 RESTART-LD-ER-FICA    PIC 9(7)V99.
              10 RESTART-RUN-HOURS     PIC 9(7)V99.
              10 RESTART-RUN-REG       PIC 9(7)V99.
              10 RESTART-RUN-OT        PIC 9(7)V99.
              10 RESTART-RUN-ER-FICA   PIC 9(7)V99.

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  LABOR-HOURS-FILE.
           COPY "laborhrs.cpy".

       FD  LABOR-DIST-FILE.
       01  LABOR-DIST-LINE     PIC X(132).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EXC-EMP-ID       PIC X(5).
       01  WS-STD-HOURS        PIC 9(3)V99 VALUE 40.00.
       01  WS-OT-FACTOR        PIC 9V99 VALUE 1.50.
       01  WS-EMP-EXEMPT-N     PIC 9(2).
       01  WS-TAXABLE-PAY      PIC S9(5)V99.
       01  WS-EXEMPTION-AMT    PIC 9(3)V99 VALUE 0.
       01  WS-FED-TAX          PIC 9(5)V99.
       01  WS-FICA-TAX         PIC 9(5)V99.
       01  WS-FICA-WAGE-BASE   PIC 9(7)V99 VALUE 0.
       01  WS-FICA-TAXABLE     PIC S9(7)V99 VALUE 0.
       01  WS-YTD-GROSS-PRIOR  PIC 9(7)V99 VALUE 0.
       01  WS-YTD-FICA-PRIOR   PIC 9(7)V99 VALUE 0.
       01  WS-FED-WAGES        PIC 9(5)V99.
       01  WS-FICA-WAGES       PIC 9(5)V99.
       01  WS-STATE-TAXABLE    PIC S9(5)V99.
       01  WS-STATE-TAX        PIC 9(5)V99.
       01  WS-EMP-STATE        PIC X(2) VALUE SPACES.
       01  WS-EMP-STATE-FILING PIC X(1) VALUE SPACES.
       01  WS-EMP-STATE-ALLOW  PIC 9(2) VALUE 0.
       01  WS-EMP-PAY-TYPE     PIC X(1) VALUE 'H'.
       01  WS-EMP-SALARY       PIC 9(7)V99 VALUE 0.
       01  WS-EMP-HIRE-DATE    PIC X(8) VALUE SPACES.
       01  WS-EMP-TERM-DATE    PIC X(8) VALUE SPACES.
       01  WS-EMP-WORK-DAYS    PIC 9(3) VALUE 0.
       01  WS-HOURS-PER-DAY    PIC 9(2)V99 VALUE 8.00.
       01  WS-NET-PAY          PIC 9(5)V99.
       01  WS-VALID-REC        PIC X VALUE 'Y'.
       01  WS-REJECT-REASON    PIC X(40).
       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF       PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME      PIC X(8) VALUE 'PAYROLL'.
       01  WS-PAY-GROUP        PIC X(2) VALUE SPACES.
       01  WS-RC-END-TIME      PIC X(8).
       01  WS-RC-COUNT         PIC 9(3) VALUE 0.
       01  WS-RC-SUB           PIC 9(3) VALUE 0.
       01  WS-RC-FOUND-SUB     PIC 9(3) VALUE 0.
       01  WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 50 TIMES.
              10 WS-RC-JOB     PIC X(8).
              10 WS-RC-DATE    PIC X(8).
              10 WS-RC-START   PIC X(8).
              10 WS-RC-END     PIC X(8).
              10 WS-RC-STATUS  PIC X(1).
              10 WS-RC-EXC     PIC 9(5).
              10 WS-RC-GROUP   PIC X(2).
       01  WS-TC-EXC-THRESHOLD PIC 9(5) VALUE 25.
       01  WS-CTL-EXC-COUNT    PIC 9(5) VALUE 0.
       01  WS-MASTER-FILE-STATUS  PIC X(2) VALUE '00'.
       01  WS-MAST-RATE-EDIT   PIC ZZ9.99.
       01  WS-ENRICH-EOF       PIC X VALUE 'N'.
       01  WS-ENRICH-MASTER-FOUND PIC X VALUE 'Y'.
       01  WS-ENRICH-IN-GROUP  PIC X VALUE 'Y'.
       01  WS-CTL-GRP-SKIP     PIC 9(5) VALUE 0.
       01  WS-SAL-EOF          PIC X VALUE 'N'.
       01  WS-SAL-COUNT        PIC 9(4) VALUE 0.
       01  WS-SAL-SUB          PIC 9(4) VALUE 0.
       01  WS-SAL-TABLE.
           05 WS-SAL-ENTRY OCCURS 1000 TIMES.
              10 WS-SAL-EMP-ID  PIC X(5).
              10 WS-SAL-SEEN    PIC X(1).
       01  WS-DEPT-SUBTOTAL-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'DEPT'.
       01  WS-PP-SUB           PIC 9(3) VALUE 0.
       01  WS-PP-CUR-SUB       PIC 9(3) VALUE 0.
       01  WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 200 TIMES.
              10 WS-PP-NUMBER    PIC 9(3).
              10 WS-PP-START     PIC X(8).
              10 WS-PP-END      PIC X(8).
              10 WS-PP-PAY-DATE PIC X(8).
              10 WS-PP-STATUS   PIC X(1).
              10 WS-PP-GROUP    PIC X(2).
              10 WS-PP-FREQ     PIC X(1).
       01  WS-PER-START        PIC X(8).
       01  WS-PER-END          PIC X(8).
       01  WS-PER-DAYS         PIC 9(3) VALUE 0.
       01  WS-PER-WORK-DAYS    PIC 9(3) VALUE 0.
       01  WS-PERIODS-PER-YEAR PIC 9(2) VALUE 0.
       01  WS-CUR-FREQ         PIC X(1) VALUE SPACES.
       01  WS-WD-FROM          PIC 9(8).
       01  WS-WD-TO            PIC 9(8).
       01  WS-WD-FROM-INT      PIC 9(7).
       01  WS-WD-TO-INT        PIC 9(7).
       01  WS-WD-DAY-INT       PIC 9(7).
       01  WS-WD-WEEKS         PIC 9(7).
       01  WS-WD-DOW           PIC 9(1).
       01  WS-WD-COUNT         PIC 9(3).
       01  WS-CUR-PERIOD       PIC 9(3) VALUE 0.
       01  WS-CUR-PAY-DATE     PIC X(8) VALUE SPACES.
       01  WS-DEPTREF-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DEPT-LOOKUP      PIC X(4) VALUE SPACES.
       01  WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 100 TIMES.
              10 WS-DR-REF.
                 15 WS-DR-CODE     PIC X(4).
                 15 WS-DR-DESC     PIC X(20).
                 15 WS-DR-GL-EXPENSE PIC X(8).
                 15 WS-DR-GL-LIABILITY PIC X(8).
                 15 WS-DR-ACTIVE   PIC X(1).
              10 WS-DR-LD-HOURS PIC 9(5)V99.
              10 WS-DR-LD-REG   PIC 9(7)V99.
              10 WS-DR-LD-OT    PIC 9(7)V99.
              10 WS-DR-LD-ER-FICA PIC 9(7)V99.
              10 WS-DR-RUN-HOURS PIC 9(7)V99.
              10 WS-DR-RUN-REG  PIC 9(7)V99.
              10 WS-DR-RUN-OT   PIC 9(7)V99.
              10 WS-DR-RUN-ER-FICA PIC 9(7)V99.
       01  WS-LABORHRS-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-LABORHRS-EOF     PIC X VALUE 'N'.
       01  WS-LH-COUNT         PIC 9(4) VALUE 0.
       01  WS-LH-SUB           PIC 9(4) VALUE 0.
       01  WS-LH-TABLE.
           05 WS-LH-ENTRY OCCURS 5000 TIMES.
              10 WS-LH-EMP-ID   PIC X(5).
              10 WS-LH-DEPT     PIC X(4).
              10 WS-LH-HOURS    PIC 9(3)V99.
       01  WS-LD-HOME-SUB      PIC 9(3) VALUE 0.
       01  WS-LD-CHARGE-SUB    PIC 9(3) VALUE 0.
       01  WS-LD-LAST-SUB      PIC 9(4) VALUE 0.
       01  WS-LD-EMP-HOURS     PIC 9(5)V99 VALUE 0.
       01  WS-LD-SHARE-HOURS   PIC 9(5)V99 VALUE 0.
       01  WS-LD-SHARE-REG     PIC 9(5)V99 VALUE 0.
       01  WS-LD-SHARE-OT      PIC 9(5)V99 VALUE 0.
       01  WS-LD-SHARE-FICA    PIC 9(5)V99 VALUE 0.
       01  WS-LD-LEFT-REG      PIC 9(5)V99 VALUE 0.
       01  WS-LD-LEFT-OT       PIC 9(5)V99 VALUE 0.
       01  WS-LD-LEFT-FICA     PIC 9(5)V99 VALUE 0.
       01  WS-LD-HOME-HOURS    PIC 9(7)V99 VALUE 0.
       01  WS-LD-HOME-REG      PIC 9(7)V99 VALUE 0.
       01  WS-LD-HOME-OT       PIC 9(7)V99 VALUE 0.
       01  WS-LD-HOME-ER-FICA  PIC 9(7)V99 VALUE 0.
       01  WS-LD-TOT-HOURS     PIC 9(7)V99 VALUE 0.
       01  WS-LD-TOT-REG       PIC 9(7)V99 VALUE 0.
       01  WS-LD-TOT-OT        PIC 9(7)V99 VALUE 0.
       01  WS-LD-TOT-ER-FICA   PIC 9(7)V99 VALUE 0.
       01  WS-LD-TOT-GROSS     PIC 9(7)V99 VALUE 0.
       01  WS-GL-DEPT-CODE     PIC X(4) VALUE SPACES.
       01  WS-LD-HEADER.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               'LABOR DISTRIBUTION REPORT'.
           05 FILLER           PIC X(8) VALUE 'PERIOD: '.
           05 WS-LD-HDR-PERIOD PIC ZZ9.
           05 FILLER           PIC X(12) VALUE '  PAY DATE: '.
           05 WS-LD-HDR-PAY-DATE PIC X(8).
       01  WS-LD-TITLE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'HOME'.
           05 FILLER           PIC X(8) VALUE 'CHARGE'.
           05 FILLER           PIC X(22) VALUE 'DEPARTMENT NAME'.
           05 FILLER           PIC X(12) VALUE 'HOURS'.
           05 FILLER           PIC X(15) VALUE 'REG PAY'.
           05 FILLER           PIC X(15) VALUE 'OT PAY'.
           05 FILLER           PIC X(15) VALUE 'ER FICA'.
           05 FILLER           PIC X(13) VALUE 'TOTAL COST'.
       01  WS-LD-DETAIL.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 WS-LD-HOME-D     PIC X(4).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WS-LD-CHARGE-D   PIC X(4).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-LD-DESC-D     PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LD-HOURS-D    PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LD-REG-D      PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LD-OT-D       PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LD-FICA-D     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LD-COST-D     PIC $Z,ZZZ,ZZ9.99.
       01  WS-LD-TOTAL-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 WS-LDT-LABEL     PIC X(37).
           05 WS-LDT-HOURS-D   PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LDT-REG-D     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LDT-OT-D      PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LDT-FICA-D    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-LDT-COST-D    PIC $Z,ZZZ,ZZ9.99.
       01  WS-LD-RECAP-TITLE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(40) VALUE
               'TOTALS BY CHARGE DEPARTMENT'.
       01  WS-LD-CONTROL-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 WS-LDC-LABEL     PIC X(37).
           05 FILLER           PIC X(12) VALUE SPACES.
           05 WS-LDC-AMOUNT-D  PIC $Z,ZZZ,ZZ9.99.
       01  WS-LD-VERDICT-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 WS-LDV-TEXT      PIC X(50).
       01  WS-TAXRATE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-TAXRATE-EOF      PIC X VALUE 'N'.
       01  WS-TR-COUNT         PIC 9(3) VALUE 0.
           05 WS-TR-S-BASE-2   PIC 9(5)V99.
           05 WS-TR-S-RATE-3   PIC V999.
           05 WS-TR-S-BASE-3   PIC 9(5)V99.
       01  WS-STATETAX-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-STATETAX-EOF     PIC X VALUE 'N'.
       01  WS-ST-COUNT         PIC 9(3) VALUE 0.
       01  WS-ST-SUB           PIC 9(3) VALUE 0.
       01  WS-ST-FOUND-SUB     PIC 9(3) VALUE 0.
       01  WS-STATE-LOOKUP     PIC X(2) VALUE SPACES.
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 60 TIMES.
              10 WS-ST-RATES.
                 15 WS-ST-STATE    PIC X(2).
                 15 WS-ST-EFF-DATE PIC X(8).
                 15 FILLER         PIC X(87).
              10 WS-ST-DEPT-TAX PIC 9(7)V99.
       01  WS-CUR-STATE-RATES.
           05 WS-SR-STATE-CODE PIC X(2).
           05 WS-SR-EFFECTIVE-DATE PIC X(8).
           05 WS-SR-ALLOWANCE-AMT PIC 9(3)V99.
           05 WS-SR-GL-LIABILITY PIC X(8).
           05 WS-SR-M-LIMIT-1  PIC 9(5)V99.
           05 WS-SR-M-RATE-1   PIC V999.
           05 WS-SR-M-LIMIT-2  PIC 9(5)V99.
           05 WS-SR-M-RATE-2   PIC V999.
           05 WS-SR-M-BASE-2   PIC 9(5)V99.
           05 WS-SR-M-RATE-3   PIC V999.
           05 WS-SR-M-BASE-3   PIC 9(5)V99.
           05 WS-SR-S-LIMIT-1  PIC 9(5)V99.
           05 WS-SR-S-RATE-1   PIC V999.
           05 WS-SR-S-LIMIT-2  PIC 9(5)V99.
           05 WS-SR-S-RATE-2   PIC V999.
           05 WS-SR-S-BASE-2   PIC 9(5)V99.
           05 WS-SR-S-RATE-3   PIC V999.
           05 WS-SR-S-BASE-3   PIC 9(5)V99.
       01  WS-GL-EXPENSE-ACCT  PIC X(8).
       01  WS-GL-LIABILITY-ACCT PIC X(8).
       01  WS-GL-DEPT-DESC     PIC X(20).
              10 WS-DED-GOAL     PIC 9(7)V99.
              10 WS-DED-TAKEN    PIC 9(7)V99.
              10 WS-DED-ARREARS  PIC 9(7)V99.
              10 WS-DED-TAX-TREAT PIC X(1).
       01  WS-DED-HOLD-ENTRY   PIC X(52).
       01  WS-DED-REQUESTED    PIC 9(7)V99.
       01  WS-DED-GOAL-ROOM    PIC 9(7)V99.
       01  WS-DED-AVAIL        PIC 9(7)V99.
       01  WS-GARN-PROTECT-RATE PIC V99 VALUE .75.
       01  WS-PROTECTED-AMT    PIC 9(5)V99.
       01  WS-TOT-DEDUCT       PIC 9(5)V99.
       01  WS-PRETAX-FED       PIC 9(5)V99.
       01  WS-PRETAX-FICA      PIC 9(5)V99.
       01  WS-DED-PASS         PIC X VALUE 'A'.
       01  WS-CTL-DEDUCT       PIC 9(7)V99 VALUE 0.
       01  WS-PAYHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-HIST-EOF         PIC X VALUE 'N'.
       01  WS-FINAL-ISSUED     PIC X VALUE 'N'.
       01  WS-CHECKNO-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CHKISSUE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PAY-METHOD       PIC X VALUE 'A'.
           05 WS-TRL-CHK-CNT-D PIC ZZZZ9.
           05 FILLER           PIC X(9) VALUE '  TOTAL:'.
           05 WS-TRL-CHK-AMT-D PIC $Z,ZZZ,ZZ9.99.
       01  WS-TRAILER-GRP.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE
               'OTHER GROUP SKIPPED:'.
           05 WS-TRL-GRP-CNT-D PIC ZZZZ9.
       01  WS-VAC-ACCRUAL-RATE PIC V9999 VALUE .0500.
       01  WS-SICK-ACCRUAL-RATE PIC V9999 VALUE .0250.
       01  WS-HOURS-PAID       PIC 9(3)V99 VALUE 0.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'FICA'.
           05 WS-STUB-FICA-TAX PIC $ZZZ,ZZ9.99.
       01  WS-STUB-STATE-LINE.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'STATE TAX'.
           05 WS-STUB-STATE    PIC X(2).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-STUB-STATE-TAX PIC $ZZZ,ZZ9.99.
       01  WS-STUB-DED-LINE.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'DEDUCTIONS'.
           05 FILLER           PIC X(20) VALUE 'PAYROLL SIMULATOR'.
           05 FILLER           PIC X(8) VALUE 'PERIOD: '.
           05 WS-HDR-PERIOD    PIC ZZ9.
           05 FILLER           PIC X(13) VALUE '  PAY GROUP: '.
           05 WS-HDR-PAY-GROUP PIC X(2).
           05 FILLER           PIC X(46) VALUE SPACES.
       01 WS-REPORT-TITLE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'DEPT'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'FICA'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'STATE TAX'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'DEDUCTS'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'NET PAY'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-FICA-TAX-D    PIC $ZZZ,ZZ9.99B.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-STATE-TAX-D   PIC $ZZZ,ZZ9.99B.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-DEDUCT-D      PIC $ZZZ,ZZ9.99B.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-NET-PAY-D     PIC $ZZZ,ZZ9.99.
           ACCEPT WS-OFFCYCLE-OPTION
               FROM ENVIRONMENT "PAYROLL-OFFCYCLE"
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "PAY-GROUP"
           PERFORM 1730-CHECK-TIMECARD-COMPLETE
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1020-LOAD-PAY-CALENDAR
           PERFORM 1030-SELECT-PAY-PERIOD
           PERFORM 1300-LOAD-DEPT-TABLE
           PERFORM 1310-LOAD-LABOR-HOURS
           PERFORM 1500-LOAD-TAX-RATES
           PERFORM 1520-LOAD-STATE-TAX-RATES
           PERFORM 1010-OPEN-EMPLOYEE-MASTER
           PERFORM 1200-LOAD-DEDUCTION-MASTER
           PERFORM 1050-BUILD-ENRICHED-FILE
               OPEN EXTEND PAY-STUB-FILE
               OPEN EXTEND CHECK-PRINT-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
               OPEN EXTEND LABOR-DIST-FILE
               PERFORM 1100-REPOSITION-FROM-CHECKPOINT
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT PAY-STUB-FILE
               OPEN OUTPUT CHECK-PRINT-FILE
               OPEN OUTPUT CHECK-REGISTER-FILE
               OPEN OUTPUT LABOR-DIST-FILE
               PERFORM 1600-WRITE-GL-HEADER
               MOVE WS-CUR-PERIOD TO WS-REG-PERIOD
               MOVE WS-CUR-PAY-DATE TO WS-REG-PAY-DATE
               WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-HEADER
               WRITE CHECK-REGISTER-LINE FROM SPACES
               MOVE WS-CUR-PERIOD TO WS-HDR-PERIOD
               MOVE WS-PAY-GROUP TO WS-HDR-PAY-GROUP
               WRITE REPORT-LINE FROM WS-REPORT-HEADER
               WRITE REPORT-LINE FROM SPACES AFTER 2
               WRITE REPORT-LINE FROM WS-REPORT-TITLE
               WRITE REPORT-LINE FROM SPACES AFTER 1
               MOVE WS-CUR-PERIOD TO WS-LD-HDR-PERIOD
               MOVE WS-CUR-PAY-DATE TO WS-LD-HDR-PAY-DATE
               WRITE LABOR-DIST-LINE FROM WS-LD-HEADER
               WRITE LABOR-DIST-LINE FROM SPACES
               WRITE LABOR-DIST-LINE FROM WS-LD-TITLE
               WRITE LABOR-DIST-LINE FROM SPACES
           END-IF
           PERFORM 1035-MARK-PERIOD-IN-PROCESS
           IF WS-EOF NOT = 'Y'
           END-IF.

       1050-BUILD-ENRICHED-FILE.
           PERFORM 1070-LOAD-SALARIED-TABLE
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT ENRICHED-EMPLOYEE-FILE
           READ EMPLOYEE-FILE
           END-READ
           PERFORM UNTIL WS-ENRICH-EOF = 'Y'
               PERFORM 1060-ENRICH-ONE-RECORD
               IF WS-ENRICH-IN-GROUP = 'Y'
                   WRITE ENRICHED-EMPLOYEE-RECORD
               ELSE
                   ADD 1 TO WS-CTL-GRP-SKIP
               END-IF
               READ EMPLOYEE-FILE
                   AT END MOVE 'Y' TO WS-ENRICH-EOF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
                   UNTIL WS-SAL-SUB > WS-SAL-COUNT
               IF WS-SAL-SEEN(WS-SAL-SUB) = 'N'
                   PERFORM 1080-ENRICH-SALARIED
                   WRITE ENRICHED-EMPLOYEE-RECORD
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE ENRICHED-EMPLOYEE-FILE.

               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENRICH-MASTER-FOUND
           END-READ
           MOVE 'Y' TO WS-ENRICH-IN-GROUP
           IF WS-ENRICH-MASTER-FOUND = 'Y'
               IF MAST-PAY-GROUP NOT = WS-PAY-GROUP
                   MOVE 'N' TO WS-ENRICH-IN-GROUP
               END-IF
           ELSE
               IF WS-PAY-GROUP NOT = SPACES
                   MOVE 'N' TO WS-ENRICH-IN-GROUP
               END-IF
           END-IF
           IF WS-ENRICH-MASTER-FOUND = 'Y'
                   AND WS-ENRICH-IN-GROUP = 'Y'
               MOVE MAST-EMP-RATE TO WS-MAST-RATE-EDIT
               MOVE WS-MAST-RATE-EDIT TO ENR-EMP-RATE-X
               MOVE MAST-FILING-STATUS TO ENR-EMP-FILING-STATUS
                   MOVE SPACES TO ENR-BANK-ROUTING
                   MOVE SPACES TO ENR-BANK-ACCOUNT
               END-IF
               PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
                       UNTIL WS-SAL-SUB > WS-SAL-COUNT
                   IF WS-SAL-EMP-ID(WS-SAL-SUB) = MAST-EMP-ID
                       MOVE 'Y' TO WS-SAL-SEEN(WS-SAL-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       1070-LOAD-SALARIED-TABLE.
           MOVE 0 TO WS-SAL-COUNT
           MOVE 'N' TO WS-SAL-EOF
           MOVE LOW-VALUES TO MAST-EMP-ID
           START EMPLOYEE-MASTER KEY >= MAST-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-SAL-EOF
           END-START
           IF WS-SAL-EOF NOT = 'Y'
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WS-SAL-EOF
               END-READ
           END-IF
           PERFORM UNTIL WS-SAL-EOF = 'Y'
               IF MAST-PAY-TYPE = 'S'
                       AND MAST-PAY-GROUP = WS-PAY-GROUP
                       AND (MAST-HIRE-DATE = SPACES
                       OR MAST-HIRE-DATE <= WS-PER-END)
                       AND NOT (MAST-STATUS = 'T'
                       AND MAST-TERM-DATE < WS-PER-START)
                   IF WS-SAL-COUNT >= 1000
                       DISPLAY 'PAYROLL: SALARIED STAFF EXCEEDS TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SAL-COUNT
                   MOVE MAST-EMP-ID TO WS-SAL-EMP-ID(WS-SAL-COUNT)
                   MOVE 'N' TO WS-SAL-SEEN(WS-SAL-COUNT)
               END-IF
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WS-SAL-EOF
               END-READ
           END-PERFORM.

       1080-ENRICH-SALARIED.
           MOVE WS-SAL-EMP-ID(WS-SAL-SUB) TO MAST-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'PAYROLL: SALARIED MASTER NOT FOUND '
                       MAST-EMP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE MAST-EMP-ID TO ENR-EMP-ID
           MOVE MAST-EMP-NAME TO ENR-EMP-NAME
           MOVE '  0.00' TO ENR-EMP-HOURS-X
           MOVE MAST-EMP-RATE TO WS-MAST-RATE-EDIT
           MOVE WS-MAST-RATE-EDIT TO ENR-EMP-RATE-X
           MOVE MAST-FILING-STATUS TO ENR-EMP-FILING-STATUS
           MOVE MAST-EXEMPT TO ENR-EMP-EXEMPT-X
           MOVE MAST-DEPT-CODE TO ENR-DEPT-CODE
           MOVE MAST-BANK-ROUTING TO ENR-BANK-ROUTING
           MOVE MAST-BANK-ACCOUNT TO ENR-BANK-ACCOUNT
           IF MAST-ACH-HOLD = 'Y'
               MOVE SPACES TO ENR-BANK-ROUTING
               MOVE SPACES TO ENR-BANK-ACCOUNT
           END-IF.

       1020-LOAD-PAY-CALENDAR.
               AT END MOVE 'Y' TO WS-PAYCAL-EOF
           END-READ
           PERFORM UNTIL WS-PAYCAL-EOF = 'Y'
                   OR WS-PP-COUNT >= 200
               ADD 1 TO WS-PP-COUNT
               MOVE PAY-PERIOD-RECORD TO WS-PP-ENTRY(WS-PP-COUNT)
               READ PAY-PERIOD-FILE
                   UNTIL WS-PP-SUB > WS-PP-COUNT
               IF WS-PP-START(WS-PP-SUB) <= WS-RUN-DATE
                       AND WS-PP-END(WS-PP-SUB) >= WS-RUN-DATE
                       AND WS-PP-GROUP(WS-PP-SUB) = WS-PAY-GROUP
                   MOVE WS-PP-SUB TO WS-PP-CUR-SUB
               END-IF
           END-PERFORM
           IF WS-PP-CUR-SUB = 0
               DISPLAY 'PAYROLL: NO PAY PERIOD COVERS RUN DATE '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               WHEN OTHER
                   DISPLAY 'PAYROLL: PERIOD '
                       WS-PP-NUMBER(WS-PP-CUR-SUB)
                       ' PAY GROUP ' WS-PAY-GROUP
                       ' STATUS ' WS-PP-STATUS(WS-PP-CUR-SUB)
                       ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE WS-PP-NUMBER(WS-PP-CUR-SUB) TO WS-CUR-PERIOD
           MOVE WS-PP-PAY-DATE(WS-PP-CUR-SUB) TO WS-CUR-PAY-DATE
           MOVE WS-PP-START(WS-PP-CUR-SUB) TO WS-PER-START
           MOVE WS-PP-END(WS-PP-CUR-SUB) TO WS-PER-END
           MOVE WS-PP-FREQ(WS-PP-CUR-SUB) TO WS-CUR-FREQ
           PERFORM 1032-SET-PERIOD-FREQUENCY.

       1032-SET-PERIOD-FREQUENCY.
           MOVE WS-PER-START TO WS-WD-FROM
           MOVE WS-PER-END TO WS-WD-TO
           PERFORM 2065-COUNT-WORK-DAYS
           MOVE WS-WD-COUNT TO WS-PER-WORK-DAYS
           COMPUTE WS-PER-DAYS = WS-WD-TO-INT - WS-WD-FROM-INT + 1
           EVALUATE TRUE
               WHEN WS-CUR-FREQ = 'W'
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN WS-CUR-FREQ = 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN WS-CUR-FREQ = 'S'
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN WS-CUR-FREQ = 'M'
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN WS-PER-DAYS <= 7
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN WS-PER-DAYS <= 14
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN WS-PER-DAYS <= 16
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

       1035-MARK-PERIOD-IN-PROCESS.
           PERFORM 1020-LOAD-PAY-CALENDAR
           PERFORM 1036-FIND-CURRENT-PERIOD
           MOVE 'I' TO WS-PP-STATUS(WS-PP-CUR-SUB)
           PERFORM 1040-REWRITE-PAY-CALENDAR.

       1036-FIND-CURRENT-PERIOD.
           MOVE 0 TO WS-PP-CUR-SUB
           PERFORM VARYING WS-PP-SUB FROM 1 BY 1
                   UNTIL WS-PP-SUB > WS-PP-COUNT
               IF WS-PP-NUMBER(WS-PP-SUB) = WS-CUR-PERIOD
                       AND WS-PP-GROUP(WS-PP-SUB) = WS-PAY-GROUP
                   MOVE WS-PP-SUB TO WS-PP-CUR-SUB
               END-IF
           END-PERFORM
           IF WS-PP-CUR-SUB = 0
               DISPLAY 'PAYROLL: PERIOD ' WS-CUR-PERIOD
                   ' PAY GROUP ' WS-PAY-GROUP
                   ' NO LONGER ON CALENDAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-REWRITE-PAY-CALENDAR.
           OPEN OUTPUT PAY-PERIOD-FILE
           PERFORM VARYING WS-PP-SUB FROM 1 BY 1
                   OR WS-DR-COUNT >= 100
               ADD 1 TO WS-DR-COUNT
               MOVE DEPT-REFERENCE-RECORD
                   TO WS-DR-REF(WS-DR-COUNT)
               MOVE 0 TO WS-DR-LD-HOURS(WS-DR-COUNT)
               MOVE 0 TO WS-DR-LD-REG(WS-DR-COUNT)
               MOVE 0 TO WS-DR-LD-OT(WS-DR-COUNT)
               MOVE 0 TO WS-DR-LD-ER-FICA(WS-DR-COUNT)
               MOVE 0 TO WS-DR-RUN-HOURS(WS-DR-COUNT)
               MOVE 0 TO WS-DR-RUN-REG(WS-DR-COUNT)
               MOVE 0 TO WS-DR-RUN-OT(WS-DR-COUNT)
               MOVE 0 TO WS-DR-RUN-ER-FICA(WS-DR-COUNT)
               READ DEPT-REFERENCE-FILE
                   AT END MOVE 'Y' TO WS-DEPTREF-EOF
               END-READ
           END-IF
           CLOSE DEPT-REFERENCE-FILE.

       1310-LOAD-LABOR-HOURS.
           MOVE 0 TO WS-LH-COUNT
           OPEN INPUT LABOR-HOURS-FILE
           IF WS-LABORHRS-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-LABORHRS-EOF
               READ LABOR-HOURS-FILE
                   AT END MOVE 'Y' TO WS-LABORHRS-EOF
               END-READ
               PERFORM UNTIL WS-LABORHRS-EOF = 'Y'
                       OR WS-LH-COUNT >= 5000
                   ADD 1 TO WS-LH-COUNT
                   MOVE LH-EMP-ID TO WS-LH-EMP-ID(WS-LH-COUNT)
                   MOVE LH-CHARGE-DEPT TO WS-LH-DEPT(WS-LH-COUNT)
                   MOVE LH-HOURS TO WS-LH-HOURS(WS-LH-COUNT)
                   READ LABOR-HOURS-FILE
                       AT END MOVE 'Y' TO WS-LABORHRS-EOF
                   END-READ
               END-PERFORM
               IF WS-LABORHRS-EOF NOT = 'Y'
                   DISPLAY 'PAYROLL: LABOR HOURS FILE EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE LABOR-HOURS-FILE
           END-IF.

       1500-LOAD-TAX-RATES.
           MOVE 0 TO WS-TR-COUNT
           OPEN INPUT TAX-RATE-FILE
           MOVE WS-TR-FICA-RATE TO WS-FICA-RATE
           MOVE WS-TR-FICA-WAGE-BASE TO WS-FICA-WAGE-BASE.

       1520-LOAD-STATE-TAX-RATES.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STATE-TAX-FILE
           IF WS-STATETAX-FILE-STATUS NOT = '00'
               DISPLAY 'PAYROLL: STATE TAX TABLE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STATETAX-EOF
           READ STATE-TAX-FILE
               AT END MOVE 'Y' TO WS-STATETAX-EOF
           END-READ
           PERFORM UNTIL WS-STATETAX-EOF = 'Y'
               IF SR-EFFECTIVE-DATE <= WS-RUN-DATE
                   PERFORM 1530-SELECT-STATE-RATES
               END-IF
               READ STATE-TAX-FILE
                   AT END MOVE 'Y' TO WS-STATETAX-EOF
               END-READ
           END-PERFORM
           CLOSE STATE-TAX-FILE.

       1530-SELECT-STATE-RATES.
           MOVE SR-STATE-CODE TO WS-STATE-LOOKUP
           PERFORM 2040-LOOKUP-STATE
           IF WS-ST-FOUND-SUB = 0
               IF WS-ST-COUNT >= 60
                   DISPLAY 'PAYROLL: STATE TAX FILE EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-FOUND-SUB
               MOVE STATE-TAX-RECORD TO WS-ST-RATES(WS-ST-FOUND-SUB)
               MOVE 0 TO WS-ST-DEPT-TAX(WS-ST-FOUND-SUB)
           ELSE
               IF SR-EFFECTIVE-DATE > WS-ST-EFF-DATE(WS-ST-FOUND-SUB)
                   MOVE STATE-TAX-RECORD
                       TO WS-ST-RATES(WS-ST-FOUND-SUB)
               END-IF
           END-IF.

       1700-RECORD-RUN-START.
           PERFORM 1710-LOAD-RUN-CONTROL
           PERFORM 1715-FIND-RUN-ENTRY
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF
               END-READ
               PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                       OR WS-RC-COUNT >= 50
                   ADD 1 TO WS-RC-COUNT
                   MOVE RUN-CONTROL-RECORD
                       TO WS-RC-ENTRY(WS-RC-COUNT)
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-JOB(WS-RC-SUB) = WS-RC-JOB-NAME
                       AND WS-RC-GROUP(WS-RC-SUB) = WS-PAY-GROUP
                   MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
               END-IF
           END-PERFORM.

       1718-ADD-RUN-ENTRY.
           IF WS-RC-COUNT >= 50
               DISPLAY 'PAYROLL: RUN CONTROL TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE SPACES TO WS-RC-START(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'S' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE 0 TO WS-RC-EXC(WS-RC-FOUND-SUB)
           MOVE WS-PAY-GROUP TO WS-RC-GROUP(WS-RC-FOUND-SUB).

       1720-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-JOB(WS-RC-SUB) = 'TIMECARD'
                       AND WS-RC-GROUP(WS-RC-SUB) = WS-PAY-GROUP
                   MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
               END-IF
           END-PERFORM
                   OR WS-RC-STATUS(WS-RC-FOUND-SUB) NOT = 'C'
                   OR WS-RC-DATE(WS-RC-FOUND-SUB) NOT = WS-RUN-DATE
               DISPLAY 'PAYROLL: TIMECARD NOT COMPLETE FOR '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
                   ' - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   ADD 1 TO WS-DED-COUNT
                   MOVE DEDUCTION-MASTER-RECORD
                       TO WS-DED-ENTRY(WS-DED-COUNT)
                   IF WS-DED-TAX-TREAT(WS-DED-COUNT) = SPACES
                       MOVE 'N' TO WS-DED-TAX-TREAT(WS-DED-COUNT)
                   END-IF
                   READ DEDUCTION-MASTER-FILE
                       AT END MOVE 'Y' TO WS-DED-EOF
                   END-READ
                       MOVE 0 TO WS-RESTART-COUNT
                   NOT AT END
                       IF RESTART-RUN-DATE = WS-RUN-DATE
                               AND RESTART-PAY-GROUP = WS-PAY-GROUP
                           MOVE RESTART-CHECKPOINT-COUNT
                               TO WS-RESTART-COUNT
                           MOVE RESTART-CTL-EMP-COUNT
                           MOVE RESTART-GL-DEBITS TO WS-GL-TOT-DEBITS
                           MOVE RESTART-GL-CREDITS
                               TO WS-GL-TOT-CREDITS
                           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                                   UNTIL WS-ST-SUB > WS-ST-COUNT
                               MOVE RESTART-STATE-DEPT-TAX(WS-ST-SUB)
                                   TO WS-ST-DEPT-TAX(WS-ST-SUB)
                           END-PERFORM
                           PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                                   UNTIL WS-DR-SUB > WS-DR-COUNT
                               PERFORM 1110-RESTORE-LABOR-DIST
                           END-PERFORM
                       ELSE
                           MOVE 0 TO WS-RESTART-COUNT
                       END-IF
               END-IF
           END-PERFORM.
       
       1110-RESTORE-LABOR-DIST.
           MOVE RESTART-LD-HOURS(WS-DR-SUB)
               TO WS-DR-LD-HOURS(WS-DR-SUB)
           MOVE RESTART-LD-REG(WS-DR-SUB) TO WS-DR-LD-REG(WS-DR-SUB)
           MOVE RESTART-LD-OT(WS-DR-SUB) TO WS-DR-LD-OT(WS-DR-SUB)
           MOVE RESTART-LD-ER-FICA(WS-DR-SUB)
               TO WS-DR-LD-ER-FICA(WS-DR-SUB)
           MOVE RESTART-RUN-HOURS(WS-DR-SUB)
               TO WS-DR-RUN-HOURS(WS-DR-SUB)
           MOVE RESTART-RUN-REG(WS-DR-SUB) TO WS-DR-RUN-REG(WS-DR-SUB)
           MOVE RESTART-RUN-OT(WS-DR-SUB) TO WS-DR-RUN-OT(WS-DR-SUB)
           MOVE RESTART-RUN-ER-FICA(WS-DR-SUB)
               TO WS-DR-RUN-ER-FICA(WS-DR-SUB).

       2000-PROCESS.
           PERFORM 2010-VALIDATE-INPUT
           IF WS-VALID-REC = 'Y'
               END-IF
               MOVE DEPT-CODE TO WS-PREV-DEPT-CODE
               MOVE 'N' TO WS-FIRST-DEPT
               IF WS-EMP-PAY-TYPE = 'S'
                   PERFORM 2060-CALC-SALARY-PAY
               ELSE
                   PERFORM 2050-SPLIT-OVERTIME
                   COMPUTE WS-REG-PAY = WS-REG-HOURS * WS-EMP-RATE-N
                   COMPUTE WS-OT-PAY = WS-OT-HOURS * WS-EMP-RATE-N
                       * WS-OT-FACTOR
               END-IF
               COMPUTE WS-GROSS-PAY = WS-REG-PAY + WS-OT-PAY
               PERFORM 2100-CALC-DEDUCTIONS
               MOVE DEPT-CODE TO WS-DEPT-CODE-D
               MOVE WS-GROSS-PAY TO WS-GROSS-DISPLAY
               MOVE WS-FED-TAX TO WS-FED-TAX-D
               MOVE WS-FICA-TAX TO WS-FICA-TAX-D
               MOVE WS-STATE-TAX TO WS-STATE-TAX-D
               MOVE WS-TOT-DEDUCT TO WS-DEDUCT-D
               MOVE WS-NET-PAY TO WS-NET-PAY-D
               WRITE REPORT-LINE FROM WS-REPORT-DETAIL
               ADD WS-TOT-DEDUCT TO WS-DEPT-DEDUCT
               ADD WS-NET-PAY TO WS-DEPT-NET
               ADD WS-FICA-TAX TO WS-DEPT-ER-FICA
               PERFORM 2070-DISTRIBUTE-LABOR
               IF WS-ST-FOUND-SUB > 0
                   ADD WS-STATE-TAX TO WS-ST-DEPT-TAX(WS-ST-FOUND-SUB)
               END-IF
               PERFORM 2200-UPDATE-MASTER
               PERFORM 2400-WRITE-DISBURSEMENT
               PERFORM 2600-WRITE-PAY-STUB
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 0 TO WS-YTD-GROSS-PRIOR
                   MOVE 0 TO WS-YTD-FICA-PRIOR
                   MOVE SPACES TO WS-EMP-STATE
                   MOVE SPACES TO WS-EMP-STATE-FILING
                   MOVE 0 TO WS-EMP-STATE-ALLOW
                   MOVE 'H' TO WS-EMP-PAY-TYPE
                   MOVE 0 TO WS-EMP-SALARY
                   MOVE SPACES TO WS-EMP-HIRE-DATE
                   MOVE SPACES TO WS-EMP-TERM-DATE
               NOT INVALID KEY
                   MOVE YTD-GROSS TO WS-YTD-GROSS-PRIOR
                   MOVE YTD-FICA-WAGES TO WS-YTD-FICA-PRIOR
                   MOVE MAST-WORK-STATE TO WS-EMP-STATE
                   MOVE MAST-STATE-FILING TO WS-EMP-STATE-FILING
                   MOVE MAST-STATE-ALLOW TO WS-EMP-STATE-ALLOW
                   MOVE MAST-PAY-TYPE TO WS-EMP-PAY-TYPE
                   IF WS-EMP-PAY-TYPE NOT = 'S'
                       MOVE 'H' TO WS-EMP-PAY-TYPE
                   END-IF
                   MOVE MAST-ANNUAL-SALARY TO WS-EMP-SALARY
                   MOVE MAST-HIRE-DATE TO WS-EMP-HIRE-DATE
                   MOVE SPACES TO WS-EMP-TERM-DATE
                   IF MAST-STATUS = 'T'
                       MOVE MAST-TERM-DATE TO WS-EMP-TERM-DATE
                   END-IF
                   IF WS-EMP-PAY-TYPE = 'S'
                       IF MAST-STATUS = 'T'
                               AND MAST-TERM-DATE < WS-PER-START
                           MOVE 'N' TO WS-VALID-REC
                           MOVE 'EMPLOYEE TERMINATED'
                               TO WS-REJECT-REASON
                       END-IF
                       IF MAST-STATUS = 'T'
                               AND MAST-TERM-DATE >= WS-PER-START
                           PERFORM 2017-CHECK-FINAL-PAY-ISSUED
                           IF WS-FINAL-ISSUED = 'Y'
                               MOVE 'N' TO WS-VALID-REC
                               MOVE 'FINAL PAY ALREADY ISSUED'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                       IF WS-EMP-HIRE-DATE NOT = SPACES
                               AND WS-EMP-HIRE-DATE > WS-PER-END
                           MOVE 'N' TO WS-VALID-REC
                           MOVE 'HIRED AFTER PAY PERIOD'
                               TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       IF MAST-STATUS = 'T'
                               AND MAST-TERM-DATE <= WS-RUN-DATE
                           MOVE 'N' TO WS-VALID-REC
                           MOVE 'EMPLOYEE TERMINATED'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           MOVE 0 TO WS-ST-FOUND-SUB
           IF WS-VALID-REC = 'Y'
                   AND WS-EMP-STATE NOT = SPACES
               MOVE WS-EMP-STATE TO WS-STATE-LOOKUP
               PERFORM 2040-LOOKUP-STATE
               IF WS-ST-FOUND-SUB = 0
                   MOVE 'N' TO WS-VALID-REC
                   MOVE 'NO STATE TAX RATES FOR WORK STATE' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

       2017-CHECK-FINAL-PAY-ISSUED.
           MOVE 'N' TO WS-FINAL-ISSUED
           MOVE 'N' TO WS-HIST-EOF
           MOVE MAST-EMP-ID TO HIST-EMP-ID
           MOVE MAST-TERM-DATE TO HIST-PAY-DATE
           MOVE 0 TO HIST-SEQ
           START PAYROLL-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF
           END-START
           IF WS-HIST-EOF NOT = 'Y'
               READ PAYROLL-HISTORY-FILE NEXT
                   AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
                   OR HIST-EMP-ID NOT = MAST-EMP-ID
                   OR WS-FINAL-ISSUED = 'Y'
               IF HIST-TYPE = 'F'
                   MOVE 'Y' TO WS-FINAL-ISSUED
               END-IF
               READ PAYROLL-HISTORY-FILE NEXT
                   AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
           END-PERFORM.

       2020-WRITE-EXCEPTION.
           MOVE EMP-ID TO EXC-EMP-ID
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-CTL-EXC-COUNT.

       2040-LOOKUP-STATE.
           MOVE 0 TO WS-ST-FOUND-SUB
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-STATE(WS-ST-SUB) = WS-STATE-LOOKUP
                   MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
               END-IF
           END-PERFORM.

       2050-SPLIT-OVERTIME.
           IF WS-EMP-HOURS-N > WS-STD-HOURS
               MOVE WS-STD-HOURS TO WS-REG-HOURS
               MOVE ZERO TO WS-OT-HOURS
           END-IF.

       2060-CALC-SALARY-PAY.
           MOVE WS-PER-START TO WS-WD-FROM
           IF WS-EMP-HIRE-DATE NOT = SPACES
                   AND WS-EMP-HIRE-DATE > WS-PER-START
               MOVE WS-EMP-HIRE-DATE TO WS-WD-FROM
           END-IF
           MOVE WS-PER-END TO WS-WD-TO
           IF WS-EMP-TERM-DATE NOT = SPACES
                   AND WS-EMP-TERM-DATE < WS-PER-END
               MOVE WS-EMP-TERM-DATE TO WS-WD-TO
           END-IF
           PERFORM 2065-COUNT-WORK-DAYS
           MOVE WS-WD-COUNT TO WS-EMP-WORK-DAYS
           COMPUTE WS-REG-PAY ROUNDED =
               WS-EMP-SALARY / WS-PERIODS-PER-YEAR
           IF WS-EMP-WORK-DAYS < WS-PER-WORK-DAYS
               COMPUTE WS-REG-PAY ROUNDED =
                   WS-EMP-SALARY / WS-PERIODS-PER-YEAR
                   * WS-EMP-WORK-DAYS / WS-PER-WORK-DAYS
           END-IF
           COMPUTE WS-REG-HOURS = WS-EMP-WORK-DAYS * WS-HOURS-PER-DAY
           MOVE ZERO TO WS-OT-HOURS
           MOVE ZERO TO WS-OT-PAY.

       2065-COUNT-WORK-DAYS.
           MOVE 0 TO WS-WD-COUNT
           COMPUTE WS-WD-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-WD-FROM)
           COMPUTE WS-WD-TO-INT = FUNCTION INTEGER-OF-DATE(WS-WD-TO)
           PERFORM VARYING WS-WD-DAY-INT FROM WS-WD-FROM-INT BY 1
                   UNTIL WS-WD-DAY-INT > WS-WD-TO-INT
               DIVIDE WS-WD-DAY-INT BY 7
                   GIVING WS-WD-WEEKS REMAINDER WS-WD-DOW
               IF WS-WD-DOW NOT = 0 AND WS-WD-DOW NOT = 6
                   ADD 1 TO WS-WD-COUNT
               END-IF
           END-PERFORM.

       2070-DISTRIBUTE-LABOR.
           MOVE DEPT-CODE TO WS-DEPT-LOOKUP
           PERFORM 2030-LOOKUP-DEPT
           MOVE WS-DR-FOUND-SUB TO WS-LD-HOME-SUB
           MOVE 0 TO WS-LD-EMP-HOURS
           MOVE 0 TO WS-LD-LAST-SUB
           IF WS-EMP-PAY-TYPE NOT = 'S'
               PERFORM VARYING WS-LH-SUB FROM 1 BY 1
                       UNTIL WS-LH-SUB > WS-LH-COUNT
                   IF WS-LH-EMP-ID(WS-LH-SUB) = EMP-ID
                       ADD WS-LH-HOURS(WS-LH-SUB) TO WS-LD-EMP-HOURS
                       MOVE WS-LH-SUB TO WS-LD-LAST-SUB
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-REG-PAY TO WS-LD-LEFT-REG
           MOVE WS-OT-PAY TO WS-LD-LEFT-OT
           MOVE WS-FICA-TAX TO WS-LD-LEFT-FICA
           IF WS-LD-EMP-HOURS = 0
               MOVE WS-LD-HOME-SUB TO WS-LD-CHARGE-SUB
               COMPUTE WS-LD-SHARE-HOURS = WS-REG-HOURS + WS-OT-HOURS
               MOVE WS-REG-PAY TO WS-LD-SHARE-REG
               MOVE WS-OT-PAY TO WS-LD-SHARE-OT
               MOVE WS-FICA-TAX TO WS-LD-SHARE-FICA
               PERFORM 2075-POST-LABOR-SHARE
           ELSE
               PERFORM VARYING WS-LH-SUB FROM 1 BY 1
                       UNTIL WS-LH-SUB > WS-LD-LAST-SUB
                   IF WS-LH-EMP-ID(WS-LH-SUB) = EMP-ID
                       PERFORM 2072-ALLOCATE-CHARGE-LINE
                   END-IF
               END-PERFORM
           END-IF.

       2072-ALLOCATE-CHARGE-LINE.
           MOVE WS-LH-DEPT(WS-LH-SUB) TO WS-DEPT-LOOKUP
           PERFORM 2030-LOOKUP-DEPT
           IF WS-DR-FOUND-SUB = 0
               MOVE WS-LD-HOME-SUB TO WS-LD-CHARGE-SUB
           ELSE
               MOVE WS-DR-FOUND-SUB TO WS-LD-CHARGE-SUB
           END-IF
           MOVE WS-LH-HOURS(WS-LH-SUB) TO WS-LD-SHARE-HOURS
           IF WS-LH-SUB = WS-LD-LAST-SUB
               MOVE WS-LD-LEFT-REG TO WS-LD-SHARE-REG
               MOVE WS-LD-LEFT-OT TO WS-LD-SHARE-OT
               MOVE WS-LD-LEFT-FICA TO WS-LD-SHARE-FICA
           ELSE
               COMPUTE WS-LD-SHARE-REG ROUNDED = WS-REG-PAY
                   * WS-LD-SHARE-HOURS / WS-LD-EMP-HOURS
               COMPUTE WS-LD-SHARE-OT ROUNDED = WS-OT-PAY
                   * WS-LD-SHARE-HOURS / WS-LD-EMP-HOURS
               COMPUTE WS-LD-SHARE-FICA ROUNDED = WS-FICA-TAX
                   * WS-LD-SHARE-HOURS / WS-LD-EMP-HOURS
               IF WS-LD-SHARE-REG > WS-LD-LEFT-REG
                   MOVE WS-LD-LEFT-REG TO WS-LD-SHARE-REG
               END-IF
               IF WS-LD-SHARE-OT > WS-LD-LEFT-OT
                   MOVE WS-LD-LEFT-OT TO WS-LD-SHARE-OT
               END-IF
               IF WS-LD-SHARE-FICA > WS-LD-LEFT-FICA
                   MOVE WS-LD-LEFT-FICA TO WS-LD-SHARE-FICA
               END-IF
           END-IF
           SUBTRACT WS-LD-SHARE-REG FROM WS-LD-LEFT-REG
           SUBTRACT WS-LD-SHARE-OT FROM WS-LD-LEFT-OT
           SUBTRACT WS-LD-SHARE-FICA FROM WS-LD-LEFT-FICA
           PERFORM 2075-POST-LABOR-SHARE.

       2075-POST-LABOR-SHARE.
           ADD WS-LD-SHARE-HOURS TO WS-DR-LD-HOURS(WS-LD-CHARGE-SUB)
           ADD WS-LD-SHARE-REG TO WS-DR-LD-REG(WS-LD-CHARGE-SUB)
           ADD WS-LD-SHARE-OT TO WS-DR-LD-OT(WS-LD-CHARGE-SUB)
           ADD WS-LD-SHARE-FICA TO WS-DR-LD-ER-FICA(WS-LD-CHARGE-SUB).

       2100-CALC-DEDUCTIONS.
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-FICA
           PERFORM 2105-CALC-TAXES
           PERFORM 2140-APPLY-PRETAX-DEDUCTIONS
           PERFORM 2105-CALC-TAXES
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TOT-DEDUCT - WS-FED-TAX - WS-FICA-TAX
               - WS-STATE-TAX
           PERFORM 2150-APPLY-DEDUCTIONS.

       2105-CALC-TAXES.
           COMPUTE WS-FED-WAGES = WS-GROSS-PAY - WS-PRETAX-FED
           COMPUTE WS-FICA-WAGES = WS-GROSS-PAY - WS-PRETAX-FICA
           COMPUTE WS-TAXABLE-PAY =
               WS-FED-WAGES - (WS-EMP-EXEMPT-N * WS-EXEMPTION-AMT)
           IF WS-TAXABLE-PAY < 0
               MOVE 0 TO WS-TAXABLE-PAY
           END-IF
                   PERFORM 2120-CALC-FED-TAX-SINGLE
           END-EVALUATE
           COMPUTE WS-FICA-TAXABLE =
               WS-FICA-WAGE-BASE - WS-YTD-FICA-PRIOR
           IF WS-FICA-TAXABLE < 0
               MOVE 0 TO WS-FICA-TAXABLE
           END-IF
           IF WS-FICA-TAXABLE > WS-FICA-WAGES
               MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
           END-IF
           COMPUTE WS-FICA-TAX = WS-FICA-TAXABLE * WS-FICA-RATE
           PERFORM 2130-CALC-STATE-TAX.

       2140-APPLY-PRETAX-DEDUCTIONS.
           MOVE 0 TO WS-TOT-DEDUCT
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-FICA
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-FED-TAX - WS-FICA-TAX - WS-STATE-TAX
           MOVE 'P' TO WS-DED-PASS
           MOVE 1 TO WS-DED-SUB
           PERFORM 2160-APPLY-ONE-DEDUCTION
               UNTIL WS-DED-SUB > WS-DED-COUNT.

       2150-APPLY-DEDUCTIONS.
           COMPUTE WS-PROTECTED-AMT =
               WS-NET-PAY * WS-GARN-PROTECT-RATE
           MOVE 'A' TO WS-DED-PASS
           MOVE 1 TO WS-DED-SUB
           PERFORM 2160-APPLY-ONE-DEDUCTION
               UNTIL WS-DED-SUB > WS-DED-COUNT.

       2160-APPLY-ONE-DEDUCTION.
           IF WS-DED-EMP-ID(WS-DED-SUB) = EMP-ID
                   AND ((WS-DED-PASS = 'P'
                   AND WS-DED-TAX-TREAT(WS-DED-SUB) NOT = 'N')
                   OR (WS-DED-PASS = 'A'
                   AND WS-DED-TAX-TREAT(WS-DED-SUB) = 'N'))
               IF WS-DED-TYPE(WS-DED-SUB) = 'P'
                   COMPUTE WS-DED-REQUESTED =
                       WS-GROSS-PAY * WS-DED-PERCENT(WS-DED-SUB)
               ADD WS-DED-TAKE TO WS-DED-TAKEN(WS-DED-SUB)
               ADD WS-DED-TAKE TO WS-TOT-DEDUCT
               SUBTRACT WS-DED-TAKE FROM WS-NET-PAY
               IF WS-DED-PASS = 'P'
                   ADD WS-DED-TAKE TO WS-PRETAX-FED
                   IF WS-DED-TAX-TREAT(WS-DED-SUB) = 'B'
                       ADD WS-DED-TAKE TO WS-PRETAX-FICA
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-DED-SUB.

                       * WS-TR-S-RATE-3
           END-EVALUATE.

       2130-CALC-STATE-TAX.
           MOVE 0 TO WS-STATE-TAX
           IF WS-ST-FOUND-SUB > 0
               MOVE WS-ST-RATES(WS-ST-FOUND-SUB) TO WS-CUR-STATE-RATES
               COMPUTE WS-STATE-TAXABLE = WS-FED-WAGES
                   - (WS-EMP-STATE-ALLOW * WS-SR-ALLOWANCE-AMT)
               IF WS-STATE-TAXABLE < 0
                   MOVE 0 TO WS-STATE-TAXABLE
               END-IF
               IF WS-EMP-STATE-FILING = 'M'
                   PERFORM 2135-CALC-STATE-TAX-MARRIED
               ELSE
                   PERFORM 2137-CALC-STATE-TAX-SINGLE
               END-IF
           END-IF.

       2135-CALC-STATE-TAX-MARRIED.
           EVALUATE TRUE
               WHEN WS-STATE-TAXABLE <= WS-SR-M-LIMIT-1
                   COMPUTE WS-STATE-TAX =
                       WS-STATE-TAXABLE * WS-SR-M-RATE-1
               WHEN WS-STATE-TAXABLE <= WS-SR-M-LIMIT-2
                   COMPUTE WS-STATE-TAX = WS-SR-M-BASE-2
                       + (WS-STATE-TAXABLE - WS-SR-M-LIMIT-1)
                       * WS-SR-M-RATE-2
               WHEN OTHER
                   COMPUTE WS-STATE-TAX = WS-SR-M-BASE-3
                       + (WS-STATE-TAXABLE - WS-SR-M-LIMIT-2)
                       * WS-SR-M-RATE-3
           END-EVALUATE.

       2137-CALC-STATE-TAX-SINGLE.
           EVALUATE TRUE
               WHEN WS-STATE-TAXABLE <= WS-SR-S-LIMIT-1
                   COMPUTE WS-STATE-TAX =
                       WS-STATE-TAXABLE * WS-SR-S-RATE-1
               WHEN WS-STATE-TAXABLE <= WS-SR-S-LIMIT-2
                   COMPUTE WS-STATE-TAX = WS-SR-S-BASE-2
                       + (WS-STATE-TAXABLE - WS-SR-S-LIMIT-1)
                       * WS-SR-S-RATE-2
               WHEN OTHER
                   COMPUTE WS-STATE-TAX = WS-SR-S-BASE-3
                       + (WS-STATE-TAXABLE - WS-SR-S-LIMIT-2)
                       * WS-SR-S-RATE-3
           END-EVALUATE.

       2310-PRINT-DEPT-SUBTOTAL.
           MOVE WS-PREV-DEPT-CODE TO WS-SUB-DEPT-D
           MOVE WS-DEPT-COUNT TO WS-SUB-COUNT-D
               MOVE SPACES TO WS-GL-LIABILITY-ACCT
               MOVE WS-PREV-DEPT-CODE TO WS-GL-DEPT-DESC
           END-IF
           MOVE 0 TO WS-LD-HOME-HOURS
           MOVE 0 TO WS-LD-HOME-REG
           MOVE 0 TO WS-LD-HOME-OT
           MOVE 0 TO WS-LD-HOME-ER-FICA
           PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                   UNTIL WS-DR-SUB > WS-DR-COUNT
               IF WS-DR-LD-HOURS(WS-DR-SUB) > 0
                       OR WS-DR-LD-REG(WS-DR-SUB) > 0
                       OR WS-DR-LD-OT(WS-DR-SUB) > 0
                       OR WS-DR-LD-ER-FICA(WS-DR-SUB) > 0
                   PERFORM 2325-WRITE-GL-CHARGE-DEPT
               END-IF
           END-PERFORM
           PERFORM 2328-WRITE-LABOR-HOME-TOTAL
           MOVE WS-PREV-DEPT-CODE TO WS-GL-DEPT-CODE
           MOVE WS-GL-LIABILITY-ACCT TO WS-GL-ACCOUNT
           MOVE 'TAXES WITHHELD' TO WS-GL-DESC
           MOVE 0 TO WS-GL-DEBIT
           PERFORM 2340-WRITE-GL-DETAIL
           MOVE 'NET PAY' TO WS-GL-DESC
           MOVE WS-DEPT-NET TO WS-GL-CREDIT
           PERFORM 2340-WRITE-GL-DETAIL
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-DEPT-TAX(WS-ST-SUB) > 0
                   PERFORM 2330-WRITE-GL-STATE-TAX
               END-IF
           END-PERFORM.

       2325-WRITE-GL-CHARGE-DEPT.
           MOVE WS-DR-CODE(WS-DR-SUB) TO WS-GL-DEPT-CODE
           MOVE WS-DR-GL-EXPENSE(WS-DR-SUB) TO WS-GL-ACCOUNT
           MOVE WS-DR-DESC(WS-DR-SUB) TO WS-GL-DESC
           COMPUTE WS-GL-DEBIT = WS-DR-LD-REG(WS-DR-SUB)
               + WS-DR-LD-OT(WS-DR-SUB)
           MOVE 0 TO WS-GL-CREDIT
           PERFORM 2340-WRITE-GL-DETAIL
           MOVE 'ER FICA EXPENSE' TO WS-GL-DESC
           MOVE WS-DR-LD-ER-FICA(WS-DR-SUB) TO WS-GL-DEBIT
           PERFORM 2340-WRITE-GL-DETAIL
           MOVE WS-PREV-DEPT-CODE TO WS-LD-HOME-D
           MOVE WS-DR-CODE(WS-DR-SUB) TO WS-LD-CHARGE-D
           MOVE WS-DR-DESC(WS-DR-SUB) TO WS-LD-DESC-D
           MOVE WS-DR-LD-HOURS(WS-DR-SUB) TO WS-LD-HOURS-D
           MOVE WS-DR-LD-REG(WS-DR-SUB) TO WS-LD-REG-D
           MOVE WS-DR-LD-OT(WS-DR-SUB) TO WS-LD-OT-D
           MOVE WS-DR-LD-ER-FICA(WS-DR-SUB) TO WS-LD-FICA-D
           COMPUTE WS-LD-COST-D = WS-DR-LD-REG(WS-DR-SUB)
               + WS-DR-LD-OT(WS-DR-SUB) + WS-DR-LD-ER-FICA(WS-DR-SUB)
           WRITE LABOR-DIST-LINE FROM WS-LD-DETAIL
           ADD WS-DR-LD-HOURS(WS-DR-SUB) TO WS-LD-HOME-HOURS
           ADD WS-DR-LD-REG(WS-DR-SUB) TO WS-LD-HOME-REG
           ADD WS-DR-LD-OT(WS-DR-SUB) TO WS-LD-HOME-OT
           ADD WS-DR-LD-ER-FICA(WS-DR-SUB) TO WS-LD-HOME-ER-FICA
           ADD WS-DR-LD-HOURS(WS-DR-SUB) TO WS-DR-RUN-HOURS(WS-DR-SUB)
           ADD WS-DR-LD-REG(WS-DR-SUB) TO WS-DR-RUN-REG(WS-DR-SUB)
           ADD WS-DR-LD-OT(WS-DR-SUB) TO WS-DR-RUN-OT(WS-DR-SUB)
           ADD WS-DR-LD-ER-FICA(WS-DR-SUB)
               TO WS-DR-RUN-ER-FICA(WS-DR-SUB)
           MOVE 0 TO WS-DR-LD-HOURS(WS-DR-SUB)
           MOVE 0 TO WS-DR-LD-REG(WS-DR-SUB)
           MOVE 0 TO WS-DR-LD-OT(WS-DR-SUB)
           MOVE 0 TO WS-DR-LD-ER-FICA(WS-DR-SUB).

       2328-WRITE-LABOR-HOME-TOTAL.
           MOVE SPACES TO WS-LDT-LABEL
           STRING 'HOME DEPT ' WS-PREV-DEPT-CODE ' TOTAL'
               DELIMITED BY SIZE INTO WS-LDT-LABEL
           MOVE WS-LD-HOME-HOURS TO WS-LDT-HOURS-D
           MOVE WS-LD-HOME-REG TO WS-LDT-REG-D
           MOVE WS-LD-HOME-OT TO WS-LDT-OT-D
           MOVE WS-LD-HOME-ER-FICA TO WS-LDT-FICA-D
           COMPUTE WS-LDT-COST-D = WS-LD-HOME-REG + WS-LD-HOME-OT
               + WS-LD-HOME-ER-FICA
           WRITE LABOR-DIST-LINE FROM WS-LD-TOTAL-LINE
           WRITE LABOR-DIST-LINE FROM SPACES.

       2330-WRITE-GL-STATE-TAX.
           MOVE WS-ST-RATES(WS-ST-SUB) TO WS-CUR-STATE-RATES
           MOVE WS-SR-GL-LIABILITY TO WS-GL-ACCOUNT
           MOVE SPACES TO WS-GL-DESC
           STRING 'STATE WITHHOLDING ' WS-SR-STATE-CODE
               DELIMITED BY SIZE INTO WS-GL-DESC
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-ST-DEPT-TAX(WS-ST-SUB) TO WS-GL-CREDIT
           PERFORM 2340-WRITE-GL-DETAIL
           MOVE 0 TO WS-ST-DEPT-TAX(WS-ST-SUB).

       2340-WRITE-GL-DETAIL.
           MOVE 'D' TO GLI-REC-TYPE
           MOVE 'PAYROLL' TO GLI-SOURCE
           MOVE WS-CUR-PERIOD TO GLI-PERIOD
           MOVE WS-GL-ACCOUNT TO GLI-GL-ACCOUNT
           MOVE WS-GL-DEPT-CODE TO GLI-DEPT-CODE
           MOVE WS-GL-DESC TO GLI-DESC
           MOVE WS-GL-DEBIT TO GLI-DEBIT-AMT
           MOVE WS-GL-CREDIT TO GLI-CREDIT-AMT
           MOVE WS-NET-PAY TO CKI-AMOUNT
           MOVE WS-CUR-PAY-DATE TO CKI-PAY-DATE
           MOVE 'O' TO CKI-STATUS
           MOVE 'N' TO CKI-PP-ISSUE-SENT
           MOVE 'N' TO CKI-PP-CANCEL-SENT
           WRITE CHECK-ISSUE-RECORD
           ADD 1 TO WS-CTL-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CTL-CHECK-AMOUNT
           MOVE WS-GROSS-PAY TO WS-STUB-GROSS
           MOVE WS-FED-TAX TO WS-STUB-FED-TAX
           MOVE WS-FICA-TAX TO WS-STUB-FICA-TAX
           MOVE WS-EMP-STATE TO WS-STUB-STATE
           MOVE WS-STATE-TAX TO WS-STUB-STATE-TAX
           MOVE WS-TOT-DEDUCT TO WS-STUB-DEDUCT
           MOVE WS-NET-PAY TO WS-STUB-NET-PAY
           MOVE WS-YTD-HOURS-HOLD TO WS-STUB-YTD-HOURS
           WRITE STUB-LINE FROM WS-STUB-GROSS-LINE
           WRITE STUB-LINE FROM WS-STUB-FED-LINE
           WRITE STUB-LINE FROM WS-STUB-FICA-LINE
           WRITE STUB-LINE FROM WS-STUB-STATE-LINE
           WRITE STUB-LINE FROM WS-STUB-DED-LINE
           WRITE STUB-LINE FROM WS-STUB-NET-LINE
           WRITE STUB-LINE FROM SPACES
           MOVE WS-FICA-TAX TO HIST-FICA-TAX
           MOVE WS-TOT-DEDUCT TO HIST-DEDUCT
           MOVE WS-NET-PAY TO HIST-NET
           MOVE WS-FED-WAGES TO HIST-FED-WAGES
           MOVE WS-FICA-WAGES TO HIST-FICA-WAGES
           MOVE WS-EMP-STATE TO HIST-STATE-CODE
           MOVE WS-STATE-TAX TO HIST-STATE-TAX
           MOVE 1 TO HIST-SEQ
           WRITE HISTORY-RECORD
           PERFORM 2710-RETRY-HISTORY-WRITE
                   MOVE 'N' TO MAST-ACH-HOLD
                   MOVE ZERO TO MAST-VAC-BALANCE
                   MOVE ZERO TO MAST-SICK-BALANCE
                   MOVE ZERO TO YTD-FED-WAGES
                   MOVE ZERO TO YTD-FICA-WAGES
                   MOVE SPACES TO MAST-WORK-STATE
                   MOVE SPACES TO MAST-STATE-FILING
                   MOVE ZERO TO MAST-STATE-ALLOW
                   MOVE ZERO TO YTD-STATE-WAGES
                   MOVE ZERO TO YTD-STATE-TAX
                   MOVE 'H' TO MAST-PAY-TYPE
                   MOVE ZERO TO MAST-ANNUAL-SALARY
                   MOVE SPACES TO MAST-HIRE-DATE
           END-READ
           ADD WS-REG-HOURS WS-OT-HOURS TO YTD-HOURS
           ADD WS-GROSS-PAY TO YTD-GROSS
           ADD WS-FED-WAGES TO YTD-FED-WAGES
           ADD WS-FICA-WAGES TO YTD-FICA-WAGES
           IF WS-EMP-STATE NOT = SPACES
               ADD WS-FED-WAGES TO YTD-STATE-WAGES
               ADD WS-STATE-TAX TO YTD-STATE-TAX
           END-IF
           ADD WS-FED-TAX WS-FICA-TAX TO YTD-TAX
           COMPUTE WS-HOURS-PAID = WS-REG-HOURS + WS-OT-HOURS
           COMPUTE MAST-VAC-BALANCE = MAST-VAC-BALANCE
           OPEN OUTPUT RESTART-CONTROL-FILE
           MOVE WS-RECS-READ TO RESTART-CHECKPOINT-COUNT
           MOVE WS-RUN-DATE TO RESTART-RUN-DATE
           MOVE WS-PAY-GROUP TO RESTART-PAY-GROUP
           MOVE WS-CTL-EMP-COUNT TO RESTART-CTL-EMP-COUNT
           MOVE WS-CTL-REG-HOURS TO RESTART-CTL-REG-HOURS
           MOVE WS-CTL-GROSS-PAY TO RESTART-CTL-GROSS-PAY
           MOVE WS-GL-REC-COUNT TO RESTART-GL-REC-COUNT
           MOVE WS-GL-TOT-DEBITS TO RESTART-GL-DEBITS
           MOVE WS-GL-TOT-CREDITS TO RESTART-GL-CREDITS
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > 60
               IF WS-ST-SUB > WS-ST-COUNT
                   MOVE 0 TO RESTART-STATE-DEPT-TAX(WS-ST-SUB)
               ELSE
                   MOVE WS-ST-DEPT-TAX(WS-ST-SUB)
                       TO RESTART-STATE-DEPT-TAX(WS-ST-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                   UNTIL WS-DR-SUB > 100
               IF WS-DR-SUB > WS-DR-COUNT
                   MOVE 0 TO RESTART-LD-HOURS(WS-DR-SUB)
                   MOVE 0 TO RESTART-LD-REG(WS-DR-SUB)
                   MOVE 0 TO RESTART-LD-OT(WS-DR-SUB)
                   MOVE 0 TO RESTART-LD-ER-FICA(WS-DR-SUB)
                   MOVE 0 TO RESTART-RUN-HOURS(WS-DR-SUB)
                   MOVE 0 TO RESTART-RUN-REG(WS-DR-SUB)
                   MOVE 0 TO RESTART-RUN-OT(WS-DR-SUB)
                   MOVE 0 TO RESTART-RUN-ER-FICA(WS-DR-SUB)
               ELSE
                   PERFORM 2515-SAVE-LABOR-DIST
               END-IF
           END-PERFORM
           WRITE RESTART-RECORD
           CLOSE RESTART-CONTROL-FILE
           PERFORM 2550-REWRITE-DEDUCTION-MASTER
           PERFORM 2560-REWRITE-CHECK-CONTROL.

       2515-SAVE-LABOR-DIST.
           MOVE WS-DR-LD-HOURS(WS-DR-SUB)
               TO RESTART-LD-HOURS(WS-DR-SUB)
           MOVE WS-DR-LD-REG(WS-DR-SUB) TO RESTART-LD-REG(WS-DR-SUB)
           MOVE WS-DR-LD-OT(WS-DR-SUB) TO RESTART-LD-OT(WS-DR-SUB)
           MOVE WS-DR-LD-ER-FICA(WS-DR-SUB)
               TO RESTART-LD-ER-FICA(WS-DR-SUB)
           MOVE WS-DR-RUN-HOURS(WS-DR-SUB)
               TO RESTART-RUN-HOURS(WS-DR-SUB)
           MOVE WS-DR-RUN-REG(WS-DR-SUB) TO RESTART-RUN-REG(WS-DR-SUB)
           MOVE WS-DR-RUN-OT(WS-DR-SUB) TO RESTART-RUN-OT(WS-DR-SUB)
           MOVE WS-DR-RUN-ER-FICA(WS-DR-SUB)
               TO RESTART-RUN-ER-FICA(WS-DR-SUB).

       2560-REWRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-NUMBER-CONTROL
           MOVE WS-NEXT-CHECK-NO TO CKC-NEXT-CHECK-NO
               PERFORM 2310-PRINT-DEPT-SUBTOTAL
           END-IF
           PERFORM 3600-WRITE-GL-TRAILER
           PERFORM 3500-WRITE-LABOR-DIST-TOTALS
           PERFORM 2510-WRITE-CHECKPOINT
           MOVE WS-CTL-EMP-COUNT TO WS-TRL-COUNT-D
           MOVE WS-CTL-REG-HOURS TO WS-TRL-HOURS-D
           MOVE WS-CTL-ACH-AMOUNT TO WS-TRL-ACH-AMT-D
           MOVE WS-CTL-CHECK-COUNT TO WS-TRL-CHK-CNT-D
           MOVE WS-CTL-CHECK-AMOUNT TO WS-TRL-CHK-AMT-D
           MOVE WS-CTL-GRP-SKIP TO WS-TRL-GRP-CNT-D
           WRITE REPORT-LINE FROM SPACES AFTER 2
           WRITE REPORT-LINE FROM WS-REPORT-TRAILER
           WRITE REPORT-LINE FROM WS-TRAILER-COUNT
           WRITE REPORT-LINE FROM WS-TRAILER-NET
           WRITE REPORT-LINE FROM WS-TRAILER-ACH
           WRITE REPORT-LINE FROM WS-TRAILER-CHECKS
           WRITE REPORT-LINE FROM WS-TRAILER-GRP
           MOVE WS-CTL-CHECK-COUNT TO WS-REG-TOT-CNT-D
           MOVE WS-CTL-CHECK-AMOUNT TO WS-REG-TOT-AMT-D
           WRITE CHECK-REGISTER-LINE FROM SPACES
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE LABOR-DIST-FILE
           CLOSE CHECK-ISSUE-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM 1020-LOAD-PAY-CALENDAR
           PERFORM 1036-FIND-CURRENT-PERIOD
           MOVE 'C' TO WS-PP-STATUS(WS-PP-CUR-SUB)
           PERFORM 1040-REWRITE-PAY-CALENDAR
           PERFORM 3700-RECORD-RUN-END.

       3500-WRITE-LABOR-DIST-TOTALS.
           MOVE 0 TO WS-LD-TOT-HOURS
           MOVE 0 TO WS-LD-TOT-REG
           MOVE 0 TO WS-LD-TOT-OT
           MOVE 0 TO WS-LD-TOT-ER-FICA
           WRITE LABOR-DIST-LINE FROM WS-LD-RECAP-TITLE
           WRITE LABOR-DIST-LINE FROM SPACES
           PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                   UNTIL WS-DR-SUB > WS-DR-COUNT
               IF WS-DR-RUN-HOURS(WS-DR-SUB) > 0
                       OR WS-DR-RUN-REG(WS-DR-SUB) > 0
                       OR WS-DR-RUN-OT(WS-DR-SUB) > 0
                       OR WS-DR-RUN-ER-FICA(WS-DR-SUB) > 0
                   PERFORM 3510-WRITE-LABOR-RECAP-LINE
               END-IF
           END-PERFORM
           WRITE LABOR-DIST-LINE FROM SPACES
           MOVE 'ALL DEPARTMENTS TOTAL' TO WS-LDT-LABEL
           MOVE WS-LD-TOT-HOURS TO WS-LDT-HOURS-D
           MOVE WS-LD-TOT-REG TO WS-LDT-REG-D
           MOVE WS-LD-TOT-OT TO WS-LDT-OT-D
           MOVE WS-LD-TOT-ER-FICA TO WS-LDT-FICA-D
           COMPUTE WS-LDT-COST-D = WS-LD-TOT-REG + WS-LD-TOT-OT
               + WS-LD-TOT-ER-FICA
           WRITE LABOR-DIST-LINE FROM WS-LD-TOTAL-LINE
           WRITE LABOR-DIST-LINE FROM SPACES
           COMPUTE WS-LD-TOT-GROSS = WS-LD-TOT-REG + WS-LD-TOT-OT
           MOVE 'DISTRIBUTED GROSS (REG + OT)' TO WS-LDC-LABEL
           MOVE WS-LD-TOT-GROSS TO WS-LDC-AMOUNT-D
           WRITE LABOR-DIST-LINE FROM WS-LD-CONTROL-LINE
           MOVE 'PAYROLL REGISTER GROSS PAY' TO WS-LDC-LABEL
           MOVE WS-CTL-GROSS-PAY TO WS-LDC-AMOUNT-D
           WRITE LABOR-DIST-LINE FROM WS-LD-CONTROL-LINE
           IF WS-LD-TOT-GROSS = WS-CTL-GROSS-PAY
               MOVE 'IN BALANCE' TO WS-LDV-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-LDV-TEXT
           END-IF
           WRITE LABOR-DIST-LINE FROM WS-LD-VERDICT-LINE.

       3510-WRITE-LABOR-RECAP-LINE.
           MOVE SPACES TO WS-LD-HOME-D
           MOVE WS-DR-CODE(WS-DR-SUB) TO WS-LD-CHARGE-D
           MOVE WS-DR-DESC(WS-DR-SUB) TO WS-LD-DESC-D
           MOVE WS-DR-RUN-HOURS(WS-DR-SUB) TO WS-LD-HOURS-D
           MOVE WS-DR-RUN-REG(WS-DR-SUB) TO WS-LD-REG-D
           MOVE WS-DR-RUN-OT(WS-DR-SUB) TO WS-LD-OT-D
           MOVE WS-DR-RUN-ER-FICA(WS-DR-SUB) TO WS-LD-FICA-D
           COMPUTE WS-LD-COST-D = WS-DR-RUN-REG(WS-DR-SUB)
               + WS-DR-RUN-OT(WS-DR-SUB)
               + WS-DR-RUN-ER-FICA(WS-DR-SUB)
           WRITE LABOR-DIST-LINE FROM WS-LD-DETAIL
           ADD WS-DR-RUN-HOURS(WS-DR-SUB) TO WS-LD-TOT-HOURS
           ADD WS-DR-RUN-REG(WS-DR-SUB) TO WS-LD-TOT-REG
           ADD WS-DR-RUN-OT(WS-DR-SUB) TO WS-LD-TOT-OT
           ADD WS-DR-RUN-ER-FICA(WS-DR-SUB) TO WS-LD-TOT-ER-FICA.

       3700-RECORD-RUN-END.
           ACCEPT WS-RC-END-TIME FROM TIME
           PERFORM 1710-LOAD-RUN-CONTROL
