       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. PAYROLL-OFFICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-TRANS-FILE ASSIGN TO "data/FINALPAY.TXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT FINAL-REGISTER-FILE ASSIGN TO "data/FINALPAY.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISBURSEMENT-FILE ASSIGN TO "data/DISBURSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISB-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "data/GLEXTRCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "data/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "data/PAYCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.
           SELECT DEPT-REFERENCE-FILE ASSIGN TO "data/DEPTREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "data/TAXRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-FILE-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO "data/STATETAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATETAX-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "data/DEDMAST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDMAST-FILE-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO "data/CHECKS.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKS-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "data/CHECKREG.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKREG-FILE-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN TO "data/CHKISSUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKISSUE-FILE-STATUS.
           SELECT CHECK-NUMBER-CONTROL ASSIGN TO "data/CHECKNO.CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKNO-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-EMP-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-TRANS-FILE.
       01  FINAL-TRANS-RECORD.
           05 FPT-EMP-ID        PIC X(5).
           05 FPT-REG-HOURS-X   PIC X(6).
           05 FPT-OT-HOURS-X    PIC X(6).

       FD  FINAL-REGISTER-FILE.
       01  FINAL-REGISTER-LINE  PIC X(160).

       FD  DISBURSEMENT-FILE.
       01  DISBURSEMENT-RECORD.
           05 DISB-BANK-ROUTING PIC X(9).
           05 DISB-BANK-ACCOUNT PIC X(12).
           05 DISB-EMP-ID       PIC X(5).
           05 DISB-EMP-NAME     PIC X(20).
           05 DISB-NET-AMOUNT   PIC 9(7)V99.
           05 DISB-PERIOD       PIC 9(3).

       FD  GL-EXTRACT-FILE.
           COPY "glintfc.cpy".

       FD  PAYROLL-HISTORY-FILE.
           COPY "payhist.cpy".

       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-RECORD.
           05 PP-NUMBER        PIC 9(3).
           05 PP-START-DATE    PIC X(8).
           05 PP-END-DATE      PIC X(8).
           05 PP-PAY-DATE      PIC X(8).
           05 PP-STATUS        PIC X(1).
           05 PP-PAY-GROUP     PIC X(2).
           05 PP-FREQUENCY     PIC X(1).

       FD  DEPT-REFERENCE-FILE.
       01  DEPT-REFERENCE-RECORD.
           05 DR-CODE          PIC X(4).
           05 DR-DESC          PIC X(20).
           05 DR-GL-EXPENSE    PIC X(8).
           05 DR-GL-LIABILITY  PIC X(8).
           05 DR-ACTIVE        PIC X(1).

       FD  TAX-RATE-FILE.
           COPY "taxrate.cpy".

       FD  STATE-TAX-FILE.
           COPY "statetax.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  DEDUCTION-MASTER-FILE.
       01  DEDUCTION-MASTER-RECORD.
           05 DEDM-EMP-ID      PIC X(5).
           05 DEDM-CODE        PIC X(3).
           05 DEDM-TYPE        PIC X(1).
           05 DEDM-GARNISH     PIC X(1).
           05 DEDM-PRIORITY    PIC 9(2).
           05 DEDM-AMOUNT      PIC 9(5)V99.
           05 DEDM-PERCENT     PIC 9V9999.
           05 DEDM-GOAL        PIC 9(7)V99.
           05 DEDM-TAKEN       PIC 9(7)V99.
           05 DEDM-ARREARS     PIC 9(7)V99.
           05 DEDM-TAX-TREAT   PIC X(1).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE    PIC X(100).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE PIC X(100).

       FD  CHECK-ISSUE-FILE.
           COPY "chkissue.cpy".

       FD  CHECK-NUMBER-CONTROL.
       01  CHECK-CONTROL-RECORD.
           05 CKC-NEXT-CHECK-NO PIC 9(8).

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TXN-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-TXN-EOF           PIC X VALUE 'N'.
       01  WS-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-MAST-EOF          PIC X VALUE 'N'.
       01  WS-DISB-FILE-STATUS  PIC X(2) VALUE '00'.
       01  WS-GL-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-PAYHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.
       01  WS-PAYCAL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PAYCAL-EOF        PIC X VALUE 'N'.
       01  WS-CHECKS-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CHECKREG-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CHKISSUE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CHECKNO-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-RUN-TIME          PIC X(8).
       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME       PIC X(8) VALUE 'FINALPAY'.
       01  WS-PAY-GROUP         PIC X(2) VALUE SPACES.
       01  WS-RC-END-TIME       PIC X(8).
       01  WS-RC-COUNT          PIC 9(3) VALUE 0.
       01  WS-RC-SUB            PIC 9(3) VALUE 0.
       01  WS-RC-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 50 TIMES.
              10 WS-RC-JOB      PIC X(8).
              10 WS-RC-DATE     PIC X(8).
              10 WS-RC-START    PIC X(8).
              10 WS-RC-END      PIC X(8).
              10 WS-RC-STATUS   PIC X(1).
              10 WS-RC-EXC      PIC 9(5).
              10 WS-RC-GROUP    PIC X(2).
       01  WS-CUR-PERIOD        PIC 9(3) VALUE 0.
       01  WS-PERIOD-FOUND      PIC X VALUE 'N'.
       01  WS-CUR-START         PIC X(8) VALUE SPACES.
       01  WS-CUR-END           PIC X(8) VALUE SPACES.
       01  WS-CUR-FREQ          PIC X(1) VALUE SPACES.
       01  WS-FIRST-START       PIC X(8) VALUE SPACES.
       01  WS-LAST-START        PIC X(8) VALUE SPACES.
       01  WS-LAST-END          PIC X(8) VALUE SPACES.
       01  WS-WINDOW-START      PIC X(8) VALUE SPACES.
       01  WS-PAID-THRU-INT     PIC 9(7) VALUE 0.
       01  WS-PER-DAYS          PIC 9(3) VALUE 0.
       01  WS-PER-WORK-DAYS     PIC 9(3) VALUE 0.
       01  WS-PERIODS-PER-YEAR  PIC 9(2) VALUE 0.
       01  WS-WD-DATE           PIC 9(8).
       01  WS-WD-FROM-INT       PIC 9(7).
       01  WS-WD-TO-INT         PIC 9(7).
       01  WS-WD-DAY-INT        PIC 9(7).
       01  WS-WD-WEEKS          PIC 9(7).
       01  WS-WD-DOW            PIC 9(1).
       01  WS-WD-COUNT          PIC 9(3).
       01  WS-RUN-DATE-INT      PIC 9(7) VALUE 0.
       01  WS-TERM-DATE-INT     PIC 9(7) VALUE 0.
       01  WS-DAYS-SINCE-TERM   PIC 9(5) VALUE 0.
       01  WS-STD-HOURS-YEAR    PIC 9(4) VALUE 2080.
       01  WS-HOURS-PER-DAY     PIC 9(2)V99 VALUE 8.00.
       01  WS-OT-FACTOR         PIC 9V99 VALUE 1.50.
       01  WS-VAC-ACCRUAL-RATE  PIC V9999 VALUE .0500.
       01  WS-GARN-PROTECT-RATE PIC V99 VALUE .75.
       01  WS-NUMVAL-WORK       PIC S9(7)V99.
       01  WS-FT-COUNT          PIC 9(3) VALUE 0.
       01  WS-FT-SUB            PIC 9(3) VALUE 0.
       01  WS-FT-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 500 TIMES.
              10 WS-FT-EMP-ID    PIC X(5).
              10 WS-FT-REG-HOURS PIC 9(3)V99.
              10 WS-FT-OT-HOURS  PIC 9(3)V99.
              10 WS-FT-STATUS    PIC X(1).
              10 WS-FT-REASON    PIC X(30).
       01  WS-FE-COUNT          PIC 9(3) VALUE 0.
       01  WS-FE-SUB            PIC 9(3) VALUE 0.
       01  WS-FE-TABLE.
           05 WS-FE-ENTRY OCCURS 500 TIMES.
              10 WS-FE-EMP-ID    PIC X(5).
              10 WS-FE-TXN-SUB   PIC 9(3).
       01  WS-FINAL-ISSUED      PIC X VALUE 'N'.
       01  WS-EMP-LISTED        PIC X VALUE 'N'.
       01  WS-REJ-HDR-DONE      PIC X VALUE 'N'.
       01  WS-EMP-VALID         PIC X VALUE 'Y'.
       01  WS-EMP-REASON        PIC X(30).
       01  WS-EMP-PAY-TYPE      PIC X(1).
       01  WS-EMP-DAYS          PIC 9(3) VALUE 0.
       01  WS-REG-HOURS         PIC 9(3)V99.
       01  WS-OT-HOURS          PIC 9(3)V99.
       01  WS-FINAL-WAGES       PIC 9(7)V99.
       01  WS-PAYOUT-RATE       PIC 9(3)V99.
       01  WS-VAC-HOURS         PIC 9(3)V99.
       01  WS-SICK-HOURS        PIC 9(3)V99.
       01  WS-VAC-PAYOUT        PIC 9(7)V99.
       01  WS-GROSS-PAY         PIC 9(7)V99.
       01  WS-NET-PAY           PIC S9(7)V99.
       01  WS-TOT-DEDUCT        PIC 9(7)V99.
       01  WS-TAXABLE-PAY       PIC S9(7)V99.
       01  WS-FED-TAX           PIC 9(7)V99.
       01  WS-FICA-TAX          PIC 9(7)V99.
       01  WS-FICA-RATE         PIC V9999 VALUE 0.
       01  WS-FICA-WAGE-BASE    PIC 9(7)V99 VALUE 0.
       01  WS-FICA-TAXABLE      PIC S9(7)V99 VALUE 0.
       01  WS-FED-WAGES         PIC 9(7)V99.
       01  WS-FICA-WAGES        PIC 9(7)V99.
       01  WS-PRETAX-FED        PIC 9(7)V99.
       01  WS-PRETAX-FICA       PIC 9(7)V99.
       01  WS-PAY-METHOD        PIC X VALUE 'A'.
       01  WS-NEXT-CHECK-NO     PIC 9(8) VALUE 0.
       01  WS-DEDMAST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DED-EOF           PIC X VALUE 'N'.
       01  WS-DED-COUNT         PIC 9(3) VALUE 0.
       01  WS-DED-SUB           PIC 9(3) VALUE 0.
       01  WS-DED-SUB2          PIC 9(3) VALUE 0.
       01  WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 200 TIMES.
              10 WS-DED-EMP-ID   PIC X(5).
              10 WS-DED-CODE     PIC X(3).
              10 WS-DED-TYPE     PIC X(1).
              10 WS-DED-GARNISH  PIC X(1).
              10 WS-DED-PRIORITY PIC 9(2).
              10 WS-DED-AMOUNT   PIC 9(5)V99.
              10 WS-DED-PERCENT  PIC 9V9999.
              10 WS-DED-GOAL     PIC 9(7)V99.
              10 WS-DED-TAKEN    PIC 9(7)V99.
              10 WS-DED-ARREARS  PIC 9(7)V99.
              10 WS-DED-TAX-TREAT PIC X(1).
       01  WS-DED-RUN-TABLE.
           05 WS-DED-RUN-TAKE   PIC 9(7)V99 OCCURS 200 TIMES.
       01  WS-DED-HOLD-ENTRY    PIC X(52).
       01  WS-DED-HOLD-TAKE     PIC 9(7)V99.
       01  WS-DED-PASS          PIC X VALUE 'A'.
       01  WS-DED-REQUESTED     PIC 9(7)V99.
       01  WS-DED-GOAL-ROOM     PIC S9(7)V99.
       01  WS-DED-AVAIL         PIC S9(7)V99.
       01  WS-DED-TAKE          PIC 9(7)V99.
       01  WS-DED-SHORT         PIC 9(7)V99.
       01  WS-DED-OPEN          PIC 9(7)V99.
       01  WS-PROTECTED-AMT     PIC 9(7)V99.
       01  WS-TAXRATE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-TAXRATE-EOF       PIC X VALUE 'N'.
       01  WS-TR-COUNT          PIC 9(3) VALUE 0.
       01  WS-TR-SUB            PIC 9(3) VALUE 0.
       01  WS-TR-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 20 TIMES.
              10 WS-TR-EFF-DATE PIC X(8).
              10 FILLER         PIC X(92).
       01  WS-CUR-TAX-RATES.
           05 WS-TR-EFFECTIVE-DATE PIC X(8).
           05 WS-TR-EXEMPTION-AMT PIC 9(3)V99.
           05 WS-TR-FICA-RATE   PIC V9999.
           05 WS-TR-FICA-WAGE-BASE PIC 9(7)V99.
           05 WS-TR-M-LIMIT-1   PIC 9(5)V99.
           05 WS-TR-M-RATE-1    PIC V999.
           05 WS-TR-M-LIMIT-2   PIC 9(5)V99.
           05 WS-TR-M-RATE-2    PIC V999.
           05 WS-TR-M-BASE-2    PIC 9(5)V99.
           05 WS-TR-M-RATE-3    PIC V999.
           05 WS-TR-M-BASE-3    PIC 9(5)V99.
           05 WS-TR-S-LIMIT-1   PIC 9(5)V99.
           05 WS-TR-S-RATE-1    PIC V999.
           05 WS-TR-S-LIMIT-2   PIC 9(5)V99.
           05 WS-TR-S-RATE-2    PIC V999.
           05 WS-TR-S-BASE-2    PIC 9(5)V99.
           05 WS-TR-S-RATE-3    PIC V999.
           05 WS-TR-S-BASE-3    PIC 9(5)V99.
       01  WS-STATETAX-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-STATETAX-EOF      PIC X VALUE 'N'.
       01  WS-ST-COUNT          PIC 9(3) VALUE 0.
       01  WS-ST-SUB            PIC 9(3) VALUE 0.
       01  WS-ST-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-STATE-LOOKUP      PIC X(2) VALUE SPACES.
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 60 TIMES.
              10 WS-ST-STATE    PIC X(2).
              10 WS-ST-EFF-DATE PIC X(8).
              10 FILLER         PIC X(87).
       01  WS-CUR-STATE-RATES.
           05 WS-SR-STATE-CODE  PIC X(2).
           05 WS-SR-EFFECTIVE-DATE PIC X(8).
           05 WS-SR-ALLOWANCE-AMT PIC 9(3)V99.
           05 WS-SR-GL-LIABILITY PIC X(8).
           05 WS-SR-M-LIMIT-1   PIC 9(5)V99.
           05 WS-SR-M-RATE-1    PIC V999.
           05 WS-SR-M-LIMIT-2   PIC 9(5)V99.
           05 WS-SR-M-RATE-2    PIC V999.
           05 WS-SR-M-BASE-2    PIC 9(5)V99.
           05 WS-SR-M-RATE-3    PIC V999.
           05 WS-SR-M-BASE-3    PIC 9(5)V99.
           05 WS-SR-S-LIMIT-1   PIC 9(5)V99.
           05 WS-SR-S-RATE-1    PIC V999.
           05 WS-SR-S-LIMIT-2   PIC 9(5)V99.
           05 WS-SR-S-RATE-2    PIC V999.
           05 WS-SR-S-BASE-2    PIC 9(5)V99.
           05 WS-SR-S-RATE-3    PIC V999.
           05 WS-SR-S-BASE-3    PIC 9(5)V99.
       01  WS-STATE-CODE        PIC X(2).
       01  WS-STATE-TAX         PIC 9(7)V99.
       01  WS-STATE-WAGES       PIC 9(7)V99.
       01  WS-STATE-TAXABLE     PIC S9(7)V99.
       01  WS-GL-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-GL-TOT-DEBITS     PIC S9(9)V99 VALUE 0.
       01  WS-GL-TOT-CREDITS    PIC S9(9)V99 VALUE 0.
       01  WS-GL-ACCOUNT        PIC X(8).
       01  WS-GL-DESC           PIC X(20).
       01  WS-GL-DEBIT          PIC S9(9)V99 VALUE 0.
       01  WS-GL-CREDIT         PIC S9(9)V99 VALUE 0.
       01  WS-GL-EXPENSE-ACCT   PIC X(8).
       01  WS-GL-LIABILITY-ACCT PIC X(8).
       01  WS-DEPTREF-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DEPTREF-EOF       PIC X VALUE 'N'.
       01  WS-DR-COUNT          PIC 9(3) VALUE 0.
       01  WS-DR-SUB            PIC 9(3) VALUE 0.
       01  WS-DR-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-DEPT-LOOKUP       PIC X(4) VALUE SPACES.
       01  WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 100 TIMES.
              10 WS-DR-CODE     PIC X(4).
              10 WS-DR-DESC     PIC X(20).
              10 WS-DR-GL-EXPENSE PIC X(8).
              10 WS-DR-GL-LIABILITY PIC X(8).
              10 WS-DR-ACTIVE   PIC X(1).
       01  WS-CTL-PAID-COUNT    PIC 9(5) VALUE 0.
       01  WS-CTL-WAGES         PIC 9(9)V99 VALUE 0.
       01  WS-CTL-VAC-HOURS     PIC 9(7)V99 VALUE 0.
       01  WS-CTL-VAC-PAYOUT    PIC 9(9)V99 VALUE 0.
       01  WS-CTL-SICK-HOURS    PIC 9(7)V99 VALUE 0.
       01  WS-CTL-GROSS         PIC 9(9)V99 VALUE 0.
       01  WS-CTL-TAX           PIC 9(9)V99 VALUE 0.
       01  WS-CTL-DEDUCT        PIC 9(9)V99 VALUE 0.
       01  WS-CTL-NET           PIC 9(9)V99 VALUE 0.
       01  WS-CTL-ACH-COUNT     PIC 9(5) VALUE 0.
       01  WS-CTL-ACH-AMOUNT    PIC 9(9)V99 VALUE 0.
       01  WS-CTL-CHECK-COUNT   PIC 9(5) VALUE 0.
       01  WS-CTL-CHECK-AMOUNT  PIC 9(9)V99 VALUE 0.
       01  WS-CTL-OPEN-BALANCE  PIC 9(9)V99 VALUE 0.
       01  WS-CTL-REJ-COUNT     PIC 9(5) VALUE 0.
       01  WS-CK-DOLLARS        PIC 9(5) VALUE 0.
       01  WS-CK-CENTS          PIC 9(2) VALUE 0.
       01  WS-CK-THOUSANDS      PIC 9(2) VALUE 0.
       01  WS-CK-GROUP          PIC 9(3) VALUE 0.
       01  WS-CK-UNITS-GROUP    PIC 9(3) VALUE 0.
       01  WS-CK-GRP-HUND       PIC 9(1) VALUE 0.
       01  WS-CK-GRP-REM        PIC 9(2) VALUE 0.
       01  WS-CK-TENS-DIGIT     PIC 9(1) VALUE 0.
       01  WS-CK-UNIT-DIGIT     PIC 9(2) VALUE 0.
       01  WS-CK-DIGIT          PIC 9(2) VALUE 0.
       01  WS-CK-CENTS-D        PIC 99.
       01  WS-AMT-WORDS         PIC X(90) VALUE SPACES.
       01  WS-WORDS-PTR         PIC 9(3) VALUE 1.
       01  WS-CHECK-RULE        PIC X(100) VALUE ALL '='.
       01  WS-CHECK-HDR-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'CHECK NO: '.
           05 WS-CHK-NO-D       PIC 9(8).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE 'DATE: '.
           05 WS-CHK-DATE-D     PIC X(8).
       01  WS-CHECK-PAYEE-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE
               'PAY TO THE ORDER OF: '.
           05 WS-CHK-PAYEE-D    PIC X(20).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-CHK-AMOUNT-D   PIC $$$,$$9.99.
       01  WS-CHECK-WORDS-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-CHK-WORDS-D    PIC X(90).
       01  WS-CHECK-EMPID-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE 'EMP ID: '.
           05 WS-CHK-EMPID-D    PIC X(5).
       01  WS-REGISTER-HEADER.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'FINAL PAY CHECK REGISTER'.
           05 FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05 WS-REG-RUN-DATE   PIC X(8).
       01  WS-REGISTER-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-REG-CHECK-NO   PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-REG-EMP-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-REG-EMP-NAME   PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-REG-AMOUNT     PIC $ZZZ,ZZ9.99.
       01  WS-FINAL-HEADER.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'TERMINATION FINAL PAY REGISTER'.
           05 FILLER            PIC X(10) VALUE '  PERIOD: '.
           05 WS-HDR-PERIOD     PIC ZZ9.
           05 FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05 WS-HDR-RUN-DATE   PIC X(8).
           05 FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05 WS-HDR-PAY-GROUP  PIC X(2).
       01  WS-FINAL-WINDOW-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(33) VALUE
               'TERMINATIONS ON OR AFTER:'.
           05 WS-HDR-WINDOW     PIC X(8).
       01  WS-FINAL-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE 'ID'.
           05 FILLER            PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER            PIC X(10) VALUE 'TERM DATE'.
           05 FILLER            PIC X(6) VALUE 'DAYS'.
           05 FILLER            PIC X(3) VALUE 'PT'.
           05 FILLER            PIC X(11) VALUE 'FINAL WAGE'.
           05 FILLER            PIC X(7) VALUE 'VAC HR'.
           05 FILLER            PIC X(11) VALUE 'VAC PAYOUT'.
           05 FILLER            PIC X(12) VALUE 'GROSS'.
           05 FILLER            PIC X(11) VALUE 'TAXES'.
           05 FILLER            PIC X(11) VALUE 'DEDUCTS'.
           05 FILLER            PIC X(13) VALUE 'NET'.
           05 FILLER            PIC X(20) VALUE 'PAID BY'.
       01  WS-FINAL-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-DET-EMP-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-EMP-NAME   PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-TERM-DATE  PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-DAYS       PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-PAY-TYPE   PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-WAGES      PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-VAC-HOURS  PIC ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-VAC-PAYOUT PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-GROSS      PIC $ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-TAX        PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-DEDUCT     PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-NET        PIC $ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-PAID-BY    PIC X(30).
       01  WS-FINAL-HOURS-LINE.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'REG HOURS:'.
           05 WS-HRS-REG-D      PIC ZZ9.99.
           05 FILLER            PIC X(12) VALUE '  OT HOURS:'.
           05 WS-HRS-OT-D       PIC ZZ9.99.
           05 FILLER            PIC X(22) VALUE
               '  SICK HRS FORFEITED:'.
           05 WS-HRS-SICK-D     PIC ZZ9.99.
           05 FILLER            PIC X(9) VALUE '  STATE:'.
           05 WS-HRS-STATE-D    PIC X(2).
           05 FILLER            PIC X(13) VALUE '  STATE TAX:'.
           05 WS-HRS-STATE-TAX-D PIC $ZZ,ZZ9.99.
       01  WS-FINAL-DED-LINE.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'DEDUCTION '.
           05 WS-FDL-CODE       PIC X(3).
           05 FILLER            PIC X(9) VALUE '  TAKEN:'.
           05 WS-FDL-TAKEN      PIC $ZZZ,ZZ9.99.
           05 FILLER            PIC X(16) VALUE '  BALANCE OPEN:'.
           05 WS-FDL-OPEN       PIC $Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FDL-REMARK     PIC X(30).
       01  WS-REJECT-HDR.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
               'FINAL PAY TRANSACTIONS NOT APPLIED'.
       01  WS-REJECT-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-REJ-EMP-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-REJ-REASON     PIC X(30).
       01  WS-FINAL-TRAILER.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'FINAL PAY CONTROL TOTALS'.
       01  WS-TRAILER-COUNT.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRL-LABEL      PIC X(30).
           05 WS-TRL-COUNT-D    PIC ZZZZ9.
       01  WS-TRAILER-AMOUNT.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRA-LABEL      PIC X(30).
           05 WS-TRA-AMOUNT-D   PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-HOURS.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRH-LABEL      PIC X(30).
           05 WS-TRH-HOURS-D    PIC Z,ZZZ,ZZ9.99.
       01  WS-TRAILER-METHOD.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRM-LABEL      PIC X(30).
           05 WS-TRM-COUNT-D    PIC ZZZZ9.
           05 FILLER            PIC X(9) VALUE '  TOTAL:'.
           05 WS-TRM-AMOUNT-D   PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNOFF-LINE-1.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(18) VALUE 'HR APPROVAL:'.
           05 FILLER            PIC X(30) VALUE ALL '_'.
           05 FILLER            PIC X(8) VALUE '  DATE: '.
           05 FILLER            PIC X(10) VALUE ALL '_'.
       01  WS-SIGNOFF-LINE-2.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(18) VALUE 'PAYROLL APPROVAL:'.
           05 FILLER            PIC X(30) VALUE ALL '_'.
           05 FILLER            PIC X(8) VALUE '  DATE: '.
           05 FILLER            PIC X(10) VALUE ALL '_'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS UNTIL WS-EOF = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "PAY-GROUP"
           MOVE WS-RUN-DATE TO WS-WD-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1020-LOAD-PAY-CALENDAR
           PERFORM 1030-LOAD-TAX-RATES
           PERFORM 1080-LOAD-STATE-TAX-RATES
           PERFORM 1050-LOAD-DEPT-TABLE
           PERFORM 1070-LOAD-DEDUCTION-MASTER
           PERFORM 1095-READ-CHECK-CONTROL
           PERFORM 1200-LOAD-FINAL-TRANS
           OPEN EXTEND DISBURSEMENT-FILE
           IF WS-DISB-FILE-STATUS = '35'
               OPEN OUTPUT DISBURSEMENT-FILE
           END-IF
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS = '35'
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           PERFORM 1060-WRITE-GL-HEADER
           OPEN EXTEND CHECK-PRINT-FILE
           IF WS-CHECKS-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHECKREG-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           OPEN EXTEND CHECK-ISSUE-FILE
           IF WS-CHKISSUE-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF
           OPEN I-O PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS = '35'
               OPEN OUTPUT PAYROLL-HISTORY-FILE
               CLOSE PAYROLL-HISTORY-FILE
               OPEN I-O PAYROLL-HISTORY-FILE
           END-IF
           PERFORM 1010-OPEN-EMPLOYEE-MASTER
           PERFORM 1300-BUILD-FINAL-PAY-LIST
           OPEN OUTPUT FINAL-REGISTER-FILE
           MOVE WS-CUR-PERIOD TO WS-HDR-PERIOD
           MOVE WS-PAY-GROUP TO WS-HDR-PAY-GROUP
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-WINDOW-START TO WS-HDR-WINDOW
           WRITE FINAL-REGISTER-LINE FROM WS-FINAL-HEADER
           WRITE FINAL-REGISTER-LINE FROM WS-FINAL-WINDOW-LINE
           WRITE FINAL-REGISTER-LINE FROM SPACES
           WRITE FINAL-REGISTER-LINE FROM WS-FINAL-TITLE
           WRITE FINAL-REGISTER-LINE FROM SPACES
           MOVE WS-RUN-DATE TO WS-REG-RUN-DATE
           WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE CHECK-REGISTER-LINE FROM SPACES
           MOVE 0 TO WS-FE-SUB
           IF WS-FE-COUNT = 0
               MOVE 'Y' TO WS-EOF
           END-IF.

       1010-OPEN-EMPLOYEE-MASTER.
           OPEN I-O EMPLOYEE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'FINALPAY: EMPLOYEE MASTER NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1020-LOAD-PAY-CALENDAR.
           MOVE 'N' TO WS-PERIOD-FOUND
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYCAL-FILE-STATUS NOT = '00'
               DISPLAY 'FINALPAY: PAY PERIOD CALENDAR NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PAYCAL-EOF
           READ PAY-PERIOD-FILE
               AT END MOVE 'Y' TO WS-PAYCAL-EOF
           END-READ
           PERFORM UNTIL WS-PAYCAL-EOF = 'Y'
               IF PP-PAY-GROUP = WS-PAY-GROUP
                   PERFORM 1022-APPLY-PERIOD
               END-IF
               READ PAY-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-PAYCAL-EOF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE
           IF WS-PERIOD-FOUND = 'N'
               DISPLAY 'FINALPAY: NO PAY PERIOD COVERS RUN DATE '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-END = SPACES
               MOVE WS-FIRST-START TO WS-WINDOW-START
               MOVE WS-FIRST-START TO WS-WD-DATE
               COMPUTE WS-PAID-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WD-DATE) - 1
               MOVE WS-CUR-START TO WS-WD-DATE
               COMPUTE WS-WD-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
               MOVE WS-CUR-END TO WS-WD-DATE
               COMPUTE WS-WD-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
           ELSE
               MOVE WS-LAST-START TO WS-WINDOW-START
               MOVE WS-LAST-END TO WS-WD-DATE
               COMPUTE WS-PAID-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
               MOVE WS-LAST-START TO WS-WD-DATE
               COMPUTE WS-WD-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
               MOVE WS-PAID-THRU-INT TO WS-WD-TO-INT
           END-IF
           PERFORM 1025-SET-PERIOD-FREQUENCY.

       1022-APPLY-PERIOD.
           IF PP-START-DATE <= WS-RUN-DATE
                   AND PP-END-DATE >= WS-RUN-DATE
               MOVE PP-NUMBER TO WS-CUR-PERIOD
               MOVE PP-START-DATE TO WS-CUR-START
               MOVE PP-END-DATE TO WS-CUR-END
               MOVE PP-FREQUENCY TO WS-CUR-FREQ
               MOVE 'Y' TO WS-PERIOD-FOUND
           END-IF
           IF WS-FIRST-START = SPACES
                   OR PP-START-DATE < WS-FIRST-START
               MOVE PP-START-DATE TO WS-FIRST-START
           END-IF
           IF PP-STATUS = 'C'
               IF WS-LAST-END = SPACES
                       OR PP-END-DATE > WS-LAST-END
                   MOVE PP-START-DATE TO WS-LAST-START
                   MOVE PP-END-DATE TO WS-LAST-END
               END-IF
           END-IF.

       1025-SET-PERIOD-FREQUENCY.
           PERFORM 2120-COUNT-WORK-DAYS
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

       1030-LOAD-TAX-RATES.
           MOVE 0 TO WS-TR-COUNT
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-FILE-STATUS NOT = '00'
               DISPLAY 'FINALPAY: TAX RATE TABLE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-TAXRATE-EOF
           READ TAX-RATE-FILE
               AT END MOVE 'Y' TO WS-TAXRATE-EOF
           END-READ
           PERFORM UNTIL WS-TAXRATE-EOF = 'Y'
                   OR WS-TR-COUNT >= 20
               ADD 1 TO WS-TR-COUNT
               MOVE TAX-RATE-RECORD TO WS-TR-ENTRY(WS-TR-COUNT)
               READ TAX-RATE-FILE
                   AT END MOVE 'Y' TO WS-TAXRATE-EOF
               END-READ
           END-PERFORM
           IF WS-TAXRATE-EOF NOT = 'Y'
               DISPLAY 'FINALPAY: TAX RATE FILE EXCEEDS TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TAX-RATE-FILE
           PERFORM 1040-SELECT-EFFECTIVE-RATES.

       1040-SELECT-EFFECTIVE-RATES.
           MOVE 0 TO WS-TR-FOUND-SUB
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-COUNT
               IF WS-TR-EFF-DATE(WS-TR-SUB) <= WS-RUN-DATE
                   IF WS-TR-FOUND-SUB = 0
                           OR WS-TR-EFF-DATE(WS-TR-SUB)
                           > WS-TR-EFF-DATE(WS-TR-FOUND-SUB)
                       MOVE WS-TR-SUB TO WS-TR-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TR-FOUND-SUB = 0
               DISPLAY 'FINALPAY: NO TAX RATES EFFECTIVE FOR RUN DATE '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TR-ENTRY(WS-TR-FOUND-SUB) TO WS-CUR-TAX-RATES
           MOVE WS-TR-FICA-RATE TO WS-FICA-RATE
           MOVE WS-TR-FICA-WAGE-BASE TO WS-FICA-WAGE-BASE.

       1050-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DR-COUNT
           OPEN INPUT DEPT-REFERENCE-FILE
           IF WS-DEPTREF-FILE-STATUS NOT = '00'
               DISPLAY 'FINALPAY: DEPARTMENT TABLE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-DEPTREF-EOF
           READ DEPT-REFERENCE-FILE
               AT END MOVE 'Y' TO WS-DEPTREF-EOF
           END-READ
           PERFORM UNTIL WS-DEPTREF-EOF = 'Y'
                   OR WS-DR-COUNT >= 100
               ADD 1 TO WS-DR-COUNT
               MOVE DEPT-REFERENCE-RECORD
                   TO WS-DR-ENTRY(WS-DR-COUNT)
               READ DEPT-REFERENCE-FILE
                   AT END MOVE 'Y' TO WS-DEPTREF-EOF
               END-READ
           END-PERFORM
           IF WS-DEPTREF-EOF NOT = 'Y'
               DISPLAY 'FINALPAY: DEPARTMENT FILE EXCEEDS TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DEPT-REFERENCE-FILE.

       1055-LOOKUP-DEPT.
           MOVE 0 TO WS-DR-FOUND-SUB
           PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                   UNTIL WS-DR-SUB > WS-DR-COUNT
               IF WS-DR-CODE(WS-DR-SUB) = WS-DEPT-LOOKUP
                   MOVE WS-DR-SUB TO WS-DR-FOUND-SUB
               END-IF
           END-PERFORM.

       1060-WRITE-GL-HEADER.
           MOVE 'H' TO GLI-REC-TYPE
           MOVE 'FINALPAY' TO GLI-SOURCE
           MOVE WS-CUR-PERIOD TO GLI-PERIOD
           MOVE SPACES TO GLI-DETAIL
           MOVE WS-RUN-DATE TO GLI-RUN-DATE
           WRITE GL-INTERFACE-RECORD.

       1070-LOAD-DEDUCTION-MASTER.
           MOVE 0 TO WS-DED-COUNT
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF WS-DEDMAST-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-DED-EOF
               READ DEDUCTION-MASTER-FILE
                   AT END MOVE 'Y' TO WS-DED-EOF
               END-READ
               PERFORM UNTIL WS-DED-EOF = 'Y'
                       OR WS-DED-COUNT >= 200
                   ADD 1 TO WS-DED-COUNT
                   MOVE DEDUCTION-MASTER-RECORD
                       TO WS-DED-ENTRY(WS-DED-COUNT)
                   IF WS-DED-TAX-TREAT(WS-DED-COUNT) = SPACES
                       MOVE 'N' TO WS-DED-TAX-TREAT(WS-DED-COUNT)
                   END-IF
                   MOVE 0 TO WS-DED-RUN-TAKE(WS-DED-COUNT)
                   READ DEDUCTION-MASTER-FILE
                       AT END MOVE 'Y' TO WS-DED-EOF
                   END-READ
               END-PERFORM
               IF WS-DED-EOF NOT = 'Y'
                   DISPLAY 'FINALPAY: DEDUCTION MASTER EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE DEDUCTION-MASTER-FILE
               PERFORM 1075-SORT-DEDUCTION-TABLE
           END-IF.

       1075-SORT-DEDUCTION-TABLE.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB >= WS-DED-COUNT
               PERFORM VARYING WS-DED-SUB2 FROM 1 BY 1
                       UNTIL WS-DED-SUB2 > WS-DED-COUNT - WS-DED-SUB
                   IF WS-DED-EMP-ID(WS-DED-SUB2)
                           > WS-DED-EMP-ID(WS-DED-SUB2 + 1)
                       OR (WS-DED-EMP-ID(WS-DED-SUB2)
                           = WS-DED-EMP-ID(WS-DED-SUB2 + 1)
                       AND WS-DED-PRIORITY(WS-DED-SUB2)
                           > WS-DED-PRIORITY(WS-DED-SUB2 + 1))
                       MOVE WS-DED-ENTRY(WS-DED-SUB2)
                           TO WS-DED-HOLD-ENTRY
                       MOVE WS-DED-ENTRY(WS-DED-SUB2 + 1)
                           TO WS-DED-ENTRY(WS-DED-SUB2)
                       MOVE WS-DED-HOLD-ENTRY
                           TO WS-DED-ENTRY(WS-DED-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1080-LOAD-STATE-TAX-RATES.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STATE-TAX-FILE
           IF WS-STATETAX-FILE-STATUS NOT = '00'
               DISPLAY 'FINALPAY: STATE TAX TABLE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STATETAX-EOF
           READ STATE-TAX-FILE
               AT END MOVE 'Y' TO WS-STATETAX-EOF
           END-READ
           PERFORM UNTIL WS-STATETAX-EOF = 'Y'
               IF SR-EFFECTIVE-DATE <= WS-RUN-DATE
                   PERFORM 1085-SELECT-STATE-RATES
               END-IF
               READ STATE-TAX-FILE
                   AT END MOVE 'Y' TO WS-STATETAX-EOF
               END-READ
           END-PERFORM
           CLOSE STATE-TAX-FILE.

       1085-SELECT-STATE-RATES.
           MOVE SR-STATE-CODE TO WS-STATE-LOOKUP
           PERFORM 1090-LOOKUP-STATE
           IF WS-ST-FOUND-SUB = 0
               IF WS-ST-COUNT >= 60
                   DISPLAY 'FINALPAY: STATE TAX FILE EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE STATE-TAX-RECORD TO WS-ST-ENTRY(WS-ST-COUNT)
           ELSE
               IF SR-EFFECTIVE-DATE > WS-ST-EFF-DATE(WS-ST-FOUND-SUB)
                   MOVE STATE-TAX-RECORD
                       TO WS-ST-ENTRY(WS-ST-FOUND-SUB)
               END-IF
           END-IF.

       1090-LOOKUP-STATE.
           MOVE 0 TO WS-ST-FOUND-SUB
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-STATE(WS-ST-SUB) = WS-STATE-LOOKUP
                   MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
               END-IF
           END-PERFORM.

       1095-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-NUMBER-CONTROL
           IF WS-CHECKNO-FILE-STATUS = '35'
               MOVE 100001 TO WS-NEXT-CHECK-NO
           ELSE
               READ CHECK-NUMBER-CONTROL
                   AT END
                       MOVE 100001 TO WS-NEXT-CHECK-NO
                   NOT AT END
                       MOVE CKC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-NUMBER-CONTROL
           END-IF.

       1200-LOAD-FINAL-TRANS.
           MOVE 0 TO WS-FT-COUNT
           OPEN INPUT FINAL-TRANS-FILE
           IF WS-TXN-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-TXN-EOF
               READ FINAL-TRANS-FILE
                   AT END MOVE 'Y' TO WS-TXN-EOF
               END-READ
               PERFORM UNTIL WS-TXN-EOF = 'Y'
                       OR WS-FT-COUNT >= 500
                   ADD 1 TO WS-FT-COUNT
                   PERFORM 1210-EDIT-FINAL-TRANS
                   READ FINAL-TRANS-FILE
                       AT END MOVE 'Y' TO WS-TXN-EOF
                   END-READ
               END-PERFORM
               IF WS-TXN-EOF NOT = 'Y'
                   DISPLAY 'FINALPAY: TRANSACTION FILE EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE FINAL-TRANS-FILE
           END-IF.

       1210-EDIT-FINAL-TRANS.
           MOVE FPT-EMP-ID TO WS-FT-EMP-ID(WS-FT-COUNT)
           MOVE 0 TO WS-FT-REG-HOURS(WS-FT-COUNT)
           MOVE 0 TO WS-FT-OT-HOURS(WS-FT-COUNT)
           MOVE SPACES TO WS-FT-STATUS(WS-FT-COUNT)
           MOVE SPACES TO WS-FT-REASON(WS-FT-COUNT)
           IF FPT-REG-HOURS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FPT-REG-HOURS-X) NOT = 0
                   MOVE 'R' TO WS-FT-STATUS(WS-FT-COUNT)
                   MOVE 'NON-NUMERIC REGULAR HOURS'
                       TO WS-FT-REASON(WS-FT-COUNT)
               ELSE
                   MOVE FUNCTION NUMVAL(FPT-REG-HOURS-X)
                       TO WS-NUMVAL-WORK
                   IF WS-NUMVAL-WORK < 0 OR WS-NUMVAL-WORK > 999.99
                       MOVE 'R' TO WS-FT-STATUS(WS-FT-COUNT)
                       MOVE 'REGULAR HOURS OUT OF RANGE'
                           TO WS-FT-REASON(WS-FT-COUNT)
                   ELSE
                       MOVE WS-NUMVAL-WORK
                           TO WS-FT-REG-HOURS(WS-FT-COUNT)
                   END-IF
               END-IF
           END-IF
           IF WS-FT-STATUS(WS-FT-COUNT) = SPACES
                   AND FPT-OT-HOURS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FPT-OT-HOURS-X) NOT = 0
                   MOVE 'R' TO WS-FT-STATUS(WS-FT-COUNT)
                   MOVE 'NON-NUMERIC OVERTIME HOURS'
                       TO WS-FT-REASON(WS-FT-COUNT)
               ELSE
                   MOVE FUNCTION NUMVAL(FPT-OT-HOURS-X)
                       TO WS-NUMVAL-WORK
                   IF WS-NUMVAL-WORK < 0 OR WS-NUMVAL-WORK > 999.99
                       MOVE 'R' TO WS-FT-STATUS(WS-FT-COUNT)
                       MOVE 'OVERTIME HOURS OUT OF RANGE'
                           TO WS-FT-REASON(WS-FT-COUNT)
                   ELSE
                       MOVE WS-NUMVAL-WORK
                           TO WS-FT-OT-HOURS(WS-FT-COUNT)
                   END-IF
               END-IF
           END-IF.

       1300-BUILD-FINAL-PAY-LIST.
           MOVE 0 TO WS-FE-COUNT
           MOVE 'N' TO WS-MAST-EOF
           MOVE LOW-VALUES TO MAST-EMP-ID
           START EMPLOYEE-MASTER KEY >= MAST-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-MAST-EOF
           END-START
           IF WS-MAST-EOF NOT = 'Y'
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WS-MAST-EOF
               END-READ
           END-IF
           PERFORM UNTIL WS-MAST-EOF = 'Y'
               IF MAST-STATUS = 'T'
                       AND MAST-TERM-DATE NOT = SPACES
                       AND MAST-TERM-DATE <= WS-RUN-DATE
                   IF MAST-PAY-GROUP = WS-PAY-GROUP
                       PERFORM 1310-CHECK-FINAL-CANDIDATE
                   ELSE
                       PERFORM 1325-MARK-OTHER-GROUP-TRANS
                   END-IF
               END-IF
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WS-MAST-EOF
               END-READ
           END-PERFORM.

       1310-CHECK-FINAL-CANDIDATE.
           PERFORM 1320-FIND-FINAL-TRANS
           IF MAST-TERM-DATE >= WS-WINDOW-START
                   OR WS-FT-FOUND-SUB > 0
               PERFORM 1330-CHECK-FINAL-PAY-ISSUED
               IF WS-FINAL-ISSUED = 'Y'
                   IF WS-FT-FOUND-SUB > 0
                       MOVE 'R' TO WS-FT-STATUS(WS-FT-FOUND-SUB)
                       MOVE 'FINAL PAY ALREADY ISSUED'
                           TO WS-FT-REASON(WS-FT-FOUND-SUB)
                   END-IF
               ELSE
                   IF WS-FE-COUNT >= 500
                       DISPLAY 'FINALPAY: TERMINATIONS EXCEED TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FE-COUNT
                   MOVE MAST-EMP-ID TO WS-FE-EMP-ID(WS-FE-COUNT)
                   MOVE WS-FT-FOUND-SUB TO WS-FE-TXN-SUB(WS-FE-COUNT)
                   IF WS-FT-FOUND-SUB > 0
                       MOVE 'U' TO WS-FT-STATUS(WS-FT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       1320-FIND-FINAL-TRANS.
           MOVE 0 TO WS-FT-FOUND-SUB
           PERFORM VARYING WS-FT-SUB FROM 1 BY 1
                   UNTIL WS-FT-SUB > WS-FT-COUNT
               IF WS-FT-EMP-ID(WS-FT-SUB) = MAST-EMP-ID
                       AND WS-FT-STATUS(WS-FT-SUB) = SPACES
                       AND WS-FT-FOUND-SUB = 0
                   MOVE WS-FT-SUB TO WS-FT-FOUND-SUB
               END-IF
           END-PERFORM.

       1325-MARK-OTHER-GROUP-TRANS.
           PERFORM VARYING WS-FT-SUB FROM 1 BY 1
                   UNTIL WS-FT-SUB > WS-FT-COUNT
               IF WS-FT-EMP-ID(WS-FT-SUB) = MAST-EMP-ID
                       AND WS-FT-STATUS(WS-FT-SUB) = SPACES
                   MOVE 'G' TO WS-FT-STATUS(WS-FT-SUB)
               END-IF
           END-PERFORM.

       1330-CHECK-FINAL-PAY-ISSUED.
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

       1700-RECORD-RUN-START.
           PERFORM 1710-LOAD-RUN-CONTROL
           PERFORM 1715-FIND-RUN-ENTRY
           IF WS-RC-FOUND-SUB = 0
               PERFORM 1718-ADD-RUN-ENTRY
           END-IF
           MOVE WS-RUN-DATE TO WS-RC-DATE(WS-RC-FOUND-SUB)
           MOVE WS-RUN-TIME TO WS-RC-START(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'S' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE 0 TO WS-RC-EXC(WS-RC-FOUND-SUB)
           PERFORM 1720-REWRITE-RUN-CONTROL.

       1710-LOAD-RUN-CONTROL.
           MOVE 0 TO WS-RC-COUNT
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF
               END-READ
               PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                       OR WS-RC-COUNT >= 50
                   ADD 1 TO WS-RC-COUNT
                   MOVE RUN-CONTROL-RECORD
                       TO WS-RC-ENTRY(WS-RC-COUNT)
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-RUNCTL-EOF
                   END-READ
               END-PERFORM
               IF WS-RUNCTL-EOF NOT = 'Y'
                   DISPLAY 'FINALPAY: RUN CONTROL EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1715-FIND-RUN-ENTRY.
           MOVE 0 TO WS-RC-FOUND-SUB
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-JOB(WS-RC-SUB) = WS-RC-JOB-NAME
                       AND WS-RC-GROUP(WS-RC-SUB) = WS-PAY-GROUP
                   MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
               END-IF
           END-PERFORM.

       1718-ADD-RUN-ENTRY.
           IF WS-RC-COUNT >= 50
               DISPLAY 'FINALPAY: RUN CONTROL TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RC-COUNT
           MOVE WS-RC-COUNT TO WS-RC-FOUND-SUB
           MOVE WS-RC-JOB-NAME TO WS-RC-JOB(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-DATE(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-START(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'S' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE 0 TO WS-RC-EXC(WS-RC-FOUND-SUB)
           MOVE WS-PAY-GROUP TO WS-RC-GROUP(WS-RC-FOUND-SUB).

       1720-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               MOVE WS-RC-ENTRY(WS-RC-SUB) TO RUN-CONTROL-RECORD
               WRITE RUN-CONTROL-RECORD
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       2000-PROCESS.
           ADD 1 TO WS-FE-SUB
           MOVE 'Y' TO WS-EMP-VALID
           MOVE SPACES TO WS-EMP-REASON
           MOVE 0 TO WS-REG-HOURS
           MOVE 0 TO WS-OT-HOURS
           MOVE 0 TO WS-EMP-DAYS
           MOVE 0 TO WS-FINAL-WAGES
           MOVE 0 TO WS-VAC-HOURS
           MOVE 0 TO WS-SICK-HOURS
           MOVE 0 TO WS-VAC-PAYOUT
           MOVE 0 TO WS-GROSS-PAY
           MOVE 0 TO WS-FED-TAX
           MOVE 0 TO WS-FICA-TAX
           MOVE 0 TO WS-STATE-TAX
           MOVE 0 TO WS-STATE-WAGES
           MOVE 0 TO WS-TOT-DEDUCT
           MOVE 0 TO WS-NET-PAY
           MOVE SPACES TO WS-STATE-CODE
           MOVE WS-FE-EMP-ID(WS-FE-SUB) TO MAST-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-VALID
                   MOVE 'EMPLOYEE NOT FOUND' TO WS-EMP-REASON
           END-READ
           IF WS-EMP-VALID = 'Y'
               MOVE 0 TO WS-ST-FOUND-SUB
               MOVE MAST-WORK-STATE TO WS-STATE-CODE
               IF WS-STATE-CODE NOT = SPACES
                   MOVE WS-STATE-CODE TO WS-STATE-LOOKUP
                   PERFORM 1090-LOOKUP-STATE
                   IF WS-ST-FOUND-SUB = 0
                       MOVE 'N' TO WS-EMP-VALID
                       MOVE 'NO STATE RATES FOR WORK STATE'
                           TO WS-EMP-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-EMP-VALID = 'Y'
               PERFORM 2100-CALC-FINAL-WAGES
               PERFORM 2150-CALC-VACATION-PAYOUT
               COMPUTE WS-GROSS-PAY = WS-FINAL-WAGES + WS-VAC-PAYOUT
               PERFORM 2200-CALC-TAXES-AND-DEDUCTIONS
               PERFORM 2300-UPDATE-MASTER
               PERFORM 2400-WRITE-DISBURSEMENT
               PERFORM 2500-WRITE-GL-FINAL-PAY
               PERFORM 2600-WRITE-HISTORY
               ADD 1 TO WS-CTL-PAID-COUNT
               ADD WS-FINAL-WAGES TO WS-CTL-WAGES
               ADD WS-VAC-HOURS TO WS-CTL-VAC-HOURS
               ADD WS-VAC-PAYOUT TO WS-CTL-VAC-PAYOUT
               ADD WS-SICK-HOURS TO WS-CTL-SICK-HOURS
               ADD WS-GROSS-PAY TO WS-CTL-GROSS
               ADD WS-FED-TAX WS-FICA-TAX WS-STATE-TAX TO WS-CTL-TAX
               ADD WS-TOT-DEDUCT TO WS-CTL-DEDUCT
               ADD WS-NET-PAY TO WS-CTL-NET
           ELSE
               ADD 1 TO WS-CTL-REJ-COUNT
               MOVE WS-EMP-REASON TO WS-DET-PAID-BY
           END-IF
           PERFORM 2700-WRITE-REGISTER-DETAIL
           IF WS-FE-SUB >= WS-FE-COUNT
               MOVE 'Y' TO WS-EOF
           END-IF.

       2100-CALC-FINAL-WAGES.
           MOVE MAST-PAY-TYPE TO WS-EMP-PAY-TYPE
           IF WS-EMP-PAY-TYPE NOT = 'S'
               MOVE 'H' TO WS-EMP-PAY-TYPE
           END-IF
           IF WS-EMP-PAY-TYPE = 'S'
               PERFORM 2110-CALC-SALARY-DAYS
           ELSE
               IF WS-FE-TXN-SUB(WS-FE-SUB) > 0
                   MOVE WS-FT-REG-HOURS(WS-FE-TXN-SUB(WS-FE-SUB))
                       TO WS-REG-HOURS
                   MOVE WS-FT-OT-HOURS(WS-FE-TXN-SUB(WS-FE-SUB))
                       TO WS-OT-HOURS
               END-IF
               COMPUTE WS-FINAL-WAGES ROUNDED =
                   WS-REG-HOURS * MAST-EMP-RATE
                   + WS-OT-HOURS * MAST-EMP-RATE * WS-OT-FACTOR
           END-IF.

       2110-CALC-SALARY-DAYS.
           COMPUTE WS-WD-FROM-INT = WS-PAID-THRU-INT + 1
           IF MAST-HIRE-DATE NOT = SPACES
               MOVE MAST-HIRE-DATE TO WS-WD-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
                       > WS-WD-FROM-INT
                   COMPUTE WS-WD-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
               END-IF
           END-IF
           MOVE MAST-TERM-DATE TO WS-WD-DATE
           COMPUTE WS-WD-TO-INT = FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
           PERFORM 2120-COUNT-WORK-DAYS
           MOVE WS-WD-COUNT TO WS-EMP-DAYS
           IF WS-EMP-DAYS > 0 AND WS-PER-WORK-DAYS > 0
               COMPUTE WS-FINAL-WAGES ROUNDED =
                   MAST-ANNUAL-SALARY / WS-PERIODS-PER-YEAR
                   * WS-EMP-DAYS / WS-PER-WORK-DAYS
               COMPUTE WS-REG-HOURS = WS-EMP-DAYS * WS-HOURS-PER-DAY
           END-IF.

       2120-COUNT-WORK-DAYS.
           MOVE 0 TO WS-WD-COUNT
           PERFORM VARYING WS-WD-DAY-INT FROM WS-WD-FROM-INT BY 1
                   UNTIL WS-WD-DAY-INT > WS-WD-TO-INT
               DIVIDE WS-WD-DAY-INT BY 7
                   GIVING WS-WD-WEEKS REMAINDER WS-WD-DOW
               IF WS-WD-DOW NOT = 0 AND WS-WD-DOW NOT = 6
                   ADD 1 TO WS-WD-COUNT
               END-IF
           END-PERFORM.

       2150-CALC-VACATION-PAYOUT.
           COMPUTE MAST-VAC-BALANCE = MAST-VAC-BALANCE
               + (WS-REG-HOURS + WS-OT-HOURS) * WS-VAC-ACCRUAL-RATE
           MOVE MAST-VAC-BALANCE TO WS-VAC-HOURS
           MOVE MAST-SICK-BALANCE TO WS-SICK-HOURS
           MOVE MAST-EMP-RATE TO WS-PAYOUT-RATE
           IF WS-EMP-PAY-TYPE = 'S' AND WS-PAYOUT-RATE = 0
               COMPUTE WS-PAYOUT-RATE ROUNDED =
                   MAST-ANNUAL-SALARY / WS-STD-HOURS-YEAR
           END-IF
           COMPUTE WS-VAC-PAYOUT ROUNDED =
               WS-VAC-HOURS * WS-PAYOUT-RATE.

       2200-CALC-TAXES-AND-DEDUCTIONS.
           MOVE 0 TO WS-TOT-DEDUCT
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-FICA
           MOVE 0 TO WS-PROTECTED-AMT
           PERFORM 2205-CALC-TAXES
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-FED-TAX - WS-FICA-TAX - WS-STATE-TAX
           MOVE 'P' TO WS-DED-PASS
           MOVE 1 TO WS-DED-SUB
           PERFORM 2260-SETTLE-ONE-DEDUCTION
               UNTIL WS-DED-SUB > WS-DED-COUNT
           PERFORM 2205-CALC-TAXES
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TOT-DEDUCT - WS-FED-TAX - WS-FICA-TAX
               - WS-STATE-TAX
           COMPUTE WS-PROTECTED-AMT =
               WS-NET-PAY * WS-GARN-PROTECT-RATE
           MOVE 'A' TO WS-DED-PASS
           MOVE 1 TO WS-DED-SUB
           PERFORM 2260-SETTLE-ONE-DEDUCTION
               UNTIL WS-DED-SUB > WS-DED-COUNT.

       2205-CALC-TAXES.
           COMPUTE WS-FED-WAGES = WS-GROSS-PAY - WS-PRETAX-FED
           COMPUTE WS-FICA-WAGES = WS-GROSS-PAY - WS-PRETAX-FICA
           COMPUTE WS-TAXABLE-PAY =
               WS-FED-WAGES - (MAST-EXEMPT * WS-TR-EXEMPTION-AMT)
           IF WS-TAXABLE-PAY < 0
               MOVE 0 TO WS-TAXABLE-PAY
           END-IF
           IF MAST-FILING-STATUS = 'M'
               PERFORM 2210-CALC-FED-TAX-MARRIED
           ELSE
               PERFORM 2220-CALC-FED-TAX-SINGLE
           END-IF
           COMPUTE WS-FICA-TAXABLE =
               WS-FICA-WAGE-BASE - YTD-FICA-WAGES
           IF WS-FICA-TAXABLE < 0
               MOVE 0 TO WS-FICA-TAXABLE
           END-IF
           IF WS-FICA-TAXABLE > WS-FICA-WAGES
               MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
           END-IF
           COMPUTE WS-FICA-TAX = WS-FICA-TAXABLE * WS-FICA-RATE
           PERFORM 2230-CALC-STATE-TAX.

       2210-CALC-FED-TAX-MARRIED.
           EVALUATE TRUE
               WHEN WS-TAXABLE-PAY <= WS-TR-M-LIMIT-1
                   COMPUTE WS-FED-TAX =
                       WS-TAXABLE-PAY * WS-TR-M-RATE-1
               WHEN WS-TAXABLE-PAY <= WS-TR-M-LIMIT-2
                   COMPUTE WS-FED-TAX = WS-TR-M-BASE-2
                       + (WS-TAXABLE-PAY - WS-TR-M-LIMIT-1)
                       * WS-TR-M-RATE-2
               WHEN OTHER
                   COMPUTE WS-FED-TAX = WS-TR-M-BASE-3
                       + (WS-TAXABLE-PAY - WS-TR-M-LIMIT-2)
                       * WS-TR-M-RATE-3
           END-EVALUATE.

       2220-CALC-FED-TAX-SINGLE.
           EVALUATE TRUE
               WHEN WS-TAXABLE-PAY <= WS-TR-S-LIMIT-1
                   COMPUTE WS-FED-TAX =
                       WS-TAXABLE-PAY * WS-TR-S-RATE-1
               WHEN WS-TAXABLE-PAY <= WS-TR-S-LIMIT-2
                   COMPUTE WS-FED-TAX = WS-TR-S-BASE-2
                       + (WS-TAXABLE-PAY - WS-TR-S-LIMIT-1)
                       * WS-TR-S-RATE-2
               WHEN OTHER
                   COMPUTE WS-FED-TAX = WS-TR-S-BASE-3
                       + (WS-TAXABLE-PAY - WS-TR-S-LIMIT-2)
                       * WS-TR-S-RATE-3
           END-EVALUATE.

       2230-CALC-STATE-TAX.
           MOVE 0 TO WS-STATE-TAX
           IF WS-ST-FOUND-SUB > 0
               MOVE WS-ST-ENTRY(WS-ST-FOUND-SUB) TO WS-CUR-STATE-RATES
               MOVE WS-FED-WAGES TO WS-STATE-WAGES
               COMPUTE WS-STATE-TAXABLE = WS-FED-WAGES
                   - (MAST-STATE-ALLOW * WS-SR-ALLOWANCE-AMT)
               IF WS-STATE-TAXABLE < 0
                   MOVE 0 TO WS-STATE-TAXABLE
               END-IF
               IF MAST-STATE-FILING = 'M'
                   PERFORM 2235-CALC-STATE-TAX-MARRIED
               ELSE
                   PERFORM 2237-CALC-STATE-TAX-SINGLE
               END-IF
           END-IF.

       2235-CALC-STATE-TAX-MARRIED.
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

       2237-CALC-STATE-TAX-SINGLE.
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

       2260-SETTLE-ONE-DEDUCTION.
           IF WS-DED-EMP-ID(WS-DED-SUB) = MAST-EMP-ID
                   AND ((WS-DED-PASS = 'P'
                   AND WS-DED-TAX-TREAT(WS-DED-SUB) NOT = 'N')
                   OR (WS-DED-PASS = 'A'
                   AND WS-DED-TAX-TREAT(WS-DED-SUB) = 'N'))
               IF WS-DED-GARNISH(WS-DED-SUB) NOT = 'Y'
                       AND WS-DED-GOAL(WS-DED-SUB) > 0
                   MOVE WS-DED-GOAL(WS-DED-SUB) TO WS-DED-REQUESTED
               ELSE
                   IF WS-DED-TYPE(WS-DED-SUB) = 'P'
                       COMPUTE WS-DED-REQUESTED =
                           WS-GROSS-PAY * WS-DED-PERCENT(WS-DED-SUB)
                   ELSE
                       MOVE WS-DED-AMOUNT(WS-DED-SUB)
                           TO WS-DED-REQUESTED
                   END-IF
                   ADD WS-DED-ARREARS(WS-DED-SUB) TO WS-DED-REQUESTED
               END-IF
               IF WS-DED-GOAL(WS-DED-SUB) > 0
                   COMPUTE WS-DED-GOAL-ROOM =
                       WS-DED-GOAL(WS-DED-SUB)
                       - WS-DED-TAKEN(WS-DED-SUB)
                   IF WS-DED-GOAL-ROOM < 0
                       MOVE 0 TO WS-DED-GOAL-ROOM
                   END-IF
                   IF WS-DED-REQUESTED > WS-DED-GOAL-ROOM
                       MOVE WS-DED-GOAL-ROOM TO WS-DED-REQUESTED
                   END-IF
               END-IF
               IF WS-DED-GARNISH(WS-DED-SUB) = 'Y'
                   COMPUTE WS-DED-AVAIL =
                       WS-NET-PAY - WS-PROTECTED-AMT
               ELSE
                   MOVE WS-NET-PAY TO WS-DED-AVAIL
               END-IF
               IF WS-DED-AVAIL < 0
                   MOVE 0 TO WS-DED-AVAIL
               END-IF
               IF WS-DED-REQUESTED > WS-DED-AVAIL
                   MOVE WS-DED-AVAIL TO WS-DED-TAKE
                   COMPUTE WS-DED-SHORT =
                       WS-DED-REQUESTED - WS-DED-AVAIL
               ELSE
                   MOVE WS-DED-REQUESTED TO WS-DED-TAKE
                   MOVE 0 TO WS-DED-SHORT
               END-IF
               MOVE WS-DED-SHORT TO WS-DED-ARREARS(WS-DED-SUB)
               ADD WS-DED-TAKE TO WS-DED-TAKEN(WS-DED-SUB)
               MOVE WS-DED-TAKE TO WS-DED-RUN-TAKE(WS-DED-SUB)
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

       2300-UPDATE-MASTER.
           ADD WS-REG-HOURS WS-OT-HOURS TO YTD-HOURS
           ADD WS-GROSS-PAY TO YTD-GROSS
           ADD WS-FED-TAX WS-FICA-TAX TO YTD-TAX
           ADD WS-FED-WAGES TO YTD-FED-WAGES
           ADD WS-FICA-WAGES TO YTD-FICA-WAGES
           IF WS-STATE-CODE NOT = SPACES
               ADD WS-STATE-WAGES TO YTD-STATE-WAGES
               ADD WS-STATE-TAX TO YTD-STATE-TAX
           END-IF
           MOVE 0 TO MAST-VAC-BALANCE
           MOVE 0 TO MAST-SICK-BALANCE
           REWRITE MASTER-RECORD.

       2400-WRITE-DISBURSEMENT.
           MOVE 'A' TO WS-PAY-METHOD
           IF MAST-ACH-HOLD = 'Y'
                   OR MAST-BANK-ROUTING = SPACES
                   OR MAST-BANK-ROUTING = ZEROES
                   OR MAST-BANK-ACCOUNT = SPACES
                   OR MAST-BANK-ACCOUNT = ZEROES
               MOVE 'C' TO WS-PAY-METHOD
           END-IF
           EVALUATE TRUE
               WHEN WS-NET-PAY = 0
                   MOVE 'NO NET PAY' TO WS-DET-PAID-BY
               WHEN WS-PAY-METHOD = 'C'
                   PERFORM 2450-WRITE-PAPER-CHECK
               WHEN OTHER
                   MOVE MAST-BANK-ROUTING TO DISB-BANK-ROUTING
                   MOVE MAST-BANK-ACCOUNT TO DISB-BANK-ACCOUNT
                   MOVE MAST-EMP-ID TO DISB-EMP-ID
                   MOVE MAST-EMP-NAME TO DISB-EMP-NAME
                   MOVE WS-NET-PAY TO DISB-NET-AMOUNT
                   MOVE WS-CUR-PERIOD TO DISB-PERIOD
                   WRITE DISBURSEMENT-RECORD
                   ADD 1 TO WS-CTL-ACH-COUNT
                   ADD WS-NET-PAY TO WS-CTL-ACH-AMOUNT
                   MOVE 'ACH DIRECT DEPOSIT' TO WS-DET-PAID-BY
           END-EVALUATE.

       2450-WRITE-PAPER-CHECK.
           PERFORM 4000-BUILD-AMOUNT-WORDS
           MOVE WS-NEXT-CHECK-NO TO WS-CHK-NO-D
           MOVE WS-RUN-DATE TO WS-CHK-DATE-D
           MOVE MAST-EMP-NAME TO WS-CHK-PAYEE-D
           MOVE WS-NET-PAY TO WS-CHK-AMOUNT-D
           MOVE WS-AMT-WORDS TO WS-CHK-WORDS-D
           MOVE MAST-EMP-ID TO WS-CHK-EMPID-D
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-RULE
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-HDR-LINE
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-PAYEE-LINE
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-WORDS-LINE
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-EMPID-LINE
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-RULE
           WRITE CHECK-PRINT-LINE FROM SPACES
           MOVE WS-NEXT-CHECK-NO TO WS-REG-CHECK-NO
           MOVE MAST-EMP-ID TO WS-REG-EMP-ID
           MOVE MAST-EMP-NAME TO WS-REG-EMP-NAME
           MOVE WS-NET-PAY TO WS-REG-AMOUNT
           WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-DETAIL
           MOVE WS-NEXT-CHECK-NO TO CKI-CHECK-NO
           MOVE MAST-EMP-ID TO CKI-EMP-ID
           MOVE MAST-EMP-NAME TO CKI-EMP-NAME
           MOVE WS-NET-PAY TO CKI-AMOUNT
           MOVE WS-RUN-DATE TO CKI-PAY-DATE
           MOVE 'O' TO CKI-STATUS
           MOVE 'N' TO CKI-PP-ISSUE-SENT
           MOVE 'N' TO CKI-PP-CANCEL-SENT
           WRITE CHECK-ISSUE-RECORD
           ADD 1 TO WS-CTL-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CTL-CHECK-AMOUNT
           MOVE SPACES TO WS-DET-PAID-BY
           STRING 'PAPER CHECK ' WS-NEXT-CHECK-NO
               DELIMITED BY SIZE INTO WS-DET-PAID-BY
           ADD 1 TO WS-NEXT-CHECK-NO.

       2500-WRITE-GL-FINAL-PAY.
           MOVE MAST-DEPT-CODE TO WS-DEPT-LOOKUP
           PERFORM 1055-LOOKUP-DEPT
           IF WS-DR-FOUND-SUB > 0
               MOVE WS-DR-GL-EXPENSE(WS-DR-FOUND-SUB)
                   TO WS-GL-EXPENSE-ACCT
               MOVE WS-DR-GL-LIABILITY(WS-DR-FOUND-SUB)
                   TO WS-GL-LIABILITY-ACCT
           ELSE
               MOVE SPACES TO WS-GL-EXPENSE-ACCT
               MOVE SPACES TO WS-GL-LIABILITY-ACCT
           END-IF
           MOVE WS-GL-EXPENSE-ACCT TO WS-GL-ACCOUNT
           MOVE 'FINAL PAY WAGES' TO WS-GL-DESC
           MOVE WS-FINAL-WAGES TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM 2510-WRITE-GL-DETAIL
           MOVE 'VACATION PAYOUT' TO WS-GL-DESC
           MOVE WS-VAC-PAYOUT TO WS-GL-DEBIT
           PERFORM 2510-WRITE-GL-DETAIL
           MOVE 'ER FICA EXPENSE' TO WS-GL-DESC
           MOVE WS-FICA-TAX TO WS-GL-DEBIT
           PERFORM 2510-WRITE-GL-DETAIL
           MOVE WS-GL-LIABILITY-ACCT TO WS-GL-ACCOUNT
           MOVE 0 TO WS-GL-DEBIT
           MOVE 'TAXES WITHHELD' TO WS-GL-DESC
           COMPUTE WS-GL-CREDIT = WS-FED-TAX + WS-FICA-TAX
           PERFORM 2510-WRITE-GL-DETAIL
           MOVE 'ER FICA ACCRUED' TO WS-GL-DESC
           MOVE WS-FICA-TAX TO WS-GL-CREDIT
           PERFORM 2510-WRITE-GL-DETAIL
           MOVE 'DEDUCTIONS WITHHELD' TO WS-GL-DESC
           MOVE WS-TOT-DEDUCT TO WS-GL-CREDIT
           PERFORM 2510-WRITE-GL-DETAIL
           MOVE 'NET PAY' TO WS-GL-DESC
           MOVE WS-NET-PAY TO WS-GL-CREDIT
           PERFORM 2510-WRITE-GL-DETAIL
           IF WS-STATE-TAX > 0
               MOVE WS-ST-ENTRY(WS-ST-FOUND-SUB) TO WS-CUR-STATE-RATES
               MOVE WS-SR-GL-LIABILITY TO WS-GL-ACCOUNT
               MOVE SPACES TO WS-GL-DESC
               STRING 'STATE WITHHOLDING ' WS-SR-STATE-CODE
                   DELIMITED BY SIZE INTO WS-GL-DESC
               MOVE WS-STATE-TAX TO WS-GL-CREDIT
               PERFORM 2510-WRITE-GL-DETAIL
           END-IF.

       2510-WRITE-GL-DETAIL.
           MOVE 'D' TO GLI-REC-TYPE
           MOVE 'FINALPAY' TO GLI-SOURCE
           MOVE WS-CUR-PERIOD TO GLI-PERIOD
           MOVE WS-GL-ACCOUNT TO GLI-GL-ACCOUNT
           MOVE MAST-DEPT-CODE TO GLI-DEPT-CODE
           MOVE WS-GL-DESC TO GLI-DESC
           MOVE WS-GL-DEBIT TO GLI-DEBIT-AMT
           MOVE WS-GL-CREDIT TO GLI-CREDIT-AMT
           WRITE GL-INTERFACE-RECORD
           ADD 1 TO WS-GL-REC-COUNT
           ADD WS-GL-DEBIT TO WS-GL-TOT-DEBITS
           ADD WS-GL-CREDIT TO WS-GL-TOT-CREDITS.

       2600-WRITE-HISTORY.
           MOVE MAST-EMP-ID TO HIST-EMP-ID
           MOVE WS-RUN-DATE TO HIST-PAY-DATE
           MOVE WS-CUR-PERIOD TO HIST-PERIOD
           MOVE 'F' TO HIST-TYPE
           MOVE MAST-DEPT-CODE TO HIST-DEPT-CODE
           MOVE WS-REG-HOURS TO HIST-REG-HOURS
           MOVE WS-OT-HOURS TO HIST-OT-HOURS
           MOVE WS-GROSS-PAY TO HIST-GROSS
           MOVE WS-FED-TAX TO HIST-FED-TAX
           MOVE WS-FICA-TAX TO HIST-FICA-TAX
           MOVE WS-TOT-DEDUCT TO HIST-DEDUCT
           MOVE WS-NET-PAY TO HIST-NET
           MOVE WS-FED-WAGES TO HIST-FED-WAGES
           MOVE WS-FICA-WAGES TO HIST-FICA-WAGES
           MOVE WS-STATE-CODE TO HIST-STATE-CODE
           MOVE WS-STATE-TAX TO HIST-STATE-TAX
           MOVE 1 TO HIST-SEQ
           WRITE HISTORY-RECORD
           PERFORM 2610-RETRY-HISTORY-WRITE
               UNTIL WS-PAYHIST-FILE-STATUS NOT = '22'.

       2610-RETRY-HISTORY-WRITE.
           ADD 1 TO HIST-SEQ
           WRITE HISTORY-RECORD.

       2700-WRITE-REGISTER-DETAIL.
           MOVE WS-FE-EMP-ID(WS-FE-SUB) TO WS-DET-EMP-ID
           MOVE SPACES TO WS-DET-EMP-NAME
           MOVE SPACES TO WS-DET-TERM-DATE
           MOVE 0 TO WS-DAYS-SINCE-TERM
           MOVE SPACES TO WS-DET-PAY-TYPE
           IF WS-EMP-REASON NOT = 'EMPLOYEE NOT FOUND'
               MOVE MAST-EMP-NAME TO WS-DET-EMP-NAME
               MOVE MAST-TERM-DATE TO WS-DET-TERM-DATE
               MOVE MAST-TERM-DATE TO WS-WD-DATE
               COMPUTE WS-TERM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
               COMPUTE WS-DAYS-SINCE-TERM =
                   WS-RUN-DATE-INT - WS-TERM-DATE-INT
               MOVE MAST-PAY-TYPE TO WS-DET-PAY-TYPE
               IF MAST-PAY-TYPE NOT = 'S'
                   MOVE 'H' TO WS-DET-PAY-TYPE
               END-IF
           END-IF
           MOVE WS-DAYS-SINCE-TERM TO WS-DET-DAYS
           MOVE WS-FINAL-WAGES TO WS-DET-WAGES
           MOVE WS-VAC-HOURS TO WS-DET-VAC-HOURS
           MOVE WS-VAC-PAYOUT TO WS-DET-VAC-PAYOUT
           MOVE WS-GROSS-PAY TO WS-DET-GROSS
           COMPUTE WS-DET-TAX = WS-FED-TAX + WS-FICA-TAX + WS-STATE-TAX
           MOVE WS-TOT-DEDUCT TO WS-DET-DEDUCT
           MOVE WS-NET-PAY TO WS-DET-NET
           WRITE FINAL-REGISTER-LINE FROM WS-FINAL-DETAIL
           IF WS-EMP-VALID = 'Y'
               MOVE WS-REG-HOURS TO WS-HRS-REG-D
               MOVE WS-OT-HOURS TO WS-HRS-OT-D
               MOVE WS-SICK-HOURS TO WS-HRS-SICK-D
               MOVE WS-STATE-CODE TO WS-HRS-STATE-D
               MOVE WS-STATE-TAX TO WS-HRS-STATE-TAX-D
               WRITE FINAL-REGISTER-LINE FROM WS-FINAL-HOURS-LINE
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > WS-DED-COUNT
                   IF WS-DED-EMP-ID(WS-DED-SUB) = MAST-EMP-ID
                       PERFORM 2710-WRITE-DEDUCTION-LINE
                   END-IF
               END-PERFORM
           END-IF
           WRITE FINAL-REGISTER-LINE FROM SPACES.

       2710-WRITE-DEDUCTION-LINE.
           IF WS-DED-GOAL(WS-DED-SUB) > 0
                   AND WS-DED-GOAL(WS-DED-SUB)
                   > WS-DED-TAKEN(WS-DED-SUB)
               COMPUTE WS-DED-OPEN =
                   WS-DED-GOAL(WS-DED-SUB) - WS-DED-TAKEN(WS-DED-SUB)
           ELSE
               MOVE WS-DED-ARREARS(WS-DED-SUB) TO WS-DED-OPEN
           END-IF
           EVALUATE TRUE
               WHEN WS-DED-GARNISH(WS-DED-SUB) = 'Y'
                   MOVE 'GARNISHMENT - NOTIFY AGENCY' TO WS-FDL-REMARK
               WHEN WS-DED-OPEN > 0
                   MOVE 'UNCOLLECTED - RECOVER' TO WS-FDL-REMARK
                   ADD WS-DED-OPEN TO WS-CTL-OPEN-BALANCE
               WHEN OTHER
                   MOVE 'SETTLED' TO WS-FDL-REMARK
           END-EVALUATE
           MOVE WS-DED-CODE(WS-DED-SUB) TO WS-FDL-CODE
           MOVE WS-DED-RUN-TAKE(WS-DED-SUB) TO WS-FDL-TAKEN
           MOVE WS-DED-OPEN TO WS-FDL-OPEN
           WRITE FINAL-REGISTER-LINE FROM WS-FINAL-DED-LINE.

       3000-TERMINATE.
           PERFORM 3100-LIST-REJECTED-TRANS
           WRITE FINAL-REGISTER-LINE FROM SPACES
           WRITE FINAL-REGISTER-LINE FROM WS-FINAL-TRAILER
           MOVE 'FINAL PAYS ISSUED:' TO WS-TRL-LABEL
           MOVE WS-CTL-PAID-COUNT TO WS-TRL-COUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-COUNT
           MOVE 'FINAL PERIOD WAGES:' TO WS-TRA-LABEL
           MOVE WS-CTL-WAGES TO WS-TRA-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'VACATION HOURS PAID OUT:' TO WS-TRH-LABEL
           MOVE WS-CTL-VAC-HOURS TO WS-TRH-HOURS-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-HOURS
           MOVE 'VACATION PAYOUT:' TO WS-TRA-LABEL
           MOVE WS-CTL-VAC-PAYOUT TO WS-TRA-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'GROSS PAY:' TO WS-TRA-LABEL
           MOVE WS-CTL-GROSS TO WS-TRA-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'TAXES WITHHELD:' TO WS-TRA-LABEL
           MOVE WS-CTL-TAX TO WS-TRA-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'DEDUCTIONS TAKEN:' TO WS-TRA-LABEL
           MOVE WS-CTL-DEDUCT TO WS-TRA-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'NET PAY:' TO WS-TRA-LABEL
           MOVE WS-CTL-NET TO WS-TRA-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'ACH DEPOSITS:' TO WS-TRM-LABEL
           MOVE WS-CTL-ACH-COUNT TO WS-TRM-COUNT-D
           MOVE WS-CTL-ACH-AMOUNT TO WS-TRM-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-METHOD
           MOVE 'PAPER CHECKS:' TO WS-TRM-LABEL
           MOVE WS-CTL-CHECK-COUNT TO WS-TRM-COUNT-D
           MOVE WS-CTL-CHECK-AMOUNT TO WS-TRM-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-METHOD
           MOVE 'SICK HOURS FORFEITED:' TO WS-TRH-LABEL
           MOVE WS-CTL-SICK-HOURS TO WS-TRH-HOURS-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-HOURS
           MOVE 'DEDUCTION BALANCES OPEN:' TO WS-TRA-LABEL
           MOVE WS-CTL-OPEN-BALANCE TO WS-TRA-AMOUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'ITEMS NOT PAID:' TO WS-TRL-LABEL
           MOVE WS-CTL-REJ-COUNT TO WS-TRL-COUNT-D
           WRITE FINAL-REGISTER-LINE FROM WS-TRAILER-COUNT
           WRITE FINAL-REGISTER-LINE FROM SPACES
           WRITE FINAL-REGISTER-LINE FROM WS-SIGNOFF-LINE-1
           WRITE FINAL-REGISTER-LINE FROM SPACES
           WRITE FINAL-REGISTER-LINE FROM WS-SIGNOFF-LINE-2
           PERFORM 3200-WRITE-GL-TRAILER
           PERFORM 3300-REWRITE-DEDUCTION-MASTER
           PERFORM 3400-REWRITE-CHECK-CONTROL
           CLOSE FINAL-REGISTER-FILE
           CLOSE DISBURSEMENT-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE CHECK-ISSUE-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM 3700-RECORD-RUN-END.

       3100-LIST-REJECTED-TRANS.
           MOVE 'N' TO WS-REJ-HDR-DONE
           PERFORM VARYING WS-FT-SUB FROM 1 BY 1
                   UNTIL WS-FT-SUB > WS-FT-COUNT
               IF WS-FT-STATUS(WS-FT-SUB) NOT = 'U'
                       AND WS-FT-STATUS(WS-FT-SUB) NOT = 'G'
                   IF WS-REJ-HDR-DONE = 'N'
                       WRITE FINAL-REGISTER-LINE FROM SPACES
                       WRITE FINAL-REGISTER-LINE FROM WS-REJECT-HDR
                       MOVE 'Y' TO WS-REJ-HDR-DONE
                   END-IF
                   PERFORM 3110-WRITE-REJECTED-TRANS
               END-IF
           END-PERFORM.

       3110-WRITE-REJECTED-TRANS.
           MOVE 'N' TO WS-EMP-LISTED
           PERFORM VARYING WS-FE-SUB FROM 1 BY 1
                   UNTIL WS-FE-SUB > WS-FE-COUNT
               IF WS-FE-EMP-ID(WS-FE-SUB) = WS-FT-EMP-ID(WS-FT-SUB)
                   MOVE 'Y' TO WS-EMP-LISTED
               END-IF
           END-PERFORM
           IF WS-FT-STATUS(WS-FT-SUB) = SPACES
                   AND WS-EMP-LISTED = 'Y'
               MOVE 'R' TO WS-FT-STATUS(WS-FT-SUB)
               MOVE 'DUPLICATE TRANSACTION' TO WS-FT-REASON(WS-FT-SUB)
           END-IF
           IF WS-FT-STATUS(WS-FT-SUB) = SPACES
               MOVE WS-FT-EMP-ID(WS-FT-SUB) TO MAST-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'EMPLOYEE NOT FOUND'
                           TO WS-FT-REASON(WS-FT-SUB)
                   NOT INVALID KEY
                       IF MAST-STATUS = 'T'
                           MOVE 'TERMINATION DATE IN FUTURE'
                               TO WS-FT-REASON(WS-FT-SUB)
                       ELSE
                           MOVE 'EMPLOYEE NOT TERMINATED'
                               TO WS-FT-REASON(WS-FT-SUB)
                       END-IF
               END-READ
           END-IF
           ADD 1 TO WS-CTL-REJ-COUNT
           MOVE WS-FT-EMP-ID(WS-FT-SUB) TO WS-REJ-EMP-ID
           MOVE WS-FT-REASON(WS-FT-SUB) TO WS-REJ-REASON
           WRITE FINAL-REGISTER-LINE FROM WS-REJECT-DETAIL.

       3200-WRITE-GL-TRAILER.
           MOVE 'T' TO GLI-REC-TYPE
           MOVE 'FINALPAY' TO GLI-SOURCE
           MOVE WS-CUR-PERIOD TO GLI-PERIOD
           MOVE SPACES TO GLI-DETAIL
           MOVE WS-GL-REC-COUNT TO GLI-REC-COUNT
           MOVE WS-GL-TOT-DEBITS TO GLI-TOT-DEBITS
           MOVE WS-GL-TOT-CREDITS TO GLI-TOT-CREDITS
           WRITE GL-INTERFACE-RECORD.

       3300-REWRITE-DEDUCTION-MASTER.
           IF WS-DED-COUNT > 0
               OPEN OUTPUT DEDUCTION-MASTER-FILE
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > WS-DED-COUNT
                   MOVE WS-DED-ENTRY(WS-DED-SUB)
                       TO DEDUCTION-MASTER-RECORD
                   WRITE DEDUCTION-MASTER-RECORD
               END-PERFORM
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.

       3400-REWRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-NUMBER-CONTROL
           MOVE WS-NEXT-CHECK-NO TO CKC-NEXT-CHECK-NO
           WRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-NUMBER-CONTROL.

       3700-RECORD-RUN-END.
           ACCEPT WS-RC-END-TIME FROM TIME
           PERFORM 1710-LOAD-RUN-CONTROL
           PERFORM 1715-FIND-RUN-ENTRY
           IF WS-RC-FOUND-SUB = 0
               PERFORM 1718-ADD-RUN-ENTRY
               MOVE WS-RUN-DATE TO WS-RC-DATE(WS-RC-FOUND-SUB)
               MOVE WS-RUN-TIME TO WS-RC-START(WS-RC-FOUND-SUB)
           END-IF
           MOVE WS-RC-END-TIME TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'C' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE WS-CTL-REJ-COUNT TO WS-RC-EXC(WS-RC-FOUND-SUB)
           PERFORM 1720-REWRITE-RUN-CONTROL.

       4000-BUILD-AMOUNT-WORDS.
           MOVE WS-NET-PAY TO WS-CK-DOLLARS
           COMPUTE WS-CK-CENTS =
               (WS-NET-PAY - WS-CK-DOLLARS) * 100
           MOVE SPACES TO WS-AMT-WORDS
           MOVE 1 TO WS-WORDS-PTR
           IF WS-CK-DOLLARS = 0
               STRING 'ZERO ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
               END-STRING
           ELSE
               DIVIDE WS-CK-DOLLARS BY 1000
                   GIVING WS-CK-THOUSANDS REMAINDER WS-CK-GROUP
               IF WS-CK-THOUSANDS > 0
                   MOVE WS-CK-GROUP TO WS-CK-UNITS-GROUP
                   MOVE WS-CK-THOUSANDS TO WS-CK-GROUP
                   PERFORM 4100-APPEND-GROUP-WORDS
                   STRING 'THOUSAND ' DELIMITED BY SIZE
                       INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
                   END-STRING
                   MOVE WS-CK-UNITS-GROUP TO WS-CK-GROUP
               END-IF
               IF WS-CK-GROUP > 0
                   PERFORM 4100-APPEND-GROUP-WORDS
               END-IF
           END-IF
           MOVE WS-CK-CENTS TO WS-CK-CENTS-D
           STRING 'DOLLARS AND ' DELIMITED BY SIZE
                   WS-CK-CENTS-D DELIMITED BY SIZE
                   '/100' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4100-APPEND-GROUP-WORDS.
           DIVIDE WS-CK-GROUP BY 100
               GIVING WS-CK-GRP-HUND REMAINDER WS-CK-GRP-REM
           IF WS-CK-GRP-HUND > 0
               MOVE WS-CK-GRP-HUND TO WS-CK-DIGIT
               PERFORM 4110-APPEND-UNIT-WORD
               STRING 'HUNDRED ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF
           IF WS-CK-GRP-REM >= 20
               DIVIDE WS-CK-GRP-REM BY 10
                   GIVING WS-CK-TENS-DIGIT
                   REMAINDER WS-CK-UNIT-DIGIT
               PERFORM 4120-APPEND-TENS-WORD
               IF WS-CK-UNIT-DIGIT > 0
                   MOVE WS-CK-UNIT-DIGIT TO WS-CK-DIGIT
                   PERFORM 4110-APPEND-UNIT-WORD
               END-IF
           ELSE
               IF WS-CK-GRP-REM > 0
                   MOVE WS-CK-GRP-REM TO WS-CK-DIGIT
                   PERFORM 4110-APPEND-UNIT-WORD
               END-IF
           END-IF.

       4110-APPEND-UNIT-WORD.
           EVALUATE WS-CK-DIGIT
               WHEN 1
                   PERFORM 4130-APPEND-WORD-ONE
               WHEN 2
                   PERFORM 4131-APPEND-WORD-TWO
               WHEN 3
                   PERFORM 4132-APPEND-WORD-THREE
               WHEN 4
                   PERFORM 4133-APPEND-WORD-FOUR
               WHEN 5
                   PERFORM 4134-APPEND-WORD-FIVE
               WHEN 6
                   PERFORM 4135-APPEND-WORD-SIX
               WHEN 7
                   PERFORM 4136-APPEND-WORD-SEVEN
               WHEN 8
                   PERFORM 4137-APPEND-WORD-EIGHT
               WHEN 9
                   PERFORM 4138-APPEND-WORD-NINE
               WHEN 10
                   PERFORM 4139-APPEND-WORD-TEN
               WHEN 11
                   PERFORM 4140-APPEND-WORD-ELEVEN
               WHEN 12
                   PERFORM 4141-APPEND-WORD-TWELVE
               WHEN 13
                   PERFORM 4142-APPEND-WORD-THIRTEEN
               WHEN 14
                   PERFORM 4143-APPEND-WORD-FOURTEEN
               WHEN 15
                   PERFORM 4144-APPEND-WORD-FIFTEEN
               WHEN 16
                   PERFORM 4145-APPEND-WORD-SIXTEEN
               WHEN 17
                   PERFORM 4146-APPEND-WORD-SEVENTEEN
               WHEN 18
                   PERFORM 4147-APPEND-WORD-EIGHTEEN
               WHEN 19
                   PERFORM 4148-APPEND-WORD-NINETEEN
           END-EVALUATE.

       4120-APPEND-TENS-WORD.
           EVALUATE WS-CK-TENS-DIGIT
               WHEN 2
                   PERFORM 4150-APPEND-WORD-TWENTY
               WHEN 3
                   PERFORM 4151-APPEND-WORD-THIRTY
               WHEN 4
                   PERFORM 4152-APPEND-WORD-FORTY
               WHEN 5
                   PERFORM 4153-APPEND-WORD-FIFTY
               WHEN 6
                   PERFORM 4154-APPEND-WORD-SIXTY
               WHEN 7
                   PERFORM 4155-APPEND-WORD-SEVENTY
               WHEN 8
                   PERFORM 4156-APPEND-WORD-EIGHTY
               WHEN 9
                   PERFORM 4157-APPEND-WORD-NINETY
           END-EVALUATE.

       4130-APPEND-WORD-ONE.
           STRING 'ONE ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4131-APPEND-WORD-TWO.
           STRING 'TWO ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4132-APPEND-WORD-THREE.
           STRING 'THREE ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4133-APPEND-WORD-FOUR.
           STRING 'FOUR ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4134-APPEND-WORD-FIVE.
           STRING 'FIVE ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4135-APPEND-WORD-SIX.
           STRING 'SIX ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4136-APPEND-WORD-SEVEN.
           STRING 'SEVEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4137-APPEND-WORD-EIGHT.
           STRING 'EIGHT ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4138-APPEND-WORD-NINE.
           STRING 'NINE ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4139-APPEND-WORD-TEN.
           STRING 'TEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4140-APPEND-WORD-ELEVEN.
           STRING 'ELEVEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4141-APPEND-WORD-TWELVE.
           STRING 'TWELVE ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4142-APPEND-WORD-THIRTEEN.
           STRING 'THIRTEEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4143-APPEND-WORD-FOURTEEN.
           STRING 'FOURTEEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4144-APPEND-WORD-FIFTEEN.
           STRING 'FIFTEEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4145-APPEND-WORD-SIXTEEN.
           STRING 'SIXTEEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4146-APPEND-WORD-SEVENTEEN.
           STRING 'SEVENTEEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4147-APPEND-WORD-EIGHTEEN.
           STRING 'EIGHTEEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4148-APPEND-WORD-NINETEEN.
           STRING 'NINETEEN ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4150-APPEND-WORD-TWENTY.
           STRING 'TWENTY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4151-APPEND-WORD-THIRTY.
           STRING 'THIRTY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4152-APPEND-WORD-FORTY.
           STRING 'FORTY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4153-APPEND-WORD-FIFTY.
           STRING 'FIFTY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4154-APPEND-WORD-SIXTY.
           STRING 'SIXTY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4155-APPEND-WORD-SEVENTY.
           STRING 'SEVENTY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4156-APPEND-WORD-EIGHTY.
           STRING 'EIGHTY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.

       4157-APPEND-WORD-NINETY.
           STRING 'NINETY ' DELIMITED BY SIZE
               INTO WS-AMT-WORDS WITH POINTER WS-WORDS-PTR
           END-STRING.
