       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPROOF.
       AUTHOR. PAYROLL-OFFICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO "data/PAYCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "data/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.
           SELECT DISBURSEMENT-FILE ASSIGN TO "data/DISBURSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISB-FILE-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN TO "data/CHKISSUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKISSUE-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "data/GLEXTRCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-EMP-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "data/PAYPROOF.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-RECORD.
           05 PP-NUMBER        PIC 9(3).
           05 PP-START-DATE    PIC X(8).
           05 PP-END-DATE      PIC X(8).
           05 PP-PAY-DATE      PIC X(8).
           05 PP-STATUS        PIC X(1).
           05 PP-PAY-GROUP     PIC X(2).
           05 PP-FREQUENCY     PIC X(1).

       FD  PAYROLL-HISTORY-FILE.
           COPY "payhist.cpy".

       FD  DISBURSEMENT-FILE.
       01  DISBURSEMENT-RECORD.
           05 DISB-BANK-ROUTING PIC X(9).
           05 DISB-BANK-ACCOUNT PIC X(12).
           05 DISB-EMP-ID       PIC X(5).
           05 DISB-EMP-NAME     PIC X(20).
           05 DISB-NET-AMOUNT   PIC 9(7)V99.
           05 DISB-PERIOD       PIC 9(3).

       FD  CHECK-ISSUE-FILE.
           COPY "chkissue.cpy".

       FD  GL-EXTRACT-FILE.
           COPY "glintfc.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-PAYCAL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PAYCAL-EOF        PIC X VALUE 'N'.
       01  WS-PAYHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DISB-FILE-STATUS  PIC X(2) VALUE '00'.
       01  WS-DISB-EOF          PIC X VALUE 'N'.
       01  WS-CHKISSUE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CKI-EOF           PIC X VALUE 'N'.
       01  WS-GL-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-GL-EOF            PIC X VALUE 'N'.
       01  WS-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-MAST-EOF          PIC X VALUE 'N'.
       01  WS-GRP-EMP-ID        PIC X(5) VALUE SPACES.
       01  WS-IN-GROUP          PIC X VALUE 'Y'.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-RUN-TIME          PIC X(8).
       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME       PIC X(8) VALUE 'PAYPROOF'.
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
       01  WS-CUR-PAY-DATE      PIC X(8) VALUE SPACES.
       01  WS-CUR-YEAR          PIC X(4) VALUE SPACES.
       01  WS-PER-START         PIC X(8) VALUE SPACES.
       01  WS-PER-END           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-FOUND      PIC X VALUE 'N'.
       01  WS-WINDOW-START.
           05 WS-WIN-YEAR       PIC 9(4).
           05 WS-WIN-MMDD       PIC X(4).
       01  WS-GL-IN-BATCH       PIC X VALUE 'N'.
       01  WS-GL-BATCH-COUNT    PIC 9(3) VALUE 0.
       01  WS-PA-COUNT          PIC 9(3) VALUE 0.
       01  WS-PA-SUB            PIC 9(3) VALUE 0.
       01  WS-PA-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-PA-TABLE.
           05 WS-PA-RUN-DATE    PIC X(8) OCCURS 50 TIMES.
       01  WS-FP-COUNT          PIC 9(3) VALUE 0.
       01  WS-FP-SUB            PIC 9(3) VALUE 0.
       01  WS-FP-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-FP-LOOKUP-DATE    PIC X(8) VALUE SPACES.
       01  WS-FP-TABLE.
           05 WS-FP-RUN-DATE    PIC X(8) OCCURS 50 TIMES.
       01  WS-HIST-CLASS        PIC X VALUE SPACES.
       01  WS-HIST-SIGN         PIC S9 VALUE 1.
       01  WS-HIST-TAX          PIC S9(9)V99 VALUE 0.
       01  WS-CYC-REG-COUNT     PIC 9(7) VALUE 0.
       01  WS-CYC-SUP-COUNT     PIC 9(7) VALUE 0.
       01  WS-CYC-REV-COUNT     PIC 9(7) VALUE 0.
       01  WS-CYC-VOID-COUNT    PIC 9(7) VALUE 0.
       01  WS-CYC-FIN-COUNT     PIC 9(7) VALUE 0.
       01  WS-CYC-GROSS         PIC S9(11)V99 VALUE 0.
       01  WS-CYC-TAX           PIC S9(11)V99 VALUE 0.
       01  WS-CYC-STATE-TAX     PIC S9(11)V99 VALUE 0.
       01  WS-CYC-DEDUCT        PIC S9(11)V99 VALUE 0.
       01  WS-CYC-NET           PIC S9(11)V99 VALUE 0.
       01  WS-CYC-PAID-NET      PIC S9(11)V99 VALUE 0.
       01  WS-PRIOR-GROSS       PIC S9(11)V99 VALUE 0.
       01  WS-PRIOR-TAX         PIC S9(11)V99 VALUE 0.
       01  WS-ACH-COUNT         PIC 9(7) VALUE 0.
       01  WS-ACH-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-CHK-COUNT         PIC 9(7) VALUE 0.
       01  WS-CHK-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-GL-GROSS          PIC S9(11)V99 VALUE 0.
       01  WS-GL-TAX            PIC S9(11)V99 VALUE 0.
       01  WS-GL-STATE-TAX      PIC S9(11)V99 VALUE 0.
       01  WS-GL-DEDUCT         PIC S9(11)V99 VALUE 0.
       01  WS-GL-NET            PIC S9(11)V99 VALUE 0.
       01  WS-MAST-YTD-GROSS    PIC S9(11)V99 VALUE 0.
       01  WS-MAST-YTD-TAX      PIC S9(11)V99 VALUE 0.
       01  WS-CAT-NAME          PIC X(26).
       01  WS-CAT-HIST          PIC S9(11)V99 VALUE 0.
       01  WS-CAT-OTHER         PIC S9(11)V99 VALUE 0.
       01  WS-CAT-DIFF          PIC S9(11)V99 VALUE 0.
       01  WS-CTL-CAT-COUNT     PIC 9(3) VALUE 0.
       01  WS-CTL-OUT-OF-BAL    PIC 9(3) VALUE 0.
       01  WS-PROOF-HEADER.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(34) VALUE
               'PAYROLL PROOF REPORT'.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-RUN-DATE   PIC X(8).
       01  WS-PERIOD-HDR-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'PAY DATE: '.
           05 WS-HDR-PAY-DATE   PIC X(8).
           05 FILLER            PIC X(10) VALUE '  PERIOD: '.
           05 WS-HDR-PERIOD     PIC ZZ9.
           05 FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05 WS-HDR-PAY-GROUP  PIC X(2).
       01  WS-PROOF-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(27) VALUE 'CATEGORY'.
           05 FILLER            PIC X(18) VALUE 'PAY HISTORY'.
           05 FILLER            PIC X(18) VALUE 'COMPARED TO'.
           05 FILLER            PIC X(18) VALUE 'DIFFERENCE'.
           05 FILLER            PIC X(14) VALUE 'STATUS'.
       01  WS-PROOF-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-CAT-NAME-D     PIC X(26).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-CAT-HIST-D     PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CAT-OTHER-D    PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CAT-DIFF-D     PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CAT-STATUS-D   PIC X(14).
       01  WS-SOURCE-HDR.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'PROOF SOURCES'.
       01  WS-SOURCE-HIST-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'HISTORY REGULAR:'.
           05 WS-SRC-REG-D      PIC ZZZZZZ9.
           05 FILLER            PIC X(16) VALUE '  SUPPLEMENTAL:'.
           05 WS-SRC-SUP-D      PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE '  REVERSAL:'.
           05 WS-SRC-REV-D      PIC ZZZZZZ9.
           05 FILLER            PIC X(15) VALUE '  CHECK VOIDS:'.
           05 WS-SRC-VOID-D     PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE '  FINAL PAY:'.
           05 WS-SRC-FIN-D      PIC ZZZZZZ9.
       01  WS-SOURCE-DISB-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'ACH DISBURSEMENTS:'.
           05 WS-SRC-ACH-CNT-D  PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SRC-ACH-AMT-D  PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(22) VALUE
               '  CHECKS OUTSTANDING:'.
           05 WS-SRC-CHK-CNT-D  PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SRC-CHK-AMT-D  PIC $ZZZ,ZZZ,ZZ9.99-.
       01  WS-SOURCE-YTD-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'EMPMAST YTD GROSS:'.
           05 WS-SRC-YTD-GROSS-D PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(11) VALUE '  YTD TAX:'.
           05 WS-SRC-YTD-TAX-D  PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(17) VALUE '  GL BATCHES:'.
           05 WS-SRC-GL-BAT-D   PIC ZZ9.
       01  WS-PROOF-TRAILER.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'PROOF CONTROL TOTALS'.
       01  WS-TRAILER-COUNTS.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'CATEGORIES PROVED:'.
           05 WS-TRL-CAT-D      PIC ZZ9.
           05 FILLER            PIC X(17) VALUE '  OUT OF BALANCE:'.
           05 WS-TRL-BAD-D      PIC ZZ9.
       01  WS-TRAILER-VERDICT.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRL-VERDICT    PIC X(45).

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
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1020-FIND-PAY-PERIOD
           PERFORM 1040-LOAD-GL-BATCHES
           PERFORM 1080-LOAD-MASTER-YTD
           PERFORM 1060-LOAD-DISBURSEMENTS
           PERFORM 1070-LOAD-CHECK-ISSUES
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'PAYPROOF: PAY HISTORY FILE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO HIST-KEY
           START PAYROLL-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               READ PAYROLL-HISTORY-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-CUR-PAY-DATE TO WS-HDR-PAY-DATE
           MOVE WS-CUR-PERIOD TO WS-HDR-PERIOD
           MOVE WS-PAY-GROUP TO WS-HDR-PAY-GROUP
           WRITE PROOF-REPORT-LINE FROM WS-PROOF-HEADER
           WRITE PROOF-REPORT-LINE FROM WS-PERIOD-HDR-LINE
           WRITE PROOF-REPORT-LINE FROM SPACES
           WRITE PROOF-REPORT-LINE FROM WS-PROOF-TITLE
           WRITE PROOF-REPORT-LINE FROM SPACES.

       1020-FIND-PAY-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYCAL-FILE-STATUS NOT = '00'
               DISPLAY 'PAYPROOF: PAY PERIOD CALENDAR NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PAYCAL-EOF
           READ PAY-PERIOD-FILE
               AT END MOVE 'Y' TO WS-PAYCAL-EOF
           END-READ
           PERFORM UNTIL WS-PAYCAL-EOF = 'Y'
               IF PP-START-DATE <= WS-RUN-DATE
                       AND PP-END-DATE >= WS-RUN-DATE
                       AND PP-PAY-GROUP = WS-PAY-GROUP
                   MOVE PP-NUMBER TO WS-CUR-PERIOD
                   MOVE PP-PAY-DATE TO WS-CUR-PAY-DATE
                   MOVE PP-START-DATE TO WS-PER-START
                   MOVE PP-END-DATE TO WS-PER-END
                   MOVE 'Y' TO WS-PERIOD-FOUND
               END-IF
               READ PAY-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-PAYCAL-EOF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE
           IF WS-PERIOD-FOUND = 'N'
               DISPLAY 'PAYPROOF: NO PAY PERIOD COVERS RUN DATE '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CUR-PAY-DATE(1:4) TO WS-CUR-YEAR
           MOVE WS-PER-START TO WS-WINDOW-START
           SUBTRACT 1 FROM WS-WIN-YEAR.

       1040-LOAD-GL-BATCHES.
           MOVE 0 TO WS-GL-BATCH-COUNT
           MOVE 0 TO WS-PA-COUNT
           MOVE 0 TO WS-FP-COUNT
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'PAYPROOF: GL EXTRACT FILE NOT AVAILABLE'
           ELSE
               MOVE 'N' TO WS-GL-EOF
               MOVE 'N' TO WS-GL-IN-BATCH
               READ GL-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-GL-EOF
               END-READ
               PERFORM UNTIL WS-GL-EOF = 'Y'
                   EVALUATE GLI-REC-TYPE
                       WHEN 'H'
                           PERFORM 1045-START-GL-BATCH
                       WHEN 'D'
                           IF WS-GL-IN-BATCH = 'Y'
                               PERFORM 1050-TALLY-GL-DETAIL
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO WS-GL-IN-BATCH
                   END-EVALUATE
                   READ GL-EXTRACT-FILE
                       AT END MOVE 'Y' TO WS-GL-EOF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF.

       1045-START-GL-BATCH.
           MOVE 'N' TO WS-GL-IN-BATCH
           IF GLI-PERIOD = WS-CUR-PERIOD
                   AND (GLI-SOURCE = 'PAYROLL'
                   OR GLI-SOURCE = 'PAYADJ'
                   OR GLI-SOURCE = 'FINALPAY')
               MOVE 'Y' TO WS-GL-IN-BATCH
               ADD 1 TO WS-GL-BATCH-COUNT
           END-IF
           IF WS-GL-IN-BATCH = 'Y' AND GLI-SOURCE = 'PAYADJ'
               IF WS-PA-COUNT >= 50
                   DISPLAY 'PAYPROOF: ADJUSTMENT BATCHES EXCEED TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PA-COUNT
               MOVE GLI-RUN-DATE TO WS-PA-RUN-DATE(WS-PA-COUNT)
           END-IF
           IF WS-GL-IN-BATCH = 'Y' AND GLI-SOURCE = 'FINALPAY'
               IF WS-FP-COUNT >= 50
                   DISPLAY 'PAYPROOF: FINAL PAY BATCHES EXCEED TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FP-COUNT
               MOVE GLI-RUN-DATE TO WS-FP-RUN-DATE(WS-FP-COUNT)
           END-IF.

       1050-TALLY-GL-DETAIL.
           EVALUATE TRUE
               WHEN GLI-DESC = 'ER FICA EXPENSE'
                       OR GLI-DESC = 'ER FICA ACCRUED'
                   CONTINUE
               WHEN GLI-DESC = 'TAXES WITHHELD'
                       OR GLI-DESC = 'ADJUSTMENT TAX'
                   ADD GLI-CREDIT-AMT TO WS-GL-TAX
               WHEN GLI-DESC(1:18) = 'STATE WITHHOLDING '
                       OR GLI-DESC = 'ADJUSTMENT STATE TAX'
                   ADD GLI-CREDIT-AMT TO WS-GL-STATE-TAX
               WHEN GLI-DESC = 'DEDUCTIONS WITHHELD'
                       OR GLI-DESC = 'ADJUSTMENT DEDUCTS'
                   ADD GLI-CREDIT-AMT TO WS-GL-DEDUCT
               WHEN GLI-DESC = 'NET PAY'
                       OR GLI-DESC = 'ADJUSTMENT NET PAY'
                   ADD GLI-CREDIT-AMT TO WS-GL-NET
               WHEN OTHER
                   ADD GLI-DEBIT-AMT TO WS-GL-GROSS
           END-EVALUATE.

       1060-LOAD-DISBURSEMENTS.
           MOVE 0 TO WS-ACH-COUNT
           MOVE 0 TO WS-ACH-AMOUNT
           OPEN INPUT DISBURSEMENT-FILE
           IF WS-DISB-FILE-STATUS NOT = '00'
               DISPLAY 'PAYPROOF: DISBURSEMENT FILE NOT AVAILABLE'
           ELSE
               MOVE 'N' TO WS-DISB-EOF
               READ DISBURSEMENT-FILE
                   AT END MOVE 'Y' TO WS-DISB-EOF
               END-READ
               PERFORM UNTIL WS-DISB-EOF = 'Y'
                   MOVE DISB-EMP-ID TO WS-GRP-EMP-ID
                   PERFORM 2050-CHECK-PAY-GROUP
                   IF DISB-PERIOD = WS-CUR-PERIOD
                           AND WS-IN-GROUP = 'Y'
                       ADD 1 TO WS-ACH-COUNT
                       ADD DISB-NET-AMOUNT TO WS-ACH-AMOUNT
                   END-IF
                   READ DISBURSEMENT-FILE
                       AT END MOVE 'Y' TO WS-DISB-EOF
                   END-READ
               END-PERFORM
               CLOSE DISBURSEMENT-FILE
           END-IF.

       1070-LOAD-CHECK-ISSUES.
           MOVE 0 TO WS-CHK-COUNT
           MOVE 0 TO WS-CHK-AMOUNT
           OPEN INPUT CHECK-ISSUE-FILE
           IF WS-CHKISSUE-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-CKI-EOF
               READ CHECK-ISSUE-FILE
                   AT END MOVE 'Y' TO WS-CKI-EOF
               END-READ
               PERFORM UNTIL WS-CKI-EOF = 'Y'
                   MOVE CKI-PAY-DATE TO WS-FP-LOOKUP-DATE
                   PERFORM 2120-FIND-FINAL-PAY-DATE
                   MOVE CKI-EMP-ID TO WS-GRP-EMP-ID
                   PERFORM 2050-CHECK-PAY-GROUP
                   IF (CKI-PAY-DATE = WS-CUR-PAY-DATE
                           OR WS-FP-FOUND-SUB > 0)
                           AND (CKI-STATUS = 'O' OR CKI-STATUS = 'P')
                           AND WS-IN-GROUP = 'Y'
                       ADD 1 TO WS-CHK-COUNT
                       ADD CKI-AMOUNT TO WS-CHK-AMOUNT
                   END-IF
                   READ CHECK-ISSUE-FILE
                       AT END MOVE 'Y' TO WS-CKI-EOF
                   END-READ
               END-PERFORM
               CLOSE CHECK-ISSUE-FILE
           END-IF.

       1080-LOAD-MASTER-YTD.
           MOVE 0 TO WS-MAST-YTD-GROSS
           MOVE 0 TO WS-MAST-YTD-TAX
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'PAYPROOF: EMPLOYEE MASTER NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
               IF MAST-PAY-GROUP = WS-PAY-GROUP
                   ADD YTD-GROSS TO WS-MAST-YTD-GROSS
                   ADD YTD-TAX TO WS-MAST-YTD-TAX
               END-IF
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WS-MAST-EOF
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
                   DISPLAY 'PAYPROOF: RUN CONTROL EXCEEDS TABLE'
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
               DISPLAY 'PAYPROOF: RUN CONTROL TABLE FULL'
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
           IF HIST-EMP-ID NOT = WS-GRP-EMP-ID
               MOVE HIST-EMP-ID TO WS-GRP-EMP-ID
               PERFORM 2050-CHECK-PAY-GROUP
           END-IF
           IF WS-IN-GROUP = 'Y'
               PERFORM 2010-TALLY-HISTORY
           END-IF
           READ PAYROLL-HISTORY-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2010-TALLY-HISTORY.
           PERFORM 2100-CLASSIFY-HISTORY
           COMPUTE WS-HIST-TAX = HIST-FED-TAX + HIST-FICA-TAX
           EVALUATE WS-HIST-CLASS
               WHEN 'C'
                   COMPUTE WS-CYC-GROSS = WS-CYC-GROSS
                       + WS-HIST-SIGN * HIST-GROSS
                   COMPUTE WS-CYC-TAX = WS-CYC-TAX
                       + WS-HIST-SIGN * WS-HIST-TAX
                   COMPUTE WS-CYC-STATE-TAX = WS-CYC-STATE-TAX
                       + WS-HIST-SIGN * HIST-STATE-TAX
                   COMPUTE WS-CYC-DEDUCT = WS-CYC-DEDUCT
                       + WS-HIST-SIGN * HIST-DEDUCT
                   COMPUTE WS-CYC-NET = WS-CYC-NET
                       + WS-HIST-SIGN * HIST-NET
                   IF HIST-TYPE NOT = 'V'
                       ADD HIST-NET TO WS-CYC-PAID-NET
                   END-IF
               WHEN 'X'
                   SUBTRACT HIST-NET FROM WS-CYC-PAID-NET
               WHEN 'P'
                   COMPUTE WS-PRIOR-GROSS = WS-PRIOR-GROSS
                       + WS-HIST-SIGN * HIST-GROSS
                   COMPUTE WS-PRIOR-TAX = WS-PRIOR-TAX
                       + WS-HIST-SIGN * WS-HIST-TAX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2050-CHECK-PAY-GROUP.
           MOVE WS-GRP-EMP-ID TO MAST-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   IF WS-PAY-GROUP = SPACES
                       MOVE 'Y' TO WS-IN-GROUP
                   ELSE
                       MOVE 'N' TO WS-IN-GROUP
                   END-IF
               NOT INVALID KEY
                   IF MAST-PAY-GROUP = WS-PAY-GROUP
                       MOVE 'Y' TO WS-IN-GROUP
                   ELSE
                       MOVE 'N' TO WS-IN-GROUP
                   END-IF
           END-READ.

       2100-CLASSIFY-HISTORY.
           MOVE SPACES TO WS-HIST-CLASS
           MOVE 1 TO WS-HIST-SIGN
           IF HIST-TYPE = 'V'
               MOVE -1 TO WS-HIST-SIGN
           END-IF
           EVALUATE TRUE
               WHEN HIST-TYPE = 'R'
                       AND HIST-PAY-DATE = WS-CUR-PAY-DATE
                   MOVE 'C' TO WS-HIST-CLASS
                   ADD 1 TO WS-CYC-REG-COUNT
               WHEN HIST-TYPE = 'S'
                       AND HIST-PERIOD = WS-CUR-PERIOD
                   PERFORM 2110-FIND-ADJUSTMENT-DATE
                   IF WS-PA-FOUND-SUB > 0
                       MOVE 'C' TO WS-HIST-CLASS
                       ADD 1 TO WS-CYC-SUP-COUNT
                   END-IF
               WHEN HIST-TYPE = 'V'
                       AND HIST-PERIOD = WS-CUR-PERIOD
                       AND WS-PA-COUNT > 0
                       AND HIST-PAY-DATE >= WS-WINDOW-START
                       AND HIST-PAY-DATE <= WS-PER-END
                   MOVE 'C' TO WS-HIST-CLASS
                   ADD 1 TO WS-CYC-REV-COUNT
               WHEN HIST-TYPE = 'V'
                       AND HIST-PERIOD = 0
                       AND HIST-PAY-DATE = WS-CUR-PAY-DATE
                   MOVE 'X' TO WS-HIST-CLASS
                   ADD 1 TO WS-CYC-VOID-COUNT
               WHEN HIST-TYPE = 'F'
                       AND HIST-PERIOD = WS-CUR-PERIOD
                   MOVE HIST-PAY-DATE TO WS-FP-LOOKUP-DATE
                   PERFORM 2120-FIND-FINAL-PAY-DATE
                   IF WS-FP-FOUND-SUB > 0
                       MOVE 'C' TO WS-HIST-CLASS
                       ADD 1 TO WS-CYC-FIN-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-HIST-CLASS = SPACES
                   AND HIST-PAY-DATE(1:4) = WS-CUR-YEAR
                   AND (HIST-TYPE = 'R' OR HIST-TYPE = 'S'
                   OR HIST-TYPE = 'V' OR HIST-TYPE = 'F')
               MOVE 'P' TO WS-HIST-CLASS
           END-IF.

       2110-FIND-ADJUSTMENT-DATE.
           MOVE 0 TO WS-PA-FOUND-SUB
           PERFORM VARYING WS-PA-SUB FROM 1 BY 1
                   UNTIL WS-PA-SUB > WS-PA-COUNT
               IF WS-PA-RUN-DATE(WS-PA-SUB) = HIST-PAY-DATE
                   MOVE WS-PA-SUB TO WS-PA-FOUND-SUB
               END-IF
           END-PERFORM.

       2120-FIND-FINAL-PAY-DATE.
           MOVE 0 TO WS-FP-FOUND-SUB
           PERFORM VARYING WS-FP-SUB FROM 1 BY 1
                   UNTIL WS-FP-SUB > WS-FP-COUNT
               IF WS-FP-RUN-DATE(WS-FP-SUB) = WS-FP-LOOKUP-DATE
                   MOVE WS-FP-SUB TO WS-FP-FOUND-SUB
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           MOVE 'NET PAY - ACH + CHECKS' TO WS-CAT-NAME
           MOVE WS-CYC-PAID-NET TO WS-CAT-HIST
           COMPUTE WS-CAT-OTHER = WS-ACH-AMOUNT + WS-CHK-AMOUNT
           PERFORM 3100-PRINT-CATEGORY
           MOVE 'GROSS PAY - GL' TO WS-CAT-NAME
           MOVE WS-CYC-GROSS TO WS-CAT-HIST
           MOVE WS-GL-GROSS TO WS-CAT-OTHER
           PERFORM 3100-PRINT-CATEGORY
           MOVE 'FED/FICA TAX - GL' TO WS-CAT-NAME
           MOVE WS-CYC-TAX TO WS-CAT-HIST
           MOVE WS-GL-TAX TO WS-CAT-OTHER
           PERFORM 3100-PRINT-CATEGORY
           MOVE 'STATE TAX - GL' TO WS-CAT-NAME
           MOVE WS-CYC-STATE-TAX TO WS-CAT-HIST
           MOVE WS-GL-STATE-TAX TO WS-CAT-OTHER
           PERFORM 3100-PRINT-CATEGORY
           MOVE 'DEDUCTIONS - GL' TO WS-CAT-NAME
           MOVE WS-CYC-DEDUCT TO WS-CAT-HIST
           MOVE WS-GL-DEDUCT TO WS-CAT-OTHER
           PERFORM 3100-PRINT-CATEGORY
           MOVE 'NET PAY - GL' TO WS-CAT-NAME
           MOVE WS-CYC-NET TO WS-CAT-HIST
           MOVE WS-GL-NET TO WS-CAT-OTHER
           PERFORM 3100-PRINT-CATEGORY
           MOVE 'YTD GROSS CHANGE - EMPMAST' TO WS-CAT-NAME
           MOVE WS-CYC-GROSS TO WS-CAT-HIST
           COMPUTE WS-CAT-OTHER = WS-MAST-YTD-GROSS - WS-PRIOR-GROSS
           PERFORM 3100-PRINT-CATEGORY
           MOVE 'YTD TAX CHANGE - EMPMAST' TO WS-CAT-NAME
           MOVE WS-CYC-TAX TO WS-CAT-HIST
           COMPUTE WS-CAT-OTHER = WS-MAST-YTD-TAX - WS-PRIOR-TAX
           PERFORM 3100-PRINT-CATEGORY
           MOVE WS-CYC-REG-COUNT TO WS-SRC-REG-D
           MOVE WS-CYC-SUP-COUNT TO WS-SRC-SUP-D
           MOVE WS-CYC-REV-COUNT TO WS-SRC-REV-D
           MOVE WS-CYC-VOID-COUNT TO WS-SRC-VOID-D
           MOVE WS-CYC-FIN-COUNT TO WS-SRC-FIN-D
           MOVE WS-ACH-COUNT TO WS-SRC-ACH-CNT-D
           MOVE WS-ACH-AMOUNT TO WS-SRC-ACH-AMT-D
           MOVE WS-CHK-COUNT TO WS-SRC-CHK-CNT-D
           MOVE WS-CHK-AMOUNT TO WS-SRC-CHK-AMT-D
           MOVE WS-MAST-YTD-GROSS TO WS-SRC-YTD-GROSS-D
           MOVE WS-MAST-YTD-TAX TO WS-SRC-YTD-TAX-D
           MOVE WS-GL-BATCH-COUNT TO WS-SRC-GL-BAT-D
           WRITE PROOF-REPORT-LINE FROM SPACES
           WRITE PROOF-REPORT-LINE FROM WS-SOURCE-HDR
           WRITE PROOF-REPORT-LINE FROM WS-SOURCE-HIST-LINE
           WRITE PROOF-REPORT-LINE FROM WS-SOURCE-DISB-LINE
           WRITE PROOF-REPORT-LINE FROM WS-SOURCE-YTD-LINE
           MOVE WS-CTL-CAT-COUNT TO WS-TRL-CAT-D
           MOVE WS-CTL-OUT-OF-BAL TO WS-TRL-BAD-D
           IF WS-CTL-OUT-OF-BAL = 0
               MOVE 'IN BALANCE - FILES MAY BE RELEASED'
                   TO WS-TRL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE - HOLD BANK AND GL FILES'
                   TO WS-TRL-VERDICT
           END-IF
           WRITE PROOF-REPORT-LINE FROM SPACES
           WRITE PROOF-REPORT-LINE FROM WS-PROOF-TRAILER
           WRITE PROOF-REPORT-LINE FROM WS-TRAILER-COUNTS
           WRITE PROOF-REPORT-LINE FROM WS-TRAILER-VERDICT
           CLOSE PROOF-REPORT-FILE
           IF WS-CTL-OUT-OF-BAL = 0
               PERFORM 3700-RECORD-RUN-END
           ELSE
               PERFORM 3750-RECORD-RUN-FAILED
               DISPLAY 'PAYPROOF: ' WS-CTL-OUT-OF-BAL
                   ' CATEGORIES OUT OF BALANCE - FILES HELD'
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-PRINT-CATEGORY.
           ADD 1 TO WS-CTL-CAT-COUNT
           COMPUTE WS-CAT-DIFF = WS-CAT-HIST - WS-CAT-OTHER
           MOVE WS-CAT-NAME TO WS-CAT-NAME-D
           MOVE WS-CAT-HIST TO WS-CAT-HIST-D
           MOVE WS-CAT-OTHER TO WS-CAT-OTHER-D
           MOVE WS-CAT-DIFF TO WS-CAT-DIFF-D
           IF WS-CAT-DIFF = 0
               MOVE 'IN BALANCE' TO WS-CAT-STATUS-D
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CAT-STATUS-D
               ADD 1 TO WS-CTL-OUT-OF-BAL
           END-IF
           WRITE PROOF-REPORT-LINE FROM WS-PROOF-DETAIL.

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
           MOVE 0 TO WS-RC-EXC(WS-RC-FOUND-SUB)
           PERFORM 1720-REWRITE-RUN-CONTROL.

       3750-RECORD-RUN-FAILED.
           ACCEPT WS-RC-END-TIME FROM TIME
           PERFORM 1710-LOAD-RUN-CONTROL
           PERFORM 1715-FIND-RUN-ENTRY
           IF WS-RC-FOUND-SUB = 0
               PERFORM 1718-ADD-RUN-ENTRY
               MOVE WS-RUN-DATE TO WS-RC-DATE(WS-RC-FOUND-SUB)
               MOVE WS-RUN-TIME TO WS-RC-START(WS-RC-FOUND-SUB)
           END-IF
           MOVE WS-RC-END-TIME TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'S' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE WS-CTL-OUT-OF-BAL TO WS-RC-EXC(WS-RC-FOUND-SUB)
           PERFORM 1720-REWRITE-RUN-CONTROL.
