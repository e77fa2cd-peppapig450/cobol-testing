       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       AUTHOR. PAYROLL-OFFICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUE-FILE ASSIGN TO "data/CHKISSUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKISSUE-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "data/CHECKREG.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKREG-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "data/POSPAY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSMIT-REPORT-FILE ASSIGN TO "data/POSPAY.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-ISSUE-FILE.
           COPY "chkissue.cpy".

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE PIC X(100).
       01  REG-PAYROLL-HEADER.
           05 FILLER           PIC X(5).
           05 RPH-TITLE        PIC X(18).
           05 FILLER           PIC X(23).
           05 RPH-PAY-DATE     PIC X(8).
           05 FILLER           PIC X(46).
       01  REG-REISSUE-HEADER.
           05 FILLER           PIC X(5).
           05 RRH-TITLE        PIC X(24).
           05 FILLER           PIC X(12).
           05 RRH-RUN-DATE     PIC X(8).
           05 FILLER           PIC X(51).
       01  REG-DETAIL-LINE.
           05 FILLER           PIC X(5).
           05 RGD-CHECK-NO     PIC X(8).
           05 FILLER           PIC X(32).
           05 RGD-AMOUNT-X     PIC X(11).
           05 FILLER           PIC X(44).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05 PPF-REC-TYPE     PIC X(1).
           05 PPF-DETAIL.
              10 PPF-ITEM-TYPE PIC X(1).
              10 PPF-CHECK-NO  PIC 9(10).
              10 PPF-AMOUNT    PIC 9(8)V99.
              10 PPF-ISSUE-DATE PIC X(8).
              10 PPF-PAYEE     PIC X(20).
              10 FILLER        PIC X(30).
           05 PPF-HEADER REDEFINES PPF-DETAIL.
              10 PPF-ACCOUNT   PIC X(12).
              10 PPF-FILE-DATE PIC X(8).
              10 PPF-FILE-TIME PIC X(8).
              10 FILLER        PIC X(51).
           05 PPF-TRAILER REDEFINES PPF-DETAIL.
              10 PPF-ISSUE-COUNT PIC 9(7).
              10 PPF-ISSUE-TOTAL PIC 9(10)V99.
              10 PPF-CANCEL-COUNT PIC 9(7).
              10 PPF-CANCEL-TOTAL PIC 9(10)V99.
              10 PPF-DETAIL-COUNT PIC 9(7).
              10 FILLER        PIC X(34).

       FD  TRANSMIT-REPORT-FILE.
       01  TRANSMIT-REPORT-LINE PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-ISSUE-EOF         PIC X VALUE 'N'.
       01  WS-REG-EOF           PIC X VALUE 'N'.
       01  WS-REG-AVAILABLE     PIC X VALUE 'Y'.
       01  WS-CHKISSUE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CHECKREG-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-RUN-TIME          PIC X(8).
       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-PROOF-HELD        PIC X VALUE 'N'.
       01  WS-BANK-ACCOUNT      PIC X(12) VALUE SPACES.
       01  WS-REG-IN-SECTION    PIC X VALUE 'N'.
       01  WS-REG-DATE          PIC X(8) VALUE SPACES.
       01  WS-RD-COUNT          PIC 9(3) VALUE 0.
       01  WS-RD-SUB            PIC 9(3) VALUE 0.
       01  WS-RD-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-RD-TABLE.
           05 WS-RD-DATE OCCURS 50 TIMES PIC X(8).
       01  WS-REG-AMOUNT        PIC 9(7)V99 VALUE 0.
       01  WS-REG-COUNT         PIC 9(5) VALUE 0.
       01  WS-REG-SUB           PIC 9(5) VALUE 0.
       01  WS-REG-FOUND-SUB     PIC 9(5) VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 500 TIMES.
              10 WS-REG-CHECK-NO PIC 9(8).
              10 WS-REG-CHK-AMOUNT PIC 9(7)V99.
       01  WS-CKI-COUNT         PIC 9(5) VALUE 0.
       01  WS-CKI-SUB           PIC 9(5) VALUE 0.
       01  WS-CKI-TABLE.
           05 WS-CKI-ENTRY OCCURS 500 TIMES.
              10 WS-CKI-CHECK-NO PIC 9(8).
              10 WS-CKI-EMP-ID   PIC X(5).
              10 WS-CKI-NAME     PIC X(20).
              10 WS-CKI-AMOUNT   PIC 9(7)V99.
              10 WS-CKI-PAY-DATE PIC X(8).
              10 WS-CKI-STATUS   PIC X(1).
              10 WS-CKI-PP-ISSUE PIC X(1).
              10 WS-CKI-PP-CANCEL PIC X(1).
              10 WS-CKI-SENT-NOW PIC X(1).
              10 WS-CKI-PRIOR    PIC X(1).
       01  WS-CKI-FOUND-SUB     PIC 9(5) VALUE 0.
       01  WS-SRCH-SUB          PIC 9(5) VALUE 0.
       01  WS-TIE-CHECK-NO      PIC 9(8) VALUE 0.
       01  WS-TIE-REG-COUNT     PIC 9(5) VALUE 0.
       01  WS-TIE-REG-AMOUNT    PIC 9(9)V99 VALUE 0.
       01  WS-TIE-SENT-COUNT    PIC 9(5) VALUE 0.
       01  WS-TIE-SENT-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-TIE-PRIOR-COUNT   PIC 9(5) VALUE 0.
       01  WS-TIE-PRIOR-AMOUNT  PIC 9(9)V99 VALUE 0.
       01  WS-TIE-PURGED-COUNT  PIC 9(5) VALUE 0.
       01  WS-TIE-PURGED-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-CTL-ISSUE-COUNT   PIC 9(7) VALUE 0.
       01  WS-CTL-ISSUE-AMOUNT  PIC 9(10)V99 VALUE 0.
       01  WS-CTL-CANCEL-COUNT  PIC 9(7) VALUE 0.
       01  WS-CTL-CANCEL-AMOUNT PIC 9(10)V99 VALUE 0.
       01  WS-CTL-DETAIL-COUNT  PIC 9(7) VALUE 0.
       01  WS-CTL-OUT-OF-BAL    PIC 9(3) VALUE 0.
       01  WS-TRANSMIT-HEADER.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(32) VALUE
               'POSITIVE PAY TRANSMISSION'.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-RUN-DATE   PIC X(8).
       01  WS-ACCOUNT-HDR-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE 'BANK ACCOUNT: '.
           05 WS-HDR-ACCOUNT    PIC X(12).
       01  WS-TRANSMIT-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'CHECK NO'.
           05 FILLER            PIC X(7) VALUE 'EMP ID'.
           05 FILLER            PIC X(22) VALUE 'PAYEE'.
           05 FILLER            PIC X(15) VALUE 'AMOUNT'.
           05 FILLER            PIC X(10) VALUE 'ISSUED'.
           05 FILLER            PIC X(16) VALUE 'ITEM'.
       01  WS-TRANSMIT-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-DET-CHECK-NO   PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-EMP-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-NAME       PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-PAY-DATE   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-ITEM       PIC X(16).
       01  WS-TIE-HDR.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
               'CHECK REGISTER TIE-OUT BY CHECK NUMBER'.
       01  WS-TIE-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'CHECK NO'.
           05 FILLER            PIC X(16) VALUE 'REGISTER'.
           05 FILLER            PIC X(16) VALUE 'ISSUE FILE'.
           05 FILLER            PIC X(24) VALUE 'STATUS'.
       01  WS-TIE-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TIE-CHECK-NO-D PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TIE-REG-AMT-D  PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TIE-ISS-AMT-D  PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TIE-STATUS-D   PIC X(24).
       01  WS-TIE-TOTAL-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TIE-TOT-LABEL  PIC X(30).
           05 WS-TIE-TOT-CNT-D  PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TIE-TOT-AMT-D  PIC $ZZ,ZZZ,ZZ9.99.
       01  WS-TIE-MISMATCH-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'CHECKS NOT IN AGREEMENT:'.
           05 WS-TIE-MISMATCH-D PIC ZZZZ9.
       01  WS-TIE-PRIOR-HDR.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
               'PRIOR ITEMS NOT ON THIS REGISTER'.
       01  WS-TIE-MISSING-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(50) VALUE
               'CHECK REGISTER NOT AVAILABLE - NO TIE-OUT'.
       01  WS-TRANSMIT-TRAILER.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'TRANSMISSION CONTROL TOTALS'.
       01  WS-TRAILER-ISSUES.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(26) VALUE
               'ISSUE RECORDS:'.
           05 WS-TRL-ISS-CNT-D  PIC ZZZZZZ9.
           05 FILLER            PIC X(9) VALUE '  TOTAL:'.
           05 WS-TRL-ISS-AMT-D  PIC $Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-CANCELS.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(26) VALUE
               'CANCEL RECORDS:'.
           05 WS-TRL-CAN-CNT-D  PIC ZZZZZZ9.
           05 FILLER            PIC X(9) VALUE '  TOTAL:'.
           05 WS-TRL-CAN-AMT-D  PIC $Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-DETAILS.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(26) VALUE
               'DETAIL RECORDS WRITTEN:'.
           05 WS-TRL-DET-CNT-D  PIC ZZZZZZ9.
       01  WS-TRAILER-VERDICT.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRL-VERDICT    PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS UNTIL WS-EOF = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-BANK-ACCOUNT FROM ENVIRONMENT "POSPAY-ACCOUNT"
           IF WS-BANK-ACCOUNT = SPACES
               DISPLAY 'POSPAY: BANK ACCOUNT NOT SUPPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1020-LOAD-CHECK-ISSUES
           PERFORM 1040-LOAD-CHECK-REGISTER
           PERFORM 1800-CHECK-PAYROLL-PROOF
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT TRANSMIT-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-BANK-ACCOUNT TO WS-HDR-ACCOUNT
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRANSMIT-HEADER
           WRITE TRANSMIT-REPORT-LINE FROM WS-ACCOUNT-HDR-LINE
           WRITE TRANSMIT-REPORT-LINE FROM SPACES
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRANSMIT-TITLE
           WRITE TRANSMIT-REPORT-LINE FROM SPACES
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'H' TO PPF-REC-TYPE
           MOVE WS-BANK-ACCOUNT TO PPF-ACCOUNT
           MOVE WS-RUN-DATE TO PPF-FILE-DATE
           MOVE WS-RUN-TIME TO PPF-FILE-TIME
           WRITE POSITIVE-PAY-RECORD
           MOVE 0 TO WS-CKI-SUB
           IF WS-CKI-COUNT = 0
               MOVE 'Y' TO WS-EOF
           END-IF.

       1020-LOAD-CHECK-ISSUES.
           MOVE 0 TO WS-CKI-COUNT
           OPEN INPUT CHECK-ISSUE-FILE
           IF WS-CHKISSUE-FILE-STATUS NOT = '00'
               DISPLAY 'POSPAY: CHECK ISSUE FILE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ISSUE-EOF
           READ CHECK-ISSUE-FILE
               AT END MOVE 'Y' TO WS-ISSUE-EOF
           END-READ
           PERFORM UNTIL WS-ISSUE-EOF = 'Y'
                   OR WS-CKI-COUNT >= 500
               ADD 1 TO WS-CKI-COUNT
               MOVE CKI-CHECK-NO TO WS-CKI-CHECK-NO(WS-CKI-COUNT)
               MOVE CKI-EMP-ID TO WS-CKI-EMP-ID(WS-CKI-COUNT)
               MOVE CKI-EMP-NAME TO WS-CKI-NAME(WS-CKI-COUNT)
               MOVE CKI-AMOUNT TO WS-CKI-AMOUNT(WS-CKI-COUNT)
               MOVE CKI-PAY-DATE TO WS-CKI-PAY-DATE(WS-CKI-COUNT)
               MOVE CKI-STATUS TO WS-CKI-STATUS(WS-CKI-COUNT)
               MOVE CKI-PP-ISSUE-SENT TO WS-CKI-PP-ISSUE(WS-CKI-COUNT)
               MOVE CKI-PP-CANCEL-SENT
                   TO WS-CKI-PP-CANCEL(WS-CKI-COUNT)
               MOVE 'N' TO WS-CKI-SENT-NOW(WS-CKI-COUNT)
               MOVE 'N' TO WS-CKI-PRIOR(WS-CKI-COUNT)
               READ CHECK-ISSUE-FILE
                   AT END MOVE 'Y' TO WS-ISSUE-EOF
               END-READ
           END-PERFORM
           IF WS-ISSUE-EOF NOT = 'Y'
               DISPLAY 'POSPAY: CHECK ISSUE FILE EXCEEDS TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHECK-ISSUE-FILE.

       1040-LOAD-CHECK-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           MOVE 0 TO WS-RD-COUNT
           MOVE 'N' TO WS-REG-IN-SECTION
           MOVE 'Y' TO WS-REG-AVAILABLE
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECKREG-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-REG-AVAILABLE
           ELSE
               MOVE 'N' TO WS-REG-EOF
               READ CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REG-EOF
               END-READ
               PERFORM UNTIL WS-REG-EOF = 'Y'
                   PERFORM 1050-SCAN-REGISTER-LINE
                   READ CHECK-REGISTER-FILE
                       AT END MOVE 'Y' TO WS-REG-EOF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       1050-SCAN-REGISTER-LINE.
           EVALUATE TRUE
               WHEN RPH-TITLE = 'CHECK REGISTER'
                   MOVE 'Y' TO WS-REG-IN-SECTION
                   MOVE RPH-PAY-DATE TO WS-REG-DATE
                   PERFORM 1060-ADD-REGISTER-DATE
               WHEN RRH-TITLE = 'RE-ISSUE CHECK REGISTER'
                       OR RRH-TITLE = 'FINAL PAY CHECK REGISTER'
                   MOVE 'Y' TO WS-REG-IN-SECTION
                   MOVE RRH-RUN-DATE TO WS-REG-DATE
                   PERFORM 1060-ADD-REGISTER-DATE
               WHEN RGD-CHECK-NO IS NUMERIC
                       AND WS-REG-IN-SECTION = 'Y'
                   IF FUNCTION TEST-NUMVAL-C(RGD-AMOUNT-X) = 0
                       MOVE FUNCTION NUMVAL-C(RGD-AMOUNT-X)
                           TO WS-REG-AMOUNT
                   ELSE
                       MOVE 0 TO WS-REG-AMOUNT
                   END-IF
                   IF WS-REG-COUNT >= 500
                       DISPLAY 'POSPAY: CHECK REGISTER EXCEEDS TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REG-COUNT
                   MOVE RGD-CHECK-NO TO WS-REG-CHECK-NO(WS-REG-COUNT)
                   MOVE WS-REG-AMOUNT
                       TO WS-REG-CHK-AMOUNT(WS-REG-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1060-ADD-REGISTER-DATE.
           PERFORM 1065-FIND-REGISTER-DATE
           IF WS-RD-FOUND-SUB = 0
               IF WS-RD-COUNT >= 50
                   DISPLAY 'POSPAY: CHECK REGISTER DATES EXCEED TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RD-COUNT
               MOVE WS-REG-DATE TO WS-RD-DATE(WS-RD-COUNT)
           END-IF.

       1065-FIND-REGISTER-DATE.
           MOVE 0 TO WS-RD-FOUND-SUB
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > WS-RD-COUNT
               IF WS-RD-DATE(WS-RD-SUB) = WS-REG-DATE
                   MOVE WS-RD-SUB TO WS-RD-FOUND-SUB
               END-IF
           END-PERFORM.

       1800-CHECK-PAYROLL-PROOF.
           MOVE 'N' TO WS-PROOF-HELD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF
               END-READ
               PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                   IF RC-JOB-NAME = 'PAYPROOF'
                           AND RC-STATUS NOT = 'C'
                       MOVE 'Y' TO WS-PROOF-HELD
                   END-IF
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-RUNCTL-EOF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       2000-PROCESS.
           ADD 1 TO WS-CKI-SUB
           IF WS-CKI-PP-ISSUE(WS-CKI-SUB) NOT = 'Y'
               PERFORM 2100-WRITE-ISSUE-ITEM
           END-IF
           IF (WS-CKI-STATUS(WS-CKI-SUB) = 'V'
                   OR WS-CKI-STATUS(WS-CKI-SUB) = 'S')
                   AND WS-CKI-PP-CANCEL(WS-CKI-SUB) NOT = 'Y'
               PERFORM 2200-WRITE-CANCEL-ITEM
           END-IF
           IF WS-CKI-SUB >= WS-CKI-COUNT
               MOVE 'Y' TO WS-EOF
           END-IF.

       2100-WRITE-ISSUE-ITEM.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'D' TO PPF-REC-TYPE
           MOVE 'I' TO PPF-ITEM-TYPE
           PERFORM 2300-FILL-ITEM
           WRITE POSITIVE-PAY-RECORD
           MOVE 'Y' TO WS-CKI-PP-ISSUE(WS-CKI-SUB)
           MOVE 'Y' TO WS-CKI-SENT-NOW(WS-CKI-SUB)
           ADD 1 TO WS-CTL-ISSUE-COUNT
           ADD WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-CTL-ISSUE-AMOUNT
           ADD 1 TO WS-CTL-DETAIL-COUNT
           MOVE 'ISSUE' TO WS-DET-ITEM
           PERFORM 2400-WRITE-REPORT-DETAIL.

       2200-WRITE-CANCEL-ITEM.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'D' TO PPF-REC-TYPE
           MOVE 'C' TO PPF-ITEM-TYPE
           PERFORM 2300-FILL-ITEM
           WRITE POSITIVE-PAY-RECORD
           MOVE 'Y' TO WS-CKI-PP-CANCEL(WS-CKI-SUB)
           ADD 1 TO WS-CTL-CANCEL-COUNT
           ADD WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-CTL-CANCEL-AMOUNT
           ADD 1 TO WS-CTL-DETAIL-COUNT
           IF WS-CKI-STATUS(WS-CKI-SUB) = 'S'
               MOVE 'CANCEL - STOP' TO WS-DET-ITEM
           ELSE
               MOVE 'CANCEL - VOID' TO WS-DET-ITEM
           END-IF
           PERFORM 2400-WRITE-REPORT-DETAIL.

       2300-FILL-ITEM.
           MOVE WS-CKI-CHECK-NO(WS-CKI-SUB) TO PPF-CHECK-NO
           MOVE WS-CKI-AMOUNT(WS-CKI-SUB) TO PPF-AMOUNT
           MOVE WS-CKI-PAY-DATE(WS-CKI-SUB) TO PPF-ISSUE-DATE
           MOVE WS-CKI-NAME(WS-CKI-SUB) TO PPF-PAYEE.

       2400-WRITE-REPORT-DETAIL.
           MOVE WS-CKI-CHECK-NO(WS-CKI-SUB) TO WS-DET-CHECK-NO
           MOVE WS-CKI-EMP-ID(WS-CKI-SUB) TO WS-DET-EMP-ID
           MOVE WS-CKI-NAME(WS-CKI-SUB) TO WS-DET-NAME
           MOVE WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-DET-AMOUNT
           MOVE WS-CKI-PAY-DATE(WS-CKI-SUB) TO WS-DET-PAY-DATE
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRANSMIT-DETAIL.

       3000-TERMINATE.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'T' TO PPF-REC-TYPE
           MOVE WS-CTL-ISSUE-COUNT TO PPF-ISSUE-COUNT
           MOVE WS-CTL-ISSUE-AMOUNT TO PPF-ISSUE-TOTAL
           MOVE WS-CTL-CANCEL-COUNT TO PPF-CANCEL-COUNT
           MOVE WS-CTL-CANCEL-AMOUNT TO PPF-CANCEL-TOTAL
           MOVE WS-CTL-DETAIL-COUNT TO PPF-DETAIL-COUNT
           WRITE POSITIVE-PAY-RECORD
           PERFORM 3100-TIE-TO-REGISTER
           MOVE WS-CTL-ISSUE-COUNT TO WS-TRL-ISS-CNT-D
           MOVE WS-CTL-ISSUE-AMOUNT TO WS-TRL-ISS-AMT-D
           MOVE WS-CTL-CANCEL-COUNT TO WS-TRL-CAN-CNT-D
           MOVE WS-CTL-CANCEL-AMOUNT TO WS-TRL-CAN-AMT-D
           MOVE WS-CTL-DETAIL-COUNT TO WS-TRL-DET-CNT-D
           EVALUATE TRUE
               WHEN WS-PROOF-HELD = 'Y'
                   MOVE 'PAYROLL PROOF FAILED - DO NOT RELEASE'
                       TO WS-TRL-VERDICT
               WHEN WS-REG-AVAILABLE = 'Y'
                       AND WS-CTL-OUT-OF-BAL = 0
                   MOVE 'IN BALANCE - FILE MAY BE RELEASED'
                       TO WS-TRL-VERDICT
                   PERFORM 3400-REWRITE-CHECK-ISSUES
               WHEN OTHER
                   MOVE 'OUT OF BALANCE - DO NOT RELEASE FILE'
                       TO WS-TRL-VERDICT
           END-EVALUATE
           WRITE TRANSMIT-REPORT-LINE FROM SPACES
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRANSMIT-TRAILER
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRAILER-ISSUES
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRAILER-CANCELS
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRAILER-DETAILS
           WRITE TRANSMIT-REPORT-LINE FROM WS-TRAILER-VERDICT
           CLOSE POSITIVE-PAY-FILE
           CLOSE TRANSMIT-REPORT-FILE.

       3100-TIE-TO-REGISTER.
           WRITE TRANSMIT-REPORT-LINE FROM SPACES
           WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-HDR
           WRITE TRANSMIT-REPORT-LINE FROM SPACES
           IF WS-REG-AVAILABLE NOT = 'Y'
               WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-MISSING-LINE
           ELSE
               WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-TITLE
               MOVE 0 TO WS-TIE-REG-COUNT
               MOVE 0 TO WS-TIE-REG-AMOUNT
               MOVE 0 TO WS-TIE-SENT-COUNT
               MOVE 0 TO WS-TIE-SENT-AMOUNT
               MOVE 0 TO WS-TIE-PRIOR-COUNT
               MOVE 0 TO WS-TIE-PRIOR-AMOUNT
               MOVE 0 TO WS-TIE-PURGED-COUNT
               MOVE 0 TO WS-TIE-PURGED-AMOUNT
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                   PERFORM 3110-TIE-REGISTER-CHECK
               END-PERFORM
               PERFORM VARYING WS-CKI-SUB FROM 1 BY 1
                       UNTIL WS-CKI-SUB > WS-CKI-COUNT
                   IF WS-CKI-SENT-NOW(WS-CKI-SUB) = 'Y'
                       PERFORM 3120-TIE-SENT-ISSUE
                   END-IF
               END-PERFORM
               IF WS-TIE-PRIOR-COUNT > 0
                   WRITE TRANSMIT-REPORT-LINE FROM SPACES
                   WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-PRIOR-HDR
                   PERFORM VARYING WS-CKI-SUB FROM 1 BY 1
                           UNTIL WS-CKI-SUB > WS-CKI-COUNT
                       IF WS-CKI-PRIOR(WS-CKI-SUB) = 'Y'
                           PERFORM 3125-PRINT-PRIOR-ITEM
                       END-IF
                   END-PERFORM
               END-IF
               WRITE TRANSMIT-REPORT-LINE FROM SPACES
               MOVE 'REGISTER CHECKS:' TO WS-TIE-TOT-LABEL
               MOVE WS-TIE-REG-COUNT TO WS-TIE-TOT-CNT-D
               MOVE WS-TIE-REG-AMOUNT TO WS-TIE-TOT-AMT-D
               WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-TOTAL-LINE
               MOVE 'ISSUES SENT THIS RUN:' TO WS-TIE-TOT-LABEL
               MOVE WS-TIE-SENT-COUNT TO WS-TIE-TOT-CNT-D
               MOVE WS-TIE-SENT-AMOUNT TO WS-TIE-TOT-AMT-D
               WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-TOTAL-LINE
               MOVE 'PRIOR ITEMS NOT ON REGISTER:' TO WS-TIE-TOT-LABEL
               MOVE WS-TIE-PRIOR-COUNT TO WS-TIE-TOT-CNT-D
               MOVE WS-TIE-PRIOR-AMOUNT TO WS-TIE-TOT-AMT-D
               WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-TOTAL-LINE
               MOVE 'REGISTER CHECKS PURGED:' TO WS-TIE-TOT-LABEL
               MOVE WS-TIE-PURGED-COUNT TO WS-TIE-TOT-CNT-D
               MOVE WS-TIE-PURGED-AMOUNT TO WS-TIE-TOT-AMT-D
               WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-TOTAL-LINE
               MOVE WS-CTL-OUT-OF-BAL TO WS-TIE-MISMATCH-D
               WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-MISMATCH-LINE
           END-IF.

       3110-TIE-REGISTER-CHECK.
           ADD 1 TO WS-TIE-REG-COUNT
           ADD WS-REG-CHK-AMOUNT(WS-REG-SUB) TO WS-TIE-REG-AMOUNT
           MOVE WS-REG-CHECK-NO(WS-REG-SUB) TO WS-TIE-CHECK-NO
           PERFORM 3130-FIND-ISSUE
           MOVE WS-REG-CHK-AMOUNT(WS-REG-SUB) TO WS-TIE-REG-AMT-D
           IF WS-CKI-FOUND-SUB = 0
               ADD 1 TO WS-TIE-PURGED-COUNT
               ADD WS-REG-CHK-AMOUNT(WS-REG-SUB)
                   TO WS-TIE-PURGED-AMOUNT
           ELSE
               IF WS-CKI-AMOUNT(WS-CKI-FOUND-SUB)
                       NOT = WS-REG-CHK-AMOUNT(WS-REG-SUB)
                   MOVE WS-CKI-AMOUNT(WS-CKI-FOUND-SUB)
                       TO WS-TIE-ISS-AMT-D
                   MOVE 'AMOUNT DIFFERS' TO WS-TIE-STATUS-D
                   PERFORM 3150-PRINT-TIE-MISMATCH
               END-IF
           END-IF.

       3120-TIE-SENT-ISSUE.
           ADD 1 TO WS-TIE-SENT-COUNT
           ADD WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-TIE-SENT-AMOUNT
           MOVE WS-CKI-CHECK-NO(WS-CKI-SUB) TO WS-TIE-CHECK-NO
           PERFORM 3140-FIND-REGISTER
           IF WS-REG-FOUND-SUB = 0
               MOVE WS-CKI-PAY-DATE(WS-CKI-SUB) TO WS-REG-DATE
               PERFORM 1065-FIND-REGISTER-DATE
               IF WS-RD-FOUND-SUB = 0
                   MOVE 'Y' TO WS-CKI-PRIOR(WS-CKI-SUB)
                   ADD 1 TO WS-TIE-PRIOR-COUNT
                   ADD WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-TIE-PRIOR-AMOUNT
               ELSE
                   MOVE 0 TO WS-TIE-REG-AMT-D
                   MOVE WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-TIE-ISS-AMT-D
                   MOVE 'NOT ON CHECK REGISTER' TO WS-TIE-STATUS-D
                   PERFORM 3150-PRINT-TIE-MISMATCH
               END-IF
           END-IF.

       3125-PRINT-PRIOR-ITEM.
           MOVE WS-CKI-CHECK-NO(WS-CKI-SUB) TO WS-TIE-CHECK-NO-D
           MOVE 0 TO WS-TIE-REG-AMT-D
           MOVE WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-TIE-ISS-AMT-D
           MOVE SPACES TO WS-TIE-STATUS-D
           STRING 'ISSUED ' WS-CKI-PAY-DATE(WS-CKI-SUB)
               DELIMITED BY SIZE INTO WS-TIE-STATUS-D
           WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-DETAIL.

       3130-FIND-ISSUE.
           MOVE 0 TO WS-CKI-FOUND-SUB
           PERFORM VARYING WS-SRCH-SUB FROM 1 BY 1
                   UNTIL WS-SRCH-SUB > WS-CKI-COUNT
                   OR WS-CKI-FOUND-SUB > 0
               IF WS-CKI-CHECK-NO(WS-SRCH-SUB) = WS-TIE-CHECK-NO
                   MOVE WS-SRCH-SUB TO WS-CKI-FOUND-SUB
               END-IF
           END-PERFORM.

       3140-FIND-REGISTER.
           MOVE 0 TO WS-REG-FOUND-SUB
           PERFORM VARYING WS-SRCH-SUB FROM 1 BY 1
                   UNTIL WS-SRCH-SUB > WS-REG-COUNT
                   OR WS-REG-FOUND-SUB > 0
               IF WS-REG-CHECK-NO(WS-SRCH-SUB) = WS-TIE-CHECK-NO
                   MOVE WS-SRCH-SUB TO WS-REG-FOUND-SUB
               END-IF
           END-PERFORM.

       3150-PRINT-TIE-MISMATCH.
           MOVE WS-TIE-CHECK-NO TO WS-TIE-CHECK-NO-D
           WRITE TRANSMIT-REPORT-LINE FROM WS-TIE-DETAIL
           ADD 1 TO WS-CTL-OUT-OF-BAL.

       3400-REWRITE-CHECK-ISSUES.
           OPEN OUTPUT CHECK-ISSUE-FILE
           PERFORM VARYING WS-CKI-SUB FROM 1 BY 1
                   UNTIL WS-CKI-SUB > WS-CKI-COUNT
               MOVE WS-CKI-CHECK-NO(WS-CKI-SUB) TO CKI-CHECK-NO
               MOVE WS-CKI-EMP-ID(WS-CKI-SUB) TO CKI-EMP-ID
               MOVE WS-CKI-NAME(WS-CKI-SUB) TO CKI-EMP-NAME
               MOVE WS-CKI-AMOUNT(WS-CKI-SUB) TO CKI-AMOUNT
               MOVE WS-CKI-PAY-DATE(WS-CKI-SUB) TO CKI-PAY-DATE
               MOVE WS-CKI-STATUS(WS-CKI-SUB) TO CKI-STATUS
               MOVE WS-CKI-PP-ISSUE(WS-CKI-SUB) TO CKI-PP-ISSUE-SENT
               MOVE WS-CKI-PP-CANCEL(WS-CKI-SUB)
                   TO CKI-PP-CANCEL-SENT
               WRITE CHECK-ISSUE-RECORD
           END-PERFORM
           CLOSE CHECK-ISSUE-FILE.
