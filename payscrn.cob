       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSCRN.
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
           SELECT AUDIT-LOG-FILE ASSIGN TO "data/EMPMAINT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-EMP-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT SCREEN-REPORT-FILE ASSIGN TO "data/PAYSCRN.RPT"
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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05 AUD-DATE          PIC X(8).
           05 FILLER            PIC X(1).
           05 AUD-TIME          PIC X(8).
           05 FILLER            PIC X(1).
           05 AUD-TXN-TYPE      PIC X(1).
           05 FILLER            PIC X(2).
           05 AUD-EMP-ID        PIC X(5).
           05 FILLER            PIC X(2).
           05 AUD-RESULT        PIC X(8).
           05 FILLER            PIC X(2).
           05 AUD-REASON        PIC X(40).

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  SCREEN-REPORT-FILE.
       01  SCREEN-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-PAYCAL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PAYCAL-EOF        PIC X VALUE 'N'.
       01  WS-PAYHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-AUDIT-EOF         PIC X VALUE 'N'.
       01  WS-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-MAST-EOF          PIC X VALUE 'N'.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-RUN-TIME          PIC X(8).
       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME       PIC X(8) VALUE 'PAYSCRN'.
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
       01  WS-PERIOD-FOUND      PIC X VALUE 'N'.
       01  WS-PARM-X            PIC X(10).
       01  WS-VARIANCE-PCT      PIC 9(3) VALUE 25.
       01  WS-HIST-LIMIT        PIC 9(2) VALUE 6.
       01  WS-BANK-DAYS         PIC 9(3) VALUE 5.
       01  WS-FIRST-PAY-MAX     PIC 9(7)V99 VALUE 2500.00.
       01  WS-NUMVAL-WORK       PIC S9(7)V99.
       01  WS-WD-DATE           PIC 9(8).
       01  WS-RUN-DATE-INT      PIC 9(7) VALUE 0.
       01  WS-AUD-DATE-INT      PIC 9(7) VALUE 0.
       01  WS-BK-COUNT          PIC 9(4) VALUE 0.
       01  WS-BK-SUB            PIC 9(4) VALUE 0.
       01  WS-BK-MATCHES        PIC 9(4) VALUE 0.
       01  WS-BK-OTHER-ID       PIC X(5).
       01  WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 5000 TIMES.
              10 WS-BK-EMP-ID   PIC X(5).
              10 WS-BK-ROUTING  PIC X(9).
              10 WS-BK-ACCOUNT  PIC X(12).
       01  WS-BC-COUNT          PIC 9(3) VALUE 0.
       01  WS-BC-SUB            PIC 9(3) VALUE 0.
       01  WS-BC-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-BC-TABLE.
           05 WS-BC-ENTRY OCCURS 500 TIMES.
              10 WS-BC-EMP-ID   PIC X(5).
              10 WS-BC-DATE     PIC X(8).
       01  WS-SCR-EMP-ID        PIC X(5) VALUE SPACES.
       01  WS-SCR-PAID          PIC X VALUE 'N'.
       01  WS-SCR-FLAGGED       PIC X VALUE 'N'.
       01  WS-SCR-ON-MASTER     PIC X VALUE 'N'.
       01  WS-SCR-IN-GROUP      PIC X VALUE 'N'.
       01  WS-SCR-GROSS         PIC 9(7)V99 VALUE 0.
       01  WS-SCR-NET           PIC 9(7)V99 VALUE 0.
       01  WS-AVG-GROSS         PIC 9(7)V99 VALUE 0.
       01  WS-AVG-NET           PIC 9(7)V99 VALUE 0.
       01  WS-VAR-PCT           PIC S9(7)V9 VALUE 0.
       01  WS-VAR-PCT-D         PIC ZZZZZZ9.9.
       01  WS-PR-COUNT          PIC 9(2) VALUE 0.
       01  WS-PR-SUB            PIC 9(2) VALUE 0.
       01  WS-PR-TOT-GROSS      PIC 9(9)V99 VALUE 0.
       01  WS-PR-TOT-NET        PIC 9(9)V99 VALUE 0.
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 12 TIMES.
              10 WS-PR-GROSS    PIC 9(7)V99.
              10 WS-PR-NET      PIC 9(7)V99.
       01  WS-FLAG-CODE         PIC X(2).
       01  WS-FLAG-DETAIL       PIC X(30).
       01  WS-CTL-SCREENED      PIC 9(5) VALUE 0.
       01  WS-CTL-EMP-FLAGGED   PIC 9(5) VALUE 0.
       01  WS-CTL-FLAGS         PIC 9(5) VALUE 0.
       01  WS-CTL-FLAGGED-NET   PIC 9(9)V99 VALUE 0.
       01  WS-CTL-GV-COUNT      PIC 9(5) VALUE 0.
       01  WS-CTL-NV-COUNT      PIC 9(5) VALUE 0.
       01  WS-CTL-DB-COUNT      PIC 9(5) VALUE 0.
       01  WS-CTL-BC-COUNT      PIC 9(5) VALUE 0.
       01  WS-CTL-NA-COUNT      PIC 9(5) VALUE 0.
       01  WS-CTL-FP-COUNT      PIC 9(5) VALUE 0.
       01  WS-CTL-GRP-SKIP      PIC 9(5) VALUE 0.
       01  WS-SCREEN-HEADER.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(36) VALUE
               'PAYROLL VARIANCE AND FRAUD SCREENING'.
           05 FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05 WS-HDR-RUN-DATE   PIC X(8).
       01  WS-PERIOD-HDR-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE 'PERIOD: '.
           05 WS-HDR-PERIOD     PIC ZZ9.
           05 FILLER            PIC X(13) VALUE '  PAY DATE: '.
           05 WS-HDR-PAY-DATE   PIC X(8).
           05 FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05 WS-HDR-PAY-GROUP  PIC X(2).
       01  WS-PARM-HDR-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'VARIANCE >'.
           05 WS-HDR-VAR-PCT    PIC ZZ9.
           05 FILLER            PIC X(13) VALUE '% OF AVG OF '.
           05 WS-HDR-HIST-LIMIT PIC Z9.
           05 FILLER            PIC X(27) VALUE
               ' PRIOR CHECKS  BANK CHANGE '.
           05 FILLER            PIC X(7) VALUE 'WITHIN '.
           05 WS-HDR-BANK-DAYS  PIC ZZ9.
           05 FILLER            PIC X(24) VALUE
               ' DAYS  FIRST PAY OVER '.
           05 WS-HDR-FIRST-MAX  PIC $ZZZ,ZZ9.99.
       01  WS-SCREEN-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(4) VALUE 'CD'.
           05 FILLER            PIC X(7) VALUE 'ID'.
           05 FILLER            PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER            PIC X(11) VALUE 'CUR GROSS'.
           05 FILLER            PIC X(11) VALUE 'AVG GROSS'.
           05 FILLER            PIC X(11) VALUE 'CUR NET'.
           05 FILLER            PIC X(12) VALUE 'AVG NET'.
           05 FILLER            PIC X(32) VALUE 'REASON'.
           05 FILLER            PIC X(17) VALUE 'DISPOSITION'.
       01  WS-SCREEN-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-DET-CODE       PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-EMP-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-EMP-NAME   PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-CUR-GROSS  PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-AVG-GROSS  PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-CUR-NET    PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-AVG-NET    PIC $ZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-REASON     PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE '__CLEAR  __HOLD'.
       01  WS-SCREEN-TRAILER.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'SCREENING CONTROL TOTALS'.
       01  WS-TRAILER-COUNT.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRL-LABEL      PIC X(36).
           05 WS-TRL-COUNT-D    PIC ZZZZ9.
       01  WS-TRAILER-AMOUNT.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRA-LABEL      PIC X(36).
           05 WS-TRA-AMOUNT-D   PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-VERDICT.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TRL-VERDICT    PIC X(60).
       01  WS-SIGNOFF-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE
               'SUPERVISOR REVIEW:'.
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
           PERFORM 1010-READ-SCREEN-LIMITS
           PERFORM 1020-FIND-PAY-PERIOD
           PERFORM 1030-LOAD-BANK-ACCOUNTS
           PERFORM 1040-LOAD-BANK-CHANGES
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'PAYSCRN: PAY HISTORY FILE NOT AVAILABLE'
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
           OPEN OUTPUT SCREEN-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-CUR-PERIOD TO WS-HDR-PERIOD
           MOVE WS-CUR-PAY-DATE TO WS-HDR-PAY-DATE
           MOVE WS-PAY-GROUP TO WS-HDR-PAY-GROUP
           MOVE WS-VARIANCE-PCT TO WS-HDR-VAR-PCT
           MOVE WS-HIST-LIMIT TO WS-HDR-HIST-LIMIT
           MOVE WS-BANK-DAYS TO WS-HDR-BANK-DAYS
           MOVE WS-FIRST-PAY-MAX TO WS-HDR-FIRST-MAX
           WRITE SCREEN-REPORT-LINE FROM WS-SCREEN-HEADER
           WRITE SCREEN-REPORT-LINE FROM WS-PERIOD-HDR-LINE
           WRITE SCREEN-REPORT-LINE FROM WS-PARM-HDR-LINE
           WRITE SCREEN-REPORT-LINE FROM SPACES
           WRITE SCREEN-REPORT-LINE FROM WS-SCREEN-TITLE
           WRITE SCREEN-REPORT-LINE FROM SPACES.

       1010-READ-SCREEN-LIMITS.
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "SCREEN-VARIANCE-PCT"
           IF WS-PARM-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-X) = 0
               MOVE FUNCTION NUMVAL(WS-PARM-X) TO WS-NUMVAL-WORK
               IF WS-NUMVAL-WORK > 0 AND WS-NUMVAL-WORK <= 999
                   MOVE WS-NUMVAL-WORK TO WS-VARIANCE-PCT
               END-IF
           END-IF
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "SCREEN-HIST-CHECKS"
           IF WS-PARM-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-X) = 0
               MOVE FUNCTION NUMVAL(WS-PARM-X) TO WS-NUMVAL-WORK
               IF WS-NUMVAL-WORK > 0 AND WS-NUMVAL-WORK <= 12
                   MOVE WS-NUMVAL-WORK TO WS-HIST-LIMIT
               END-IF
           END-IF
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "SCREEN-BANK-DAYS"
           IF WS-PARM-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-X) = 0
               MOVE FUNCTION NUMVAL(WS-PARM-X) TO WS-NUMVAL-WORK
               IF WS-NUMVAL-WORK >= 0 AND WS-NUMVAL-WORK <= 999
                   MOVE WS-NUMVAL-WORK TO WS-BANK-DAYS
               END-IF
           END-IF
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "SCREEN-FIRST-PAY-MAX"
           IF WS-PARM-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-X) = 0
               MOVE FUNCTION NUMVAL(WS-PARM-X) TO WS-NUMVAL-WORK
               IF WS-NUMVAL-WORK > 0
                   MOVE WS-NUMVAL-WORK TO WS-FIRST-PAY-MAX
               END-IF
           END-IF.

       1020-FIND-PAY-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYCAL-FILE-STATUS NOT = '00'
               DISPLAY 'PAYSCRN: PAY PERIOD CALENDAR NOT AVAILABLE'
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
                   MOVE 'Y' TO WS-PERIOD-FOUND
               END-IF
               READ PAY-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-PAYCAL-EOF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE
           IF WS-PERIOD-FOUND = 'N'
               DISPLAY 'PAYSCRN: NO PAY PERIOD COVERS RUN DATE '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1030-LOAD-BANK-ACCOUNTS.
           MOVE 0 TO WS-BK-COUNT
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'PAYSCRN: EMPLOYEE MASTER NOT AVAILABLE'
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
               IF MAST-BANK-ROUTING NOT = SPACES
                       AND MAST-BANK-ROUTING NOT = ZEROES
                       AND MAST-BANK-ACCOUNT NOT = SPACES
                       AND MAST-BANK-ACCOUNT NOT = ZEROES
                   IF WS-BK-COUNT >= 5000
                       DISPLAY 'PAYSCRN: EMPLOYEE MASTER EXCEEDS TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BK-COUNT
                   MOVE MAST-EMP-ID TO WS-BK-EMP-ID(WS-BK-COUNT)
                   MOVE MAST-BANK-ROUTING TO WS-BK-ROUTING(WS-BK-COUNT)
                   MOVE MAST-BANK-ACCOUNT TO WS-BK-ACCOUNT(WS-BK-COUNT)
               END-IF
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WS-MAST-EOF
               END-READ
           END-PERFORM.

       1040-LOAD-BANK-CHANGES.
           MOVE 0 TO WS-BC-COUNT
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   IF AUD-TXN-TYPE = 'C'
                           AND AUD-RESULT = 'APPLIED'
                           AND AUD-REASON = 'BANK DETAILS CHANGED'
                           AND AUD-DATE IS NUMERIC
                       PERFORM 1045-CHECK-BANK-CHANGE-DATE
                   END-IF
                   READ AUDIT-LOG-FILE
                       AT END MOVE 'Y' TO WS-AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       1045-CHECK-BANK-CHANGE-DATE.
           MOVE AUD-DATE TO WS-WD-DATE
           COMPUTE WS-AUD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
           IF WS-AUD-DATE-INT <= WS-RUN-DATE-INT
                   AND WS-RUN-DATE-INT - WS-AUD-DATE-INT
                   <= WS-BANK-DAYS
               MOVE AUD-EMP-ID TO WS-SCR-EMP-ID
               PERFORM 2450-FIND-BANK-CHANGE
               IF WS-BC-FOUND-SUB = 0
                   IF WS-BC-COUNT >= 500
                       DISPLAY 'PAYSCRN: BANK CHANGES EXCEED TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BC-COUNT
                   MOVE AUD-EMP-ID TO WS-BC-EMP-ID(WS-BC-COUNT)
                   MOVE AUD-DATE TO WS-BC-DATE(WS-BC-COUNT)
               ELSE
                   IF AUD-DATE > WS-BC-DATE(WS-BC-FOUND-SUB)
                       MOVE AUD-DATE TO WS-BC-DATE(WS-BC-FOUND-SUB)
                   END-IF
               END-IF
               MOVE SPACES TO WS-SCR-EMP-ID
           END-IF.

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
                   DISPLAY 'PAYSCRN: RUN CONTROL EXCEEDS TABLE'
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
               DISPLAY 'PAYSCRN: RUN CONTROL TABLE FULL'
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
           IF HIST-EMP-ID NOT = WS-SCR-EMP-ID
               IF WS-SCR-EMP-ID NOT = SPACES
                   PERFORM 2300-SCREEN-EMPLOYEE
               END-IF
               PERFORM 2100-START-EMPLOYEE
           END-IF
           IF HIST-TYPE = 'R'
               IF HIST-PAY-DATE = WS-CUR-PAY-DATE
                   MOVE 'Y' TO WS-SCR-PAID
                   ADD HIST-GROSS TO WS-SCR-GROSS
                   ADD HIST-NET TO WS-SCR-NET
               ELSE
                   IF HIST-PAY-DATE < WS-CUR-PAY-DATE
                       PERFORM 2200-ADD-PRIOR-CHECK
                   END-IF
               END-IF
           END-IF
           READ PAYROLL-HISTORY-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2100-START-EMPLOYEE.
           MOVE HIST-EMP-ID TO WS-SCR-EMP-ID
           MOVE 'N' TO WS-SCR-PAID
           MOVE 0 TO WS-SCR-GROSS
           MOVE 0 TO WS-SCR-NET
           MOVE 0 TO WS-PR-COUNT.

       2200-ADD-PRIOR-CHECK.
           IF WS-PR-COUNT >= WS-HIST-LIMIT
               PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                       UNTIL WS-PR-SUB >= WS-PR-COUNT
                   MOVE WS-PR-ENTRY(WS-PR-SUB + 1)
                       TO WS-PR-ENTRY(WS-PR-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-PR-COUNT
           END-IF
           MOVE HIST-GROSS TO WS-PR-GROSS(WS-PR-COUNT)
           MOVE HIST-NET TO WS-PR-NET(WS-PR-COUNT).

       2300-SCREEN-EMPLOYEE.
           IF WS-SCR-PAID = 'Y'
               MOVE 'Y' TO WS-SCR-ON-MASTER
               MOVE WS-SCR-EMP-ID TO MAST-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-SCR-ON-MASTER
                       MOVE SPACES TO MAST-EMP-NAME
               END-READ
               MOVE 'N' TO WS-SCR-IN-GROUP
               IF WS-SCR-ON-MASTER = 'Y'
                   IF MAST-PAY-GROUP = WS-PAY-GROUP
                       MOVE 'Y' TO WS-SCR-IN-GROUP
                   END-IF
               ELSE
                   IF WS-PAY-GROUP = SPACES
                       MOVE 'Y' TO WS-SCR-IN-GROUP
                   END-IF
               END-IF
               IF WS-SCR-IN-GROUP = 'Y'
                   PERFORM 2305-SCREEN-PAID-EMPLOYEE
               ELSE
                   ADD 1 TO WS-CTL-GRP-SKIP
               END-IF
           END-IF.

       2305-SCREEN-PAID-EMPLOYEE.
           ADD 1 TO WS-CTL-SCREENED
           MOVE 'N' TO WS-SCR-FLAGGED
           MOVE 0 TO WS-AVG-GROSS
           MOVE 0 TO WS-AVG-NET
           IF WS-PR-COUNT > 0
               MOVE 0 TO WS-PR-TOT-GROSS
               MOVE 0 TO WS-PR-TOT-NET
               PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                       UNTIL WS-PR-SUB > WS-PR-COUNT
                   ADD WS-PR-GROSS(WS-PR-SUB) TO WS-PR-TOT-GROSS
                   ADD WS-PR-NET(WS-PR-SUB) TO WS-PR-TOT-NET
               END-PERFORM
               COMPUTE WS-AVG-GROSS ROUNDED =
                   WS-PR-TOT-GROSS / WS-PR-COUNT
               COMPUTE WS-AVG-NET ROUNDED =
                   WS-PR-TOT-NET / WS-PR-COUNT
           END-IF
           PERFORM 2310-CHECK-VARIANCE
           PERFORM 2320-CHECK-FIRST-PAY
           PERFORM 2330-CHECK-STATUS
           IF WS-SCR-ON-MASTER = 'Y'
               PERFORM 2340-CHECK-SHARED-BANK
               PERFORM 2350-CHECK-BANK-CHANGE
           END-IF
           IF WS-SCR-FLAGGED = 'Y'
               ADD 1 TO WS-CTL-EMP-FLAGGED
               ADD WS-SCR-NET TO WS-CTL-FLAGGED-NET
           END-IF.

       2310-CHECK-VARIANCE.
           IF WS-AVG-GROSS > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-SCR-GROSS - WS-AVG-GROSS) * 100 / WS-AVG-GROSS
               MOVE 'GV' TO WS-FLAG-CODE
               PERFORM 2315-TEST-VARIANCE
           END-IF
           IF WS-AVG-NET > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-SCR-NET - WS-AVG-NET) * 100 / WS-AVG-NET
               MOVE 'NV' TO WS-FLAG-CODE
               PERFORM 2315-TEST-VARIANCE
           END-IF.

       2315-TEST-VARIANCE.
           MOVE SPACES TO WS-FLAG-DETAIL
           IF WS-VAR-PCT > WS-VARIANCE-PCT
               MOVE WS-VAR-PCT TO WS-VAR-PCT-D
               IF WS-FLAG-CODE = 'GV'
                   STRING 'GROSS UP ' WS-VAR-PCT-D '%'
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               ELSE
                   STRING 'NET UP ' WS-VAR-PCT-D '%'
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               END-IF
           END-IF
           IF WS-VAR-PCT < 0 - WS-VARIANCE-PCT
               COMPUTE WS-VAR-PCT-D = 0 - WS-VAR-PCT
               IF WS-FLAG-CODE = 'GV'
                   STRING 'GROSS DOWN ' WS-VAR-PCT-D '%'
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               ELSE
                   STRING 'NET DOWN ' WS-VAR-PCT-D '%'
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               END-IF
           END-IF
           IF WS-FLAG-DETAIL NOT = SPACES
               PERFORM 2400-WRITE-FLAG
           END-IF.

       2320-CHECK-FIRST-PAY.
           IF WS-PR-COUNT = 0
                   AND WS-SCR-NET > WS-FIRST-PAY-MAX
               MOVE 'FP' TO WS-FLAG-CODE
               MOVE 'FIRST PAYCHECK OVER LIMIT' TO WS-FLAG-DETAIL
               PERFORM 2400-WRITE-FLAG
           END-IF.

       2330-CHECK-STATUS.
           MOVE SPACES TO WS-FLAG-DETAIL
           IF WS-SCR-ON-MASTER = 'N'
               MOVE 'NOT ON EMPLOYEE MASTER' TO WS-FLAG-DETAIL
           ELSE
               IF MAST-STATUS NOT = 'A'
                   IF MAST-STATUS = 'T'
                       STRING 'TERMINATED ' MAST-TERM-DATE
                           DELIMITED BY SIZE INTO WS-FLAG-DETAIL
                   ELSE
                       STRING 'EMPLOYEE STATUS ' MAST-STATUS
                           DELIMITED BY SIZE INTO WS-FLAG-DETAIL
                   END-IF
               END-IF
           END-IF
           IF WS-FLAG-DETAIL NOT = SPACES
               MOVE 'NA' TO WS-FLAG-CODE
               PERFORM 2400-WRITE-FLAG
           END-IF.

       2340-CHECK-SHARED-BANK.
           MOVE 0 TO WS-BK-MATCHES
           MOVE SPACES TO WS-BK-OTHER-ID
           IF MAST-BANK-ROUTING NOT = SPACES
                   AND MAST-BANK-ROUTING NOT = ZEROES
                   AND MAST-BANK-ACCOUNT NOT = SPACES
                   AND MAST-BANK-ACCOUNT NOT = ZEROES
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BK-COUNT
                   IF WS-BK-ROUTING(WS-BK-SUB) = MAST-BANK-ROUTING
                           AND WS-BK-ACCOUNT(WS-BK-SUB)
                           = MAST-BANK-ACCOUNT
                           AND WS-BK-EMP-ID(WS-BK-SUB)
                           NOT = MAST-EMP-ID
                       ADD 1 TO WS-BK-MATCHES
                       IF WS-BK-OTHER-ID = SPACES
                           MOVE WS-BK-EMP-ID(WS-BK-SUB)
                               TO WS-BK-OTHER-ID
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BK-MATCHES > 0
               MOVE SPACES TO WS-FLAG-DETAIL
               IF WS-BK-MATCHES = 1
                   STRING 'BANK ACCT ALSO ON ' WS-BK-OTHER-ID
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               ELSE
                   STRING 'BANK ACCT ALSO ON ' WS-BK-OTHER-ID
                       ' + OTHERS'
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               END-IF
               MOVE 'DB' TO WS-FLAG-CODE
               PERFORM 2400-WRITE-FLAG
           END-IF.

       2350-CHECK-BANK-CHANGE.
           PERFORM 2450-FIND-BANK-CHANGE
           IF WS-BC-FOUND-SUB > 0
               MOVE SPACES TO WS-FLAG-DETAIL
               STRING 'BANK CHANGED ' WS-BC-DATE(WS-BC-FOUND-SUB)
                   DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               MOVE 'BC' TO WS-FLAG-CODE
               PERFORM 2400-WRITE-FLAG
           END-IF.

       2400-WRITE-FLAG.
           MOVE 'Y' TO WS-SCR-FLAGGED
           ADD 1 TO WS-CTL-FLAGS
           EVALUATE WS-FLAG-CODE
               WHEN 'GV'
                   ADD 1 TO WS-CTL-GV-COUNT
               WHEN 'NV'
                   ADD 1 TO WS-CTL-NV-COUNT
               WHEN 'DB'
                   ADD 1 TO WS-CTL-DB-COUNT
               WHEN 'BC'
                   ADD 1 TO WS-CTL-BC-COUNT
               WHEN 'NA'
                   ADD 1 TO WS-CTL-NA-COUNT
               WHEN 'FP'
                   ADD 1 TO WS-CTL-FP-COUNT
           END-EVALUATE
           MOVE WS-FLAG-CODE TO WS-DET-CODE
           MOVE WS-SCR-EMP-ID TO WS-DET-EMP-ID
           MOVE MAST-EMP-NAME TO WS-DET-EMP-NAME
           MOVE WS-SCR-GROSS TO WS-DET-CUR-GROSS
           MOVE WS-AVG-GROSS TO WS-DET-AVG-GROSS
           MOVE WS-SCR-NET TO WS-DET-CUR-NET
           MOVE WS-AVG-NET TO WS-DET-AVG-NET
           MOVE WS-FLAG-DETAIL TO WS-DET-REASON
           WRITE SCREEN-REPORT-LINE FROM WS-SCREEN-DETAIL.

       2450-FIND-BANK-CHANGE.
           MOVE 0 TO WS-BC-FOUND-SUB
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > WS-BC-COUNT
               IF WS-BC-EMP-ID(WS-BC-SUB) = WS-SCR-EMP-ID
                   MOVE WS-BC-SUB TO WS-BC-FOUND-SUB
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           IF WS-SCR-EMP-ID NOT = SPACES
               PERFORM 2300-SCREEN-EMPLOYEE
           END-IF
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           WRITE SCREEN-REPORT-LINE FROM SPACES
           WRITE SCREEN-REPORT-LINE FROM WS-SCREEN-TRAILER
           MOVE 'PAYCHECKS SCREENED:' TO WS-TRL-LABEL
           MOVE WS-CTL-SCREENED TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'EMPLOYEES FLAGGED:' TO WS-TRL-LABEL
           MOVE WS-CTL-EMP-FLAGGED TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'NET PAY OF FLAGGED EMPLOYEES:' TO WS-TRA-LABEL
           MOVE WS-CTL-FLAGGED-NET TO WS-TRA-AMOUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-AMOUNT
           MOVE 'GV GROSS VARIANCE:' TO WS-TRL-LABEL
           MOVE WS-CTL-GV-COUNT TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'NV NET VARIANCE:' TO WS-TRL-LABEL
           MOVE WS-CTL-NV-COUNT TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'DB BANK ACCOUNT SHARED:' TO WS-TRL-LABEL
           MOVE WS-CTL-DB-COUNT TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'BC BANK DETAILS RECENTLY CHANGED:' TO WS-TRL-LABEL
           MOVE WS-CTL-BC-COUNT TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'NA PAID WHILE NOT ACTIVE:' TO WS-TRL-LABEL
           MOVE WS-CTL-NA-COUNT TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'FP FIRST PAYCHECK OVER LIMIT:' TO WS-TRL-LABEL
           MOVE WS-CTL-FP-COUNT TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           MOVE 'OTHER GROUP SKIPPED:' TO WS-TRL-LABEL
           MOVE WS-CTL-GRP-SKIP TO WS-TRL-COUNT-D
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-COUNT
           IF WS-CTL-FLAGS = 0
               MOVE 'NO ITEMS FLAGGED' TO WS-TRL-VERDICT
           ELSE
               MOVE 'ITEMS FLAGGED - CLEAR OR HOLD BEFORE TRANSMISSION'
                   TO WS-TRL-VERDICT
           END-IF
           WRITE SCREEN-REPORT-LINE FROM SPACES
           WRITE SCREEN-REPORT-LINE FROM WS-TRAILER-VERDICT
           WRITE SCREEN-REPORT-LINE FROM SPACES
           WRITE SCREEN-REPORT-LINE FROM WS-SIGNOFF-LINE
           CLOSE SCREEN-REPORT-FILE
           PERFORM 3700-RECORD-RUN-END
           IF WS-CTL-FLAGS > 0
               DISPLAY 'PAYSCRN: ' WS-CTL-EMP-FLAGGED
                   ' EMPLOYEES FLAGGED FOR REVIEW'
               MOVE 4 TO RETURN-CODE
           END-IF.

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
           MOVE WS-CTL-EMP-FLAGGED TO WS-RC-EXC(WS-RC-FOUND-SUB)
           PERFORM 1720-REWRITE-RUN-CONTROL.
