           SELECT MAINT-TRANS-FILE ASSIGN TO "data/EMPMAINT.TXN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "data/EMPMAINT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DEPT-REFERENCE-FILE ASSIGN TO "data/DEPTREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-FILE-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO "data/STATETAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATETAX-FILE-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "data/PAYCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "data/RATEHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 TXN-BANK-ROUTING  PIC X(9).
           05 TXN-BANK-ACCOUNT  PIC X(12).
           05 TXN-EFFECTIVE-DATE PIC X(8).
           05 TXN-WORK-STATE    PIC X(2).
           05 TXN-STATE-FILING  PIC X(1).
           05 TXN-STATE-ALLOW-X PIC X(2).
           05 TXN-PAY-TYPE      PIC X(1).
           05 TXN-ANNUAL-SALARY-X PIC X(10).
           05 TXN-PAY-GROUP     PIC X(2).
       01  MASS-INCREASE-RECORD.
           05 MASS-TXN-TYPE     PIC X(1).
           05 MASS-EMP-ID       PIC X(5).
           05 MASS-METHOD       PIC X(1).
           05 MASS-AMOUNT-X     PIC X(7).
           05 MASS-DEPT-CODE    PIC X(4).
           05 MASS-EFFECTIVE-DATE PIC X(8).
           05 FILLER            PIC X(60).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05 DR-GL-LIABILITY  PIC X(8).
           05 DR-ACTIVE        PIC X(1).

       FD  STATE-TAX-FILE.
           COPY "statetax.cpy".

       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-RECORD.
           05 PP-NUMBER        PIC 9(3).
           05 PP-START-DATE    PIC X(8).
           05 PP-END-DATE      PIC X(8).
           05 PP-PAY-DATE      PIC X(8).
           05 PP-STATUS        PIC X(1).
           05 PP-PAY-GROUP     PIC X(2).
           05 PP-FREQUENCY     PIC X(1).

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  RATE-HISTORY-FILE.
           COPY "ratehist.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".

       01  WS-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-NUMVAL-RATE       PIC S9(5)V99.
       01  WS-NUMVAL-EXEMPT     PIC S9(5)V99.
       01  WS-NUMVAL-STATE-ALLOW PIC S9(5)V99.
       01  WS-NEW-STATE-FILING  PIC X(1).
       01  WS-NUMVAL-SALARY     PIC S9(9)V99.
       01  WS-MAX-SALARY        PIC 9(7)V99 VALUE 9999999.99.
       01  WS-NEW-PAY-TYPE      PIC X(1).
       01  WS-NEW-SALARY        PIC 9(7)V99.
       01  WS-RATEHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-OLD-RATE          PIC 9(3)V99.
       01  WS-OLD-SALARY        PIC 9(7)V99.
       01  WS-OLD-BANK-ROUTING  PIC X(9).
       01  WS-OLD-BANK-ACCOUNT  PIC X(12).
       01  WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RH-EFF-DATE       PIC X(8).
       01  WS-RH-SOURCE         PIC X(1).
       01  WS-NUMVAL-AMOUNT     PIC S9(5)V99.
       01  WS-NEW-RATE-WORK     PIC S9(5)V99.
       01  WS-NEW-SALARY-WORK   PIC S9(9)V99.
       01  WS-MASS-EOF          PIC X VALUE 'N'.
       01  WS-MASS-ALL-DEPTS    PIC X VALUE 'N'.
       01  WS-MASS-COUNT        PIC 9(5) VALUE 0.
       01  WS-MASS-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-MASS-COUNT-D      PIC ZZZZ9.
       01  WS-MASS-SKIPPED-D    PIC ZZZZ9.
       01  WS-MASS-REASON       PIC X(40).
       01  WS-RUN-DATE          PIC X(8).
       01  WS-RUN-TIME          PIC X(8).
       01  WS-CTL-APPLIED       PIC 9(5) VALUE 0.
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
       01  WS-DEPTREF-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DEPTREF-EOF       PIC X VALUE 'N'.
       01  WS-DR-COUNT          PIC 9(3) VALUE 0.
              10 WS-DR-GL-EXPENSE PIC X(8).
              10 WS-DR-GL-LIABILITY PIC X(8).
              10 WS-DR-ACTIVE   PIC X(1).
       01  WS-STATETAX-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-STATETAX-EOF      PIC X VALUE 'N'.
       01  WS-SC-COUNT          PIC 9(3) VALUE 0.
       01  WS-SC-SUB            PIC 9(3) VALUE 0.
       01  WS-SC-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-STATE-LOOKUP      PIC X(2) VALUE SPACES.
       01  WS-SC-TABLE.
           05 WS-SC-CODE OCCURS 60 TIMES PIC X(2).
       01  WS-PAYCAL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PAYCAL-EOF        PIC X VALUE 'N'.
       01  WS-PG-COUNT          PIC 9(3) VALUE 0.
       01  WS-PG-SUB            PIC 9(3) VALUE 0.
       01  WS-PG-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-GROUP-LOOKUP      PIC X(2) VALUE SPACES.
       01  WS-PG-TABLE.
           05 WS-PG-CODE OCCURS 20 TIMES PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1020-LOAD-DEPT-TABLE
           PERFORM 1030-LOAD-STATE-TABLE
           PERFORM 1040-LOAD-PAY-GROUP-TABLE
           OPEN INPUT MAINT-TRANS-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN EXTEND RATE-HISTORY-FILE
           IF WS-RATEHIST-FILE-STATUS = '35'
               OPEN OUTPUT RATE-HISTORY-FILE
           END-IF
           PERFORM 1010-OPEN-EMPLOYEE-MASTER
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-IF
           CLOSE DEPT-REFERENCE-FILE.

       1030-LOAD-STATE-TABLE.
           MOVE 0 TO WS-SC-COUNT
           OPEN INPUT STATE-TAX-FILE
           IF WS-STATETAX-FILE-STATUS NOT = '00'
               DISPLAY 'EMPMAINT: STATE TAX TABLE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STATETAX-EOF
           READ STATE-TAX-FILE
               AT END MOVE 'Y' TO WS-STATETAX-EOF
           END-READ
           PERFORM UNTIL WS-STATETAX-EOF = 'Y'
               MOVE SR-STATE-CODE TO WS-STATE-LOOKUP
               PERFORM 1035-LOOKUP-STATE
               IF WS-SC-FOUND-SUB = 0
                   IF WS-SC-COUNT >= 60
                       DISPLAY 'EMPMAINT: STATE TAX FILE EXCEEDS TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SC-COUNT
                   MOVE SR-STATE-CODE TO WS-SC-CODE(WS-SC-COUNT)
               END-IF
               READ STATE-TAX-FILE
                   AT END MOVE 'Y' TO WS-STATETAX-EOF
               END-READ
           END-PERFORM
           CLOSE STATE-TAX-FILE.

       1035-LOOKUP-STATE.
           MOVE 0 TO WS-SC-FOUND-SUB
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               IF WS-SC-CODE(WS-SC-SUB) = WS-STATE-LOOKUP
                   MOVE WS-SC-SUB TO WS-SC-FOUND-SUB
               END-IF
           END-PERFORM.

       1040-LOAD-PAY-GROUP-TABLE.
           MOVE 0 TO WS-PG-COUNT
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYCAL-FILE-STATUS NOT = '00'
               DISPLAY 'EMPMAINT: PAY PERIOD CALENDAR NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PAYCAL-EOF
           READ PAY-PERIOD-FILE
               AT END MOVE 'Y' TO WS-PAYCAL-EOF
           END-READ
           PERFORM UNTIL WS-PAYCAL-EOF = 'Y'
               MOVE PP-PAY-GROUP TO WS-GROUP-LOOKUP
               PERFORM 1045-LOOKUP-PAY-GROUP
               IF WS-PG-FOUND-SUB = 0
                   IF WS-PG-COUNT >= 20
                       DISPLAY 'EMPMAINT: PAY GROUPS EXCEED TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PG-COUNT
                   MOVE PP-PAY-GROUP TO WS-PG-CODE(WS-PG-COUNT)
               END-IF
               READ PAY-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-PAYCAL-EOF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE.

       1045-LOOKUP-PAY-GROUP.
           MOVE 0 TO WS-PG-FOUND-SUB
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                   UNTIL WS-PG-SUB > WS-PG-COUNT
               IF WS-PG-CODE(WS-PG-SUB) = WS-GROUP-LOOKUP
                   MOVE WS-PG-SUB TO WS-PG-FOUND-SUB
               END-IF
           END-PERFORM.

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
           END-PERFORM.

       1718-ADD-RUN-ENTRY.
           IF WS-RC-COUNT >= 50
               DISPLAY 'EMPMAINT: RUN CONTROL TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE SPACES TO WS-RC-START(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'S' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE 0 TO WS-RC-EXC(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-GROUP(WS-RC-FOUND-SUB).

       1720-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
                   PERFORM 2200-CHANGE-EMPLOYEE
               WHEN 'D'
                   PERFORM 2300-TERMINATE-EMPLOYEE
               WHEN 'M'
                   PERFORM 2500-MASS-INCREASE
               WHEN OTHER
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-TXN-REASON
                   MOVE TXN-DEPT-CODE TO WS-DEPT-LOOKUP
                   PERFORM 2400-VALIDATE-DEPT-CODE
               END-IF
               IF WS-TXN-VALID = 'Y'
                   IF TXN-WORK-STATE = SPACES
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'WORK STATE REQUIRED' TO WS-TXN-REASON
                   ELSE
                       PERFORM 2420-VALIDATE-STATE-FIELDS
                   END-IF
               END-IF
               IF WS-TXN-VALID = 'Y'
                   PERFORM 2430-VALIDATE-PAY-TYPE
               END-IF
               IF WS-TXN-VALID = 'Y'
                       AND TXN-PAY-GROUP NOT = SPACES
                   PERFORM 2440-VALIDATE-PAY-GROUP
               END-IF
               IF WS-TXN-VALID = 'Y'
                       AND TXN-EFFECTIVE-DATE NOT = SPACES
                   PERFORM 2310-VALIDATE-EFFECTIVE-DATE
               END-IF
               IF WS-TXN-VALID = 'Y'
                   MOVE TXN-EMP-ID TO MAST-EMP-ID
                   MOVE TXN-EMP-NAME TO MAST-EMP-NAME
                   MOVE 'N' TO MAST-ACH-HOLD
                   MOVE ZERO TO MAST-VAC-BALANCE
                   MOVE ZERO TO MAST-SICK-BALANCE
                   MOVE ZERO TO YTD-FED-WAGES
                   MOVE ZERO TO YTD-FICA-WAGES
                   MOVE TXN-WORK-STATE TO MAST-WORK-STATE
                   IF TXN-STATE-FILING = SPACES
                       MOVE TXN-FILING-STATUS TO MAST-STATE-FILING
                   ELSE
                       MOVE TXN-STATE-FILING TO MAST-STATE-FILING
                   END-IF
                   IF TXN-STATE-ALLOW-X = SPACES
                       MOVE ZERO TO MAST-STATE-ALLOW
                   ELSE
                       MOVE WS-NUMVAL-STATE-ALLOW TO MAST-STATE-ALLOW
                   END-IF
                   MOVE ZERO TO YTD-STATE-WAGES
                   MOVE ZERO TO YTD-STATE-TAX
                   MOVE WS-NEW-PAY-TYPE TO MAST-PAY-TYPE
                   MOVE WS-NEW-SALARY TO MAST-ANNUAL-SALARY
                   MOVE TXN-EFFECTIVE-DATE TO MAST-HIRE-DATE
                   MOVE TXN-PAY-GROUP TO MAST-PAY-GROUP
                   WRITE MASTER-RECORD
                   MOVE 0 TO WS-OLD-RATE
                   MOVE 0 TO WS-OLD-SALARY
                   MOVE 'A' TO WS-RH-SOURCE
                   MOVE TXN-EFFECTIVE-DATE TO WS-RH-EFF-DATE
                   IF WS-RH-EFF-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-RH-EFF-DATE
                   END-IF
                   PERFORM 2600-WRITE-RATE-HISTORY
               END-IF
           END-IF.

                   PERFORM 2400-VALIDATE-DEPT-CODE
               END-IF
               IF WS-TXN-VALID = 'Y'
                   PERFORM 2420-VALIDATE-STATE-FIELDS
               END-IF
               IF WS-TXN-VALID = 'Y'
                       AND TXN-WORK-STATE NOT = SPACES
                       AND TXN-WORK-STATE NOT = MAST-WORK-STATE
                       AND YTD-STATE-WAGES > 0
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'STATE CHANGE WITH YTD STATE WAGES'
                       TO WS-TXN-REASON
               END-IF
               IF WS-TXN-VALID = 'Y'
                   PERFORM 2430-VALIDATE-PAY-TYPE
               END-IF
               IF WS-TXN-VALID = 'Y'
                       AND TXN-PAY-GROUP NOT = SPACES
                   PERFORM 2440-VALIDATE-PAY-GROUP
               END-IF
               IF WS-TXN-VALID = 'Y'
                       AND TXN-EFFECTIVE-DATE NOT = SPACES
                   PERFORM 2310-VALIDATE-EFFECTIVE-DATE
                   IF WS-TXN-VALID = 'Y'
                           AND TXN-EFFECTIVE-DATE > WS-RUN-DATE
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'EFFECTIVE DATE IN FUTURE' TO WS-TXN-REASON
                   END-IF
               END-IF
               IF WS-TXN-VALID = 'Y'
                   MOVE MAST-EMP-RATE TO WS-OLD-RATE
                   MOVE MAST-ANNUAL-SALARY TO WS-OLD-SALARY
                   MOVE MAST-BANK-ROUTING TO WS-OLD-BANK-ROUTING
                   MOVE MAST-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT
                   IF TXN-EMP-NAME NOT = SPACES
                       MOVE TXN-EMP-NAME TO MAST-EMP-NAME
                   END-IF
                       MOVE TXN-BANK-ACCOUNT TO MAST-BANK-ACCOUNT
                       MOVE 'N' TO MAST-ACH-HOLD
                   END-IF
                   IF TXN-WORK-STATE NOT = SPACES
                       MOVE TXN-WORK-STATE TO MAST-WORK-STATE
                   END-IF
                   IF TXN-STATE-FILING NOT = SPACES
                       MOVE TXN-STATE-FILING TO MAST-STATE-FILING
                   END-IF
                   IF TXN-STATE-ALLOW-X NOT = SPACES
                       MOVE WS-NUMVAL-STATE-ALLOW TO MAST-STATE-ALLOW
                   END-IF
                   MOVE WS-NEW-PAY-TYPE TO MAST-PAY-TYPE
                   MOVE WS-NEW-SALARY TO MAST-ANNUAL-SALARY
                   IF TXN-PAY-GROUP NOT = SPACES
                       MOVE TXN-PAY-GROUP TO MAST-PAY-GROUP
                   END-IF
                   REWRITE MASTER-RECORD
                   IF MAST-EMP-RATE NOT = WS-OLD-RATE
                           OR MAST-ANNUAL-SALARY NOT = WS-OLD-SALARY
                       MOVE 'C' TO WS-RH-SOURCE
                       MOVE TXN-EFFECTIVE-DATE TO WS-RH-EFF-DATE
                       IF WS-RH-EFF-DATE = SPACES
                           MOVE WS-RUN-DATE TO WS-RH-EFF-DATE
                       END-IF
                       PERFORM 2600-WRITE-RATE-HISTORY
                   END-IF
                   IF MAST-BANK-ROUTING NOT = WS-OLD-BANK-ROUTING
                           OR MAST-BANK-ACCOUNT
                           NOT = WS-OLD-BANK-ACCOUNT
                       MOVE 'BANK DETAILS CHANGED' TO WS-TXN-REASON
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       2420-VALIDATE-STATE-FIELDS.
           IF TXN-WORK-STATE NOT = SPACES
               MOVE TXN-WORK-STATE TO WS-STATE-LOOKUP
               PERFORM 1035-LOOKUP-STATE
               IF WS-SC-FOUND-SUB = 0
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'UNKNOWN WORK STATE' TO WS-TXN-REASON
               END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
               MOVE TXN-STATE-FILING TO WS-NEW-STATE-FILING
               IF TXN-TYPE = 'A' AND WS-NEW-STATE-FILING = SPACES
                   MOVE TXN-FILING-STATUS TO WS-NEW-STATE-FILING
               END-IF
               IF WS-NEW-STATE-FILING NOT = SPACES
                       AND WS-NEW-STATE-FILING NOT = 'M'
                       AND WS-NEW-STATE-FILING NOT = 'S'
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'INVALID STATE FILING STATUS' TO WS-TXN-REASON
               END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
                   AND TXN-STATE-ALLOW-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TXN-STATE-ALLOW-X) NOT = 0
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'NON-NUMERIC STATE ALLOWANCES' TO
                       WS-TXN-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(TXN-STATE-ALLOW-X)
                       TO WS-NUMVAL-STATE-ALLOW
                   IF WS-NUMVAL-STATE-ALLOW < 0
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'NEGATIVE STATE ALLOWANCES' TO
                           WS-TXN-REASON
                   ELSE
                       IF WS-NUMVAL-STATE-ALLOW > WS-MAX-EXEMPT
                           MOVE 'N' TO WS-TXN-VALID
                           MOVE 'STATE ALLOWANCES EXCEED 99 CEILING'
                               TO WS-TXN-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2430-VALIDATE-PAY-TYPE.
           IF TXN-TYPE = 'A'
               MOVE 'H' TO WS-NEW-PAY-TYPE
               MOVE 0 TO WS-NEW-SALARY
           ELSE
               MOVE MAST-PAY-TYPE TO WS-NEW-PAY-TYPE
               IF WS-NEW-PAY-TYPE = SPACES
                   MOVE 'H' TO WS-NEW-PAY-TYPE
               END-IF
               MOVE MAST-ANNUAL-SALARY TO WS-NEW-SALARY
           END-IF
           IF TXN-PAY-TYPE NOT = SPACES
               MOVE TXN-PAY-TYPE TO WS-NEW-PAY-TYPE
           END-IF
           IF WS-NEW-PAY-TYPE NOT = 'H'
                   AND WS-NEW-PAY-TYPE NOT = 'S'
               MOVE 'N' TO WS-TXN-VALID
               MOVE 'INVALID PAY TYPE' TO WS-TXN-REASON
           END-IF
           IF WS-TXN-VALID = 'Y'
                   AND TXN-ANNUAL-SALARY-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TXN-ANNUAL-SALARY-X) NOT = 0
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'NON-NUMERIC SALARY' TO WS-TXN-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(TXN-ANNUAL-SALARY-X)
                       TO WS-NUMVAL-SALARY
                   IF WS-NUMVAL-SALARY < 0
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'NEGATIVE SALARY' TO WS-TXN-REASON
                   ELSE
                       IF WS-NUMVAL-SALARY > WS-MAX-SALARY
                           MOVE 'N' TO WS-TXN-VALID
                           MOVE 'SALARY EXCEEDS 9999999.99 CEILING'
                               TO WS-TXN-REASON
                       ELSE
                           MOVE WS-NUMVAL-SALARY TO WS-NEW-SALARY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
                   AND WS-NEW-PAY-TYPE = 'S'
                   AND WS-NEW-SALARY = 0
               MOVE 'N' TO WS-TXN-VALID
               MOVE 'SALARY REQUIRED FOR SALARIED' TO WS-TXN-REASON
           END-IF.

       2440-VALIDATE-PAY-GROUP.
           MOVE TXN-PAY-GROUP TO WS-GROUP-LOOKUP
           PERFORM 1045-LOOKUP-PAY-GROUP
           IF WS-PG-FOUND-SUB = 0
               MOVE 'N' TO WS-TXN-VALID
               MOVE 'UNKNOWN PAY GROUP' TO WS-TXN-REASON
           END-IF.

       2500-MASS-INCREASE.
           PERFORM 2510-VALIDATE-MASS-INCREASE
           IF WS-TXN-VALID = 'Y'
               MOVE 0 TO WS-MASS-COUNT
               MOVE 0 TO WS-MASS-SKIPPED
               MOVE 'N' TO WS-MASS-EOF
               MOVE LOW-VALUES TO MAST-EMP-ID
               START EMPLOYEE-MASTER KEY >= MAST-EMP-ID
                   INVALID KEY MOVE 'Y' TO WS-MASS-EOF
               END-START
               IF WS-MASS-EOF NOT = 'Y'
                   READ EMPLOYEE-MASTER NEXT
                       AT END MOVE 'Y' TO WS-MASS-EOF
                   END-READ
               END-IF
               PERFORM UNTIL WS-MASS-EOF = 'Y'
                   IF (WS-MASS-ALL-DEPTS = 'Y'
                           OR MAST-DEPT-CODE = MASS-DEPT-CODE)
                           AND (MAST-STATUS NOT = 'T'
                           OR MAST-TERM-DATE >= MASS-EFFECTIVE-DATE)
                           AND (MAST-HIRE-DATE = SPACES
                           OR MAST-HIRE-DATE <= MASS-EFFECTIVE-DATE)
                       PERFORM 2520-APPLY-MASS-INCREASE
                   END-IF
                   READ EMPLOYEE-MASTER NEXT
                       AT END MOVE 'Y' TO WS-MASS-EOF
                   END-READ
               END-PERFORM
               MOVE WS-MASS-COUNT TO WS-MASS-COUNT-D
               MOVE WS-MASS-SKIPPED TO WS-MASS-SKIPPED-D
               MOVE SPACES TO WS-TXN-REASON
               STRING 'INCREASED=' WS-MASS-COUNT-D
                   ' SKIPPED=' WS-MASS-SKIPPED-D
                   DELIMITED BY SIZE INTO WS-TXN-REASON
               IF WS-MASS-COUNT = 0
                   MOVE 'N' TO WS-TXN-VALID
               END-IF
           END-IF.

       2510-VALIDATE-MASS-INCREASE.
           IF MASS-METHOD NOT = 'P' AND MASS-METHOD NOT = 'F'
               MOVE 'N' TO WS-TXN-VALID
               MOVE 'INVALID INCREASE METHOD' TO WS-TXN-REASON
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF FUNCTION TEST-NUMVAL(MASS-AMOUNT-X) NOT = 0
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'NON-NUMERIC INCREASE' TO WS-TXN-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(MASS-AMOUNT-X)
                       TO WS-NUMVAL-AMOUNT
                   IF WS-NUMVAL-AMOUNT <= 0
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'INCREASE NOT POSITIVE' TO WS-TXN-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF MASS-DEPT-CODE = SPACES OR MASS-DEPT-CODE = 'ALL'
                   MOVE 'Y' TO WS-MASS-ALL-DEPTS
               ELSE
                   MOVE 'N' TO WS-MASS-ALL-DEPTS
                   MOVE MASS-DEPT-CODE TO WS-DEPT-LOOKUP
                   PERFORM 2400-VALIDATE-DEPT-CODE
               END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF MASS-EFFECTIVE-DATE = SPACES
                       OR FUNCTION TEST-NUMVAL(MASS-EFFECTIVE-DATE)
                       NOT = 0
                   MOVE 'N' TO WS-TXN-VALID
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-TXN-REASON
               ELSE
                   IF MASS-EFFECTIVE-DATE > WS-RUN-DATE
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'EFFECTIVE DATE IN FUTURE' TO WS-TXN-REASON
                   END-IF
               END-IF
           END-IF.

       2520-APPLY-MASS-INCREASE.
           MOVE MAST-EMP-RATE TO WS-OLD-RATE
           MOVE MAST-ANNUAL-SALARY TO WS-OLD-SALARY
           MOVE SPACES TO WS-MASS-REASON
           IF MASS-METHOD = 'P'
               COMPUTE WS-NEW-RATE-WORK ROUNDED =
                   WS-OLD-RATE * (100 + WS-NUMVAL-AMOUNT) / 100
               COMPUTE WS-NEW-SALARY-WORK ROUNDED =
                   WS-OLD-SALARY * (100 + WS-NUMVAL-AMOUNT) / 100
           ELSE
               COMPUTE WS-NEW-RATE-WORK = WS-OLD-RATE + WS-NUMVAL-AMOUNT
               MOVE WS-OLD-SALARY TO WS-NEW-SALARY-WORK
               IF MAST-PAY-TYPE = 'S'
                   MOVE 'FLAT INCREASE - SALARIED' TO WS-MASS-REASON
               END-IF
           END-IF
           IF WS-MASS-REASON = SPACES
                   AND WS-NEW-RATE-WORK > WS-MAX-RATE
               MOVE 'RATE EXCEEDS 999.99 CEILING' TO WS-MASS-REASON
           END-IF
           IF WS-MASS-REASON = SPACES
                   AND WS-NEW-SALARY-WORK > WS-MAX-SALARY
               MOVE 'SALARY EXCEEDS 9999999.99 CEILING'
                   TO WS-MASS-REASON
           END-IF
           MOVE WS-RUN-DATE TO AUD-DATE
           MOVE WS-RUN-TIME TO AUD-TIME
           MOVE 'M' TO AUD-TXN-TYPE
           MOVE MAST-EMP-ID TO AUD-EMP-ID
           IF WS-MASS-REASON = SPACES
               MOVE WS-NEW-RATE-WORK TO MAST-EMP-RATE
               MOVE WS-NEW-SALARY-WORK TO MAST-ANNUAL-SALARY
               REWRITE MASTER-RECORD
               MOVE 'M' TO WS-RH-SOURCE
               MOVE MASS-EFFECTIVE-DATE TO WS-RH-EFF-DATE
               PERFORM 2600-WRITE-RATE-HISTORY
               ADD 1 TO WS-MASS-COUNT
               MOVE 'APPLIED' TO AUD-RESULT
               MOVE 'MASS INCREASE' TO AUD-REASON
           ELSE
               ADD 1 TO WS-MASS-SKIPPED
               MOVE 'REJECTED' TO AUD-RESULT
               MOVE WS-MASS-REASON TO AUD-REASON
           END-IF
           WRITE AUDIT-RECORD.

       2600-WRITE-RATE-HISTORY.
           MOVE MAST-EMP-ID TO RH-EMP-ID
           MOVE WS-RH-EFF-DATE TO RH-EFFECTIVE-DATE
           MOVE MAST-PAY-TYPE TO RH-PAY-TYPE
           IF RH-PAY-TYPE = SPACES
               MOVE 'H' TO RH-PAY-TYPE
           END-IF
           MOVE WS-OLD-RATE TO RH-OLD-RATE
           MOVE MAST-EMP-RATE TO RH-NEW-RATE
           MOVE WS-OLD-SALARY TO RH-OLD-SALARY
           MOVE MAST-ANNUAL-SALARY TO RH-NEW-SALARY
           MOVE WS-RH-SOURCE TO RH-SOURCE
           MOVE WS-RUN-DATE TO RH-ENTRY-DATE
           IF WS-RH-SOURCE = 'A'
               MOVE 'Y' TO RH-RETRO-DONE
           ELSE
               MOVE 'N' TO RH-RETRO-DONE
           END-IF
           WRITE RATE-HISTORY-RECORD.

       2900-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUD-DATE
           MOVE WS-RUN-TIME TO AUD-TIME
           PERFORM 2950-WRITE-SUMMARY
           CLOSE MAINT-TRANS-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE RATE-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM 3700-RECORD-RUN-END.

