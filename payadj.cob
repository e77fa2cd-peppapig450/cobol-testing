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
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PP-END-DATE      PIC X(8).
           05 PP-PAY-DATE      PIC X(8).
           05 PP-STATUS        PIC X(1).
           05 PP-PAY-GROUP     PIC X(2).
           05 PP-FREQUENCY     PIC X(1).

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

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".

       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME       PIC X(8) VALUE 'PAYADJ'.
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
       01  WS-NUMVAL-WORK       PIC S9(7)V99.
       01  WS-FICA-RATE         PIC V9999 VALUE 0.
       01  WS-FICA-WAGE-BASE    PIC 9(7)V99 VALUE 0.
       01  WS-FICA-TAXABLE      PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-DEDUCT        PIC 9(7)V99.
       01  WS-FED-WAGES         PIC 9(7)V99.
       01  WS-FICA-WAGES        PIC 9(7)V99.
       01  WS-PRETAX-FED        PIC 9(7)V99.
       01  WS-PRETAX-FICA       PIC 9(7)V99.
       01  WS-DEDMAST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DED-EOF           PIC X VALUE 'N'.
       01  WS-DED-COUNT         PIC 9(3) VALUE 0.
       01  WS-DED-SUB           PIC 9(3) VALUE 0.
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
       01  WS-DED-REQUESTED     PIC 9(7)V99.
       01  WS-DED-GOAL-ROOM     PIC S9(7)V99.
       01  WS-DED-AVAIL         PIC 9(7)V99.
       01  WS-TAXRATE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-TAXRATE-EOF       PIC X VALUE 'N'.
       01  WS-TR-COUNT          PIC 9(3) VALUE 0.
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
       01  WS-ORIG-TAX          PIC 9(7)V99.
       01  WS-CTL-REV-COUNT     PIC 9(5) VALUE 0.
       01  WS-CTL-REV-GROSS     PIC 9(7)V99 VALUE 0.
       01  WS-CTL-SUP-COUNT     PIC 9(5) VALUE 0.
       01  WS-CTL-SUP-GROSS     PIC 9(7)V99 VALUE 0.
       01  WS-CTL-SUP-NET       PIC 9(7)V99 VALUE 0.
       01  WS-CTL-REJ-COUNT     PIC 9(5) VALUE 0.
       01  WS-CTL-GRP-SKIP      PIC 9(5) VALUE 0.
       01  WS-IN-GROUP          PIC X VALUE 'Y'.
       01  WS-GL-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-GL-TOT-DEBITS     PIC S9(9)V99 VALUE 0.
       01  WS-GL-TOT-CREDITS    PIC S9(9)V99 VALUE 0.
       01  WS-GL-TAX-S          PIC S9(7)V99.
       01  WS-GL-NET-S          PIC S9(7)V99.
       01  WS-GL-DEDUCT-S       PIC S9(7)V99.
       01  WS-GL-STATE-S        PIC S9(7)V99.
       01  WS-ADJ-SECTION-HDR.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
           05 WS-HDR-PERIOD     PIC ZZ9.
           05 FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05 WS-HDR-RUN-DATE   PIC X(8).
           05 FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05 WS-HDR-PAY-GROUP  PIC X(2).
       01  WS-ADJ-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE 'TYPE'.
           05 FILLER            PIC X(24) VALUE
               'ADJUSTMENTS REJECTED:'.
           05 WS-TRL-REJ-CNT-D  PIC ZZZZ9.
       01  WS-TRAILER-GRP.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'OTHER GROUP SKIPPED:'.
           05 WS-TRL-GRP-CNT-D  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "PAY-GROUP"
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1020-FIND-PAY-PERIOD
           PERFORM 1030-LOAD-TAX-RATES
           PERFORM 1080-LOAD-STATE-TAX-RATES
           PERFORM 1050-LOAD-DEPT-TABLE
           PERFORM 1070-LOAD-DEDUCTION-MASTER
           OPEN INPUT ADJUST-TRANS-FILE
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-FILE-STATUS = '35'
           END-IF
           PERFORM 1010-OPEN-EMPLOYEE-MASTER
           MOVE WS-CUR-PERIOD TO WS-HDR-PERIOD
           MOVE WS-PAY-GROUP TO WS-HDR-PAY-GROUP
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-ADJ-SECTION-HDR
           PERFORM UNTIL WS-PAYCAL-EOF = 'Y'
               IF PP-START-DATE <= WS-RUN-DATE
                       AND PP-END-DATE >= WS-RUN-DATE
                       AND PP-PAY-GROUP = WS-PAY-GROUP
                   MOVE PP-NUMBER TO WS-CUR-PERIOD
                   MOVE 'Y' TO WS-PERIOD-FOUND
               END-IF
           CLOSE PAY-PERIOD-FILE
           IF WS-PERIOD-FOUND = 'N'
               DISPLAY 'PAYADJ: NO PAY PERIOD COVERS RUN DATE '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
                   READ DEDUCTION-MASTER-FILE
                       AT END MOVE 'Y' TO WS-DED-EOF
                   END-READ
               END-PERFORM
               IF WS-DED-EOF NOT = 'Y'
                   DISPLAY 'PAYADJ: DEDUCTION MASTER EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.

       1080-LOAD-STATE-TAX-RATES.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STATE-TAX-FILE
           IF WS-STATETAX-FILE-STATUS NOT = '00'
               DISPLAY 'PAYADJ: STATE TAX TABLE NOT AVAILABLE'
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
                   DISPLAY 'PAYADJ: STATE TAX FILE EXCEEDS TABLE'
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
               DISPLAY 'PAYADJ: RUN CONTROL TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE SPACES TO WS-RC-START(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'S' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE 0 TO WS-RC-EXC(WS-RC-FOUND-SUB)
           MOVE WS-PAY-GROUP TO WS-RC-GROUP(WS-RC-FOUND-SUB).

       1720-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE.

       2000-PROCESS.
           PERFORM 2010-CHECK-PAY-GROUP
           IF WS-IN-GROUP = 'Y'
               PERFORM 2005-APPLY-ADJUSTMENT
           ELSE
               ADD 1 TO WS-CTL-GRP-SKIP
           END-IF
           READ ADJUST-TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2005-APPLY-ADJUSTMENT.
           MOVE 'Y' TO WS-ADJ-VALID
           MOVE SPACES TO WS-ADJ-REASON
           MOVE SPACES TO WS-DET-EMP-NAME
           MOVE 0 TO WS-ADJ-GROSS
           MOVE 0 TO WS-ADJ-TAX
           MOVE 0 TO WS-ADJ-NET
           MOVE 0 TO WS-ADJ-DEDUCT
           MOVE SPACES TO WS-STATE-CODE
           MOVE 0 TO WS-STATE-TAX
           MOVE 0 TO WS-STATE-WAGES
           EVALUATE ADJ-TYPE
               WHEN 'R'
                   PERFORM 2100-PROCESS-REVERSAL
               MOVE 'REJECTED' TO WS-ADJ-RESULT
               ADD 1 TO WS-CTL-REJ-COUNT
           END-IF
           PERFORM 2900-WRITE-ADJ-DETAIL.

       2010-CHECK-PAY-GROUP.
           MOVE ADJ-EMP-ID TO MAST-EMP-ID
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

       2100-PROCESS-REVERSAL.
           PERFORM 2110-VALIDATE-REVERSAL-AMOUNTS
           IF WS-ADJ-VALID = 'Y'
                   AND WS-ADJ-TAX + WS-ADJ-NET > WS-ADJ-GROSS
               MOVE 'N' TO WS-ADJ-VALID
               MOVE 'TAX PLUS NET EXCEEDS GROSS' TO WS-ADJ-REASON
           END-IF
           IF WS-ADJ-VALID = 'Y'
               MOVE ADJ-EMP-ID TO MAST-EMP-ID
               READ EMPLOYEE-MASTER
               END-READ
           END-IF
           IF WS-ADJ-VALID = 'Y'
               PERFORM 2130-FIND-ORIGINAL-WAGES
               COMPUTE WS-ORIG-TAX = WS-ADJ-TAX - WS-STATE-TAX
               IF WS-ADJ-HOURS > YTD-HOURS
                       OR WS-ADJ-GROSS > YTD-GROSS
                       OR WS-ORIG-TAX > YTD-TAX
                       OR WS-FED-WAGES > YTD-FED-WAGES
                       OR WS-FICA-WAGES > YTD-FICA-WAGES
                       OR WS-STATE-WAGES > YTD-STATE-WAGES
                       OR WS-STATE-TAX > YTD-STATE-TAX
                   MOVE 'N' TO WS-ADJ-VALID
                   MOVE 'REVERSAL EXCEEDS YTD' TO WS-ADJ-REASON
               END-IF
               MOVE MAST-EMP-NAME TO WS-DET-EMP-NAME
               SUBTRACT WS-ADJ-HOURS FROM YTD-HOURS
               SUBTRACT WS-ADJ-GROSS FROM YTD-GROSS
               SUBTRACT WS-ORIG-TAX FROM YTD-TAX
               SUBTRACT WS-FED-WAGES FROM YTD-FED-WAGES
               SUBTRACT WS-FICA-WAGES FROM YTD-FICA-WAGES
               SUBTRACT WS-STATE-WAGES FROM YTD-STATE-WAGES
               SUBTRACT WS-STATE-TAX FROM YTD-STATE-TAX
               REWRITE MASTER-RECORD
               ADD 1 TO WS-CTL-REV-COUNT
               ADD WS-ADJ-GROSS TO WS-CTL-REV-GROSS
               COMPUTE WS-GL-GROSS-S = 0 - WS-ADJ-GROSS
               COMPUTE WS-GL-TAX-S = 0 - WS-ORIG-TAX
               COMPUTE WS-GL-STATE-S = 0 - WS-STATE-TAX
               COMPUTE WS-GL-NET-S = 0 - WS-ADJ-NET
               PERFORM 2300-WRITE-GL-ADJUSTMENT
               COMPUTE WS-ADJ-DEDUCT = WS-ADJ-GROSS - WS-ORIG-TAX
                   - WS-STATE-TAX - WS-ADJ-NET
               MOVE 'V' TO HIST-TYPE
               MOVE WS-ADJ-HOURS TO HIST-REG-HOURS
               MOVE WS-ORIG-TAX TO HIST-FED-TAX
               MOVE 0 TO HIST-FICA-TAX
               PERFORM 2400-WRITE-HISTORY
           END-IF.
               END-IF
           END-IF.

       2130-FIND-ORIGINAL-WAGES.
           MOVE WS-ADJ-GROSS TO WS-FED-WAGES
           MOVE WS-ADJ-GROSS TO WS-FICA-WAGES
           MOVE ADJ-EMP-ID TO HIST-EMP-ID
           MOVE ADJ-REFERENCE TO HIST-PAY-DATE
           MOVE 1 TO HIST-SEQ
           READ PAYROLL-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-GROSS > 0
                       COMPUTE WS-FED-WAGES ROUNDED =
                           WS-ADJ-GROSS * HIST-FED-WAGES / HIST-GROSS
                       COMPUTE WS-FICA-WAGES ROUNDED =
                           WS-ADJ-GROSS * HIST-FICA-WAGES / HIST-GROSS
                   END-IF
                   MOVE HIST-STATE-CODE TO WS-STATE-CODE
                   IF HIST-STATE-TAX > 0
                       COMPUTE WS-STATE-TAX ROUNDED =
                           WS-ADJ-TAX * HIST-STATE-TAX
                           / (HIST-FED-TAX + HIST-FICA-TAX
                              + HIST-STATE-TAX)
                   END-IF
           END-READ
           IF WS-FED-WAGES > WS-ADJ-GROSS
               MOVE WS-ADJ-GROSS TO WS-FED-WAGES
           END-IF
           IF WS-FICA-WAGES > WS-ADJ-GROSS
               MOVE WS-ADJ-GROSS TO WS-FICA-WAGES
           END-IF
           IF WS-STATE-TAX > WS-ADJ-TAX
               MOVE WS-ADJ-TAX TO WS-STATE-TAX
           END-IF
           IF WS-STATE-CODE NOT = SPACES
               MOVE WS-FED-WAGES TO WS-STATE-WAGES
           END-IF.

       2200-PROCESS-SUPPLEMENTAL.
           IF FUNCTION TEST-NUMVAL(ADJ-GROSS-X) NOT = 0
               MOVE 'N' TO WS-ADJ-VALID
               END-IF
           END-IF
           IF WS-ADJ-VALID = 'Y'
               MOVE 0 TO WS-ST-FOUND-SUB
               MOVE MAST-WORK-STATE TO WS-STATE-CODE
               IF WS-STATE-CODE NOT = SPACES
                   MOVE WS-STATE-CODE TO WS-STATE-LOOKUP
                   PERFORM 1090-LOOKUP-STATE
                   IF WS-ST-FOUND-SUB = 0
                       MOVE 'N' TO WS-ADJ-VALID
                       MOVE 'NO STATE RATES FOR WORK STATE'
                           TO WS-ADJ-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-ADJ-VALID = 'Y'
               PERFORM 2240-APPLY-PRETAX-DEDUCTIONS
               COMPUTE WS-FED-WAGES = WS-ADJ-GROSS - WS-PRETAX-FED
               COMPUTE WS-FICA-WAGES = WS-ADJ-GROSS - WS-PRETAX-FICA
               MOVE WS-FED-WAGES TO WS-TAXABLE-PAY
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
               COMPUTE WS-FICA-TAX =
                   WS-FICA-TAXABLE * WS-FICA-RATE
               PERFORM 2260-CALC-STATE-TAX
               COMPUTE WS-ADJ-TAX =
                   WS-FED-TAX + WS-FICA-TAX + WS-STATE-TAX
               COMPUTE WS-ADJ-NET =
                   WS-ADJ-GROSS - WS-ADJ-DEDUCT - WS-ADJ-TAX
               ADD WS-ADJ-GROSS TO YTD-GROSS
               ADD WS-FED-TAX WS-FICA-TAX TO YTD-TAX
               ADD WS-FED-WAGES TO YTD-FED-WAGES
               ADD WS-FICA-WAGES TO YTD-FICA-WAGES
               ADD WS-STATE-WAGES TO YTD-STATE-WAGES
               ADD WS-STATE-TAX TO YTD-STATE-TAX
               REWRITE MASTER-RECORD
               ADD 1 TO WS-CTL-SUP-COUNT
               ADD WS-ADJ-GROSS TO WS-CTL-SUP-GROSS
               ADD WS-ADJ-NET TO WS-CTL-SUP-NET
               PERFORM 2230-WRITE-SUPPLEMENTAL-DISB
               MOVE WS-ADJ-GROSS TO WS-GL-GROSS-S
               COMPUTE WS-GL-TAX-S = WS-FED-TAX + WS-FICA-TAX
               MOVE WS-STATE-TAX TO WS-GL-STATE-S
               MOVE WS-ADJ-NET TO WS-GL-NET-S
               PERFORM 2300-WRITE-GL-ADJUSTMENT
               MOVE 'S' TO HIST-TYPE
           MOVE WS-CUR-PERIOD TO DISB-PERIOD
           WRITE DISBURSEMENT-RECORD.

       2240-APPLY-PRETAX-DEDUCTIONS.
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-FICA
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DED-EMP-ID(WS-DED-SUB) = ADJ-EMP-ID
                       AND WS-DED-TYPE(WS-DED-SUB) = 'P'
                       AND WS-DED-GARNISH(WS-DED-SUB) NOT = 'Y'
                       AND WS-DED-TAX-TREAT(WS-DED-SUB) NOT = 'N'
                   PERFORM 2250-APPLY-ONE-PRETAX
               END-IF
           END-PERFORM
           MOVE WS-PRETAX-FED TO WS-ADJ-DEDUCT.

       2250-APPLY-ONE-PRETAX.
           COMPUTE WS-DED-REQUESTED =
               WS-ADJ-GROSS * WS-DED-PERCENT(WS-DED-SUB)
           IF WS-DED-GOAL(WS-DED-SUB) > 0
               COMPUTE WS-DED-GOAL-ROOM =
                   WS-DED-GOAL(WS-DED-SUB) - WS-DED-TAKEN(WS-DED-SUB)
               IF WS-DED-GOAL-ROOM < 0
                   MOVE 0 TO WS-DED-GOAL-ROOM
               END-IF
               IF WS-DED-REQUESTED > WS-DED-GOAL-ROOM
                   MOVE WS-DED-GOAL-ROOM TO WS-DED-REQUESTED
               END-IF
           END-IF
           COMPUTE WS-DED-AVAIL = WS-ADJ-GROSS - WS-PRETAX-FED
           IF WS-DED-REQUESTED > WS-DED-AVAIL
               MOVE WS-DED-AVAIL TO WS-DED-REQUESTED
           END-IF
           ADD WS-DED-REQUESTED TO WS-DED-TAKEN(WS-DED-SUB)
           ADD WS-DED-REQUESTED TO WS-PRETAX-FED
           IF WS-DED-TAX-TREAT(WS-DED-SUB) = 'B'
               ADD WS-DED-REQUESTED TO WS-PRETAX-FICA
           END-IF.

       2260-CALC-STATE-TAX.
           IF WS-ST-FOUND-SUB > 0
               MOVE WS-ST-ENTRY(WS-ST-FOUND-SUB) TO WS-CUR-STATE-RATES
               MOVE WS-FED-WAGES TO WS-STATE-WAGES
               IF MAST-STATE-FILING = 'M'
                   PERFORM 2265-CALC-STATE-TAX-MARRIED
               ELSE
                   PERFORM 2267-CALC-STATE-TAX-SINGLE
               END-IF
           END-IF.

       2265-CALC-STATE-TAX-MARRIED.
           EVALUATE TRUE
               WHEN WS-STATE-WAGES <= WS-SR-M-LIMIT-1
                   COMPUTE WS-STATE-TAX =
                       WS-STATE-WAGES * WS-SR-M-RATE-1
               WHEN WS-STATE-WAGES <= WS-SR-M-LIMIT-2
                   COMPUTE WS-STATE-TAX = WS-SR-M-BASE-2
                       + (WS-STATE-WAGES - WS-SR-M-LIMIT-1)
                       * WS-SR-M-RATE-2
               WHEN OTHER
                   COMPUTE WS-STATE-TAX = WS-SR-M-BASE-3
                       + (WS-STATE-WAGES - WS-SR-M-LIMIT-2)
                       * WS-SR-M-RATE-3
           END-EVALUATE.

       2267-CALC-STATE-TAX-SINGLE.
           EVALUATE TRUE
               WHEN WS-STATE-WAGES <= WS-SR-S-LIMIT-1
                   COMPUTE WS-STATE-TAX =
                       WS-STATE-WAGES * WS-SR-S-RATE-1
               WHEN WS-STATE-WAGES <= WS-SR-S-LIMIT-2
                   COMPUTE WS-STATE-TAX = WS-SR-S-BASE-2
                       + (WS-STATE-WAGES - WS-SR-S-LIMIT-1)
                       * WS-SR-S-RATE-2
               WHEN OTHER
                   COMPUTE WS-STATE-TAX = WS-SR-S-BASE-3
                       + (WS-STATE-WAGES - WS-SR-S-LIMIT-2)
                       * WS-SR-S-RATE-3
           END-EVALUATE.

       2300-WRITE-GL-ADJUSTMENT.
           MOVE MAST-DEPT-CODE TO WS-DEPT-LOOKUP
           PERFORM 1055-LOOKUP-DEPT
           MOVE 'ADJUSTMENT NET PAY' TO WS-GL-DESC
           MOVE WS-GL-NET-S TO WS-GL-CREDIT
           PERFORM 2310-WRITE-GL-DETAIL
           IF WS-GL-STATE-S NOT = 0
               MOVE WS-STATE-CODE TO WS-STATE-LOOKUP
               PERFORM 1090-LOOKUP-STATE
               IF WS-ST-FOUND-SUB > 0
                   MOVE WS-ST-ENTRY(WS-ST-FOUND-SUB)
                       TO WS-CUR-STATE-RATES
                   MOVE WS-SR-GL-LIABILITY TO WS-GL-ACCOUNT
               END-IF
               MOVE 'ADJUSTMENT STATE TAX' TO WS-GL-DESC
               MOVE WS-GL-STATE-S TO WS-GL-CREDIT
               PERFORM 2310-WRITE-GL-DETAIL
               MOVE WS-GL-LIABILITY-ACCT TO WS-GL-ACCOUNT
           END-IF
           COMPUTE WS-GL-DEDUCT-S = WS-GL-GROSS-S - WS-GL-TAX-S
               - WS-GL-STATE-S - WS-GL-NET-S
           IF ADJ-TYPE = 'R' OR WS-GL-DEDUCT-S NOT = 0
               MOVE 'ADJUSTMENT DEDUCTS' TO WS-GL-DESC
               MOVE WS-GL-DEDUCT-S TO WS-GL-CREDIT
               PERFORM 2310-WRITE-GL-DETAIL
           MOVE MAST-DEPT-CODE TO HIST-DEPT-CODE
           MOVE 0 TO HIST-OT-HOURS
           MOVE WS-ADJ-GROSS TO HIST-GROSS
           MOVE WS-ADJ-DEDUCT TO HIST-DEDUCT
           MOVE WS-ADJ-NET TO HIST-NET
           MOVE WS-FED-WAGES TO HIST-FED-WAGES
           MOVE WS-FICA-WAGES TO HIST-FICA-WAGES
           MOVE WS-STATE-CODE TO HIST-STATE-CODE
           MOVE WS-STATE-TAX TO HIST-STATE-TAX
           MOVE 1 TO HIST-SEQ
           WRITE HISTORY-RECORD
           PERFORM 2410-RETRY-HISTORY-WRITE
           MOVE WS-CTL-SUP-GROSS TO WS-TRL-SUP-GRS-D
           MOVE WS-CTL-SUP-NET TO WS-TRL-SUP-NET-D
           MOVE WS-CTL-REJ-COUNT TO WS-TRL-REJ-CNT-D
           MOVE WS-CTL-GRP-SKIP TO WS-TRL-GRP-CNT-D
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-ADJ-TRAILER
           WRITE REPORT-LINE FROM WS-TRAILER-REV
           WRITE REPORT-LINE FROM WS-TRAILER-SUP
           WRITE REPORT-LINE FROM WS-TRAILER-REJ
           WRITE REPORT-LINE FROM WS-TRAILER-GRP
           PERFORM 3200-WRITE-GL-TRAILER
           PERFORM 3300-REWRITE-DEDUCTION-MASTER
           CLOSE ADJUST-TRANS-FILE
           CLOSE REPORT-FILE
           CLOSE DISBURSEMENT-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM 3700-RECORD-RUN-END.

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

       3700-RECORD-RUN-END.
           ACCEPT WS-RC-END-TIME FROM TIME
           PERFORM 1710-LOAD-RUN-CONTROL
