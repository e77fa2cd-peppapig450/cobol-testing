       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. PAYROLL-OFFICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY-FILE ASSIGN TO "data/RATEHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-FILE-STATUS.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "data/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-EMP-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ADJUST-TRANS-FILE ASSIGN TO "data/PAYADJ.TXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT RETRO-REPORT-FILE ASSIGN TO "data/RETROPAY.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-HISTORY-FILE.
           COPY "ratehist.cpy".

       FD  PAYROLL-HISTORY-FILE.
           COPY "payhist.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".

       FD  ADJUST-TRANS-FILE.
       01  ADJUST-TRANS-RECORD.
           05 ADJ-TYPE          PIC X(1).
           05 ADJ-EMP-ID        PIC X(5).
           05 ADJ-HOURS-X       PIC X(6).
           05 ADJ-GROSS-X       PIC X(9).
           05 ADJ-TAX-X         PIC X(9).
           05 ADJ-NET-X         PIC X(9).
           05 ADJ-REFERENCE     PIC X(8).

       FD  RETRO-REPORT-FILE.
       01  RETRO-REPORT-LINE    PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-RATEHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RATEHIST-EOF      PIC X VALUE 'N'.
       01  WS-PAYHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.
       01  WS-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-MASTER-FOUND      PIC X VALUE 'N'.
       01  WS-ADJ-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-RUN-TIME          PIC X(8).
       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME       PIC X(8) VALUE 'RETROPAY'.
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
       01  WS-RH-COUNT          PIC 9(5) VALUE 0.
       01  WS-RH-SUB            PIC 9(5) VALUE 0.
       01  WS-RH-IN-SUB         PIC 9(5) VALUE 0.
       01  WS-RH-BASE-SUB       PIC 9(5) VALUE 0.
       01  WS-RH-TABLE.
           05 WS-RH-ENTRY OCCURS 5000 TIMES.
              10 WS-RH-EMP-ID   PIC X(5).
              10 WS-RH-EFF-DATE PIC X(8).
              10 WS-RH-PAY-TYPE PIC X(1).
              10 WS-RH-OLD-RATE PIC 9(3)V99.
              10 WS-RH-NEW-RATE PIC 9(3)V99.
              10 WS-RH-OLD-SALARY PIC 9(7)V99.
              10 WS-RH-NEW-SALARY PIC 9(7)V99.
              10 WS-RH-SOURCE   PIC X(1).
              10 WS-RH-ENTRY-DATE PIC X(8).
              10 WS-RH-DONE     PIC X(1).
       01  WS-PE-COUNT          PIC 9(4) VALUE 0.
       01  WS-PE-SUB            PIC 9(4) VALUE 0.
       01  WS-PE-FOUND-SUB      PIC 9(4) VALUE 0.
       01  WS-PE-TABLE.
           05 WS-PE-ENTRY OCCURS 2000 TIMES.
              10 WS-PE-EMP-ID   PIC X(5).
              10 WS-PE-EARLIEST PIC X(8).
              10 WS-PE-CHANGES  PIC 9(3).
       01  WS-CUR-EMP-ID        PIC X(5).
       01  WS-OT-FACTOR         PIC 9V99 VALUE 1.50.
       01  WS-EQUIV-HOURS       PIC 9(5)V99 VALUE 0.
       01  WS-PAID-RATE         PIC 9(5)V99 VALUE 0.
       01  WS-BASE-RATE         PIC 9(5)V99 VALUE 0.
       01  WS-IN-RATE           PIC 9(5)V99 VALUE 0.
       01  WS-RETRO-AMOUNT      PIC S9(7)V99 VALUE 0.
       01  WS-EMP-RETRO         PIC 9(7)V99 VALUE 0.
       01  WS-EMP-LINES         PIC 9(5) VALUE 0.
       01  WS-ADJ-GROSS-E       PIC 9(6).99.
       01  WS-CTL-CHANGES       PIC 9(5) VALUE 0.
       01  WS-CTL-EMPLOYEES     PIC 9(5) VALUE 0.
       01  WS-CTL-TXN-COUNT     PIC 9(5) VALUE 0.
       01  WS-CTL-REVIEW-COUNT  PIC 9(5) VALUE 0.
       01  WS-CTL-RETRO-TOTAL   PIC 9(9)V99 VALUE 0.
       01  WS-RETRO-HEADER.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(34) VALUE
               'RETROACTIVE PAY REVIEW'.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-RUN-DATE   PIC X(8).
       01  WS-RETRO-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE 'EMP ID'.
           05 FILLER            PIC X(21) VALUE 'NAME'.
           05 FILLER            PIC X(10) VALUE 'PAY DATE'.
           05 FILLER            PIC X(9) VALUE 'REG HRS'.
           05 FILLER            PIC X(9) VALUE 'OT HRS'.
           05 FILLER            PIC X(10) VALUE 'PAID RATE'.
           05 FILLER            PIC X(10) VALUE 'NEW RATE'.
           05 FILLER            PIC X(14) VALUE 'RETRO AMOUNT'.
           05 FILLER            PIC X(25) VALUE 'REMARK'.
       01  WS-RETRO-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-DET-EMP-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-EMP-NAME   PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-PAY-DATE   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-REG-HRS    PIC ZZ9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DET-OT-HRS     PIC ZZ9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DET-PAID-RATE  PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-NEW-RATE   PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DET-RETRO      PIC $ZZZ,ZZ9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DET-REMARK     PIC X(30).
       01  WS-EMP-TOTAL-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-TOT-EMP-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE 'EMPLOYEE TOTAL'.
           05 FILLER            PIC X(10) VALUE 'EFF FROM '.
           05 WS-TOT-EFF-DATE   PIC X(8).
           05 FILLER            PIC X(30) VALUE SPACES.
           05 WS-TOT-RETRO      PIC $ZZZ,ZZ9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-TOT-REMARK     PIC X(30).
       01  WS-RETRO-TRAILER.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'RETRO CONTROL TOTALS'.
       01  WS-TRAILER-CHANGES.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'RATE CHANGES PROCESSED:'.
           05 WS-TRL-CHANGES-D  PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE '  EMPLOYEES:'.
           05 WS-TRL-EMPS-D     PIC ZZZZ9.
           05 FILLER            PIC X(19) VALUE '  MANUAL REVIEW:'.
           05 WS-TRL-REVIEW-D   PIC ZZZZ9.
       01  WS-TRAILER-TXNS.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'SUPPLEMENTALS WRITTEN:'.
           05 WS-TRL-TXN-D      PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE '  TOTAL:'.
           05 WS-TRL-TOTAL-D    PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-NOTE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(50) VALUE
               'REVIEW PAYADJ.TXN BEFORE RUNNING PAYADJ'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS UNTIL WS-EOF = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1020-LOAD-RATE-HISTORY
           PERFORM 1040-BUILD-PENDING-LIST
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'RETROPAY: PAY HISTORY FILE NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'RETROPAY: EMPLOYEE MASTER NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ADJUST-TRANS-FILE
           IF WS-ADJ-FILE-STATUS = '35'
               OPEN OUTPUT ADJUST-TRANS-FILE
           END-IF
           OPEN OUTPUT RETRO-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE RETRO-REPORT-LINE FROM WS-RETRO-HEADER
           WRITE RETRO-REPORT-LINE FROM SPACES
           WRITE RETRO-REPORT-LINE FROM WS-RETRO-TITLE
           WRITE RETRO-REPORT-LINE FROM SPACES
           MOVE 0 TO WS-PE-SUB
           IF WS-PE-COUNT = 0
               MOVE 'Y' TO WS-EOF
           END-IF.

       1020-LOAD-RATE-HISTORY.
           MOVE 0 TO WS-RH-COUNT
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-RATEHIST-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-RATEHIST-EOF
               READ RATE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-RATEHIST-EOF
               END-READ
               PERFORM UNTIL WS-RATEHIST-EOF = 'Y'
                       OR WS-RH-COUNT >= 5000
                   ADD 1 TO WS-RH-COUNT
                   MOVE RATE-HISTORY-RECORD
                       TO WS-RH-ENTRY(WS-RH-COUNT)
                   READ RATE-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-RATEHIST-EOF
                   END-READ
               END-PERFORM
               IF WS-RATEHIST-EOF NOT = 'Y'
                   DISPLAY 'RETROPAY: RATE HISTORY EXCEEDS TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE RATE-HISTORY-FILE
           END-IF.

       1040-BUILD-PENDING-LIST.
           MOVE 0 TO WS-PE-COUNT
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-COUNT
               IF WS-RH-DONE(WS-RH-SUB) NOT = 'Y'
                   PERFORM 1045-ADD-PENDING-CHANGE
               END-IF
           END-PERFORM.

       1045-ADD-PENDING-CHANGE.
           ADD 1 TO WS-CTL-CHANGES
           MOVE 0 TO WS-PE-FOUND-SUB
           PERFORM VARYING WS-PE-SUB FROM 1 BY 1
                   UNTIL WS-PE-SUB > WS-PE-COUNT
               IF WS-PE-EMP-ID(WS-PE-SUB) = WS-RH-EMP-ID(WS-RH-SUB)
                   MOVE WS-PE-SUB TO WS-PE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PE-FOUND-SUB = 0
               IF WS-PE-COUNT >= 2000
                   DISPLAY 'RETROPAY: PENDING EMPLOYEES EXCEED TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PE-COUNT
               MOVE WS-PE-COUNT TO WS-PE-FOUND-SUB
               MOVE WS-RH-EMP-ID(WS-RH-SUB)
                   TO WS-PE-EMP-ID(WS-PE-FOUND-SUB)
               MOVE WS-RH-EFF-DATE(WS-RH-SUB)
                   TO WS-PE-EARLIEST(WS-PE-FOUND-SUB)
               MOVE 0 TO WS-PE-CHANGES(WS-PE-FOUND-SUB)
           END-IF
           ADD 1 TO WS-PE-CHANGES(WS-PE-FOUND-SUB)
           IF WS-RH-EFF-DATE(WS-RH-SUB)
                   < WS-PE-EARLIEST(WS-PE-FOUND-SUB)
               MOVE WS-RH-EFF-DATE(WS-RH-SUB)
                   TO WS-PE-EARLIEST(WS-PE-FOUND-SUB)
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
                   DISPLAY 'RETROPAY: RUN CONTROL EXCEEDS TABLE'
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
                   MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
               END-IF
           END-PERFORM.

       1718-ADD-RUN-ENTRY.
           IF WS-RC-COUNT >= 50
               DISPLAY 'RETROPAY: RUN CONTROL TABLE FULL'
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
           MOVE SPACES TO WS-RC-GROUP(WS-RC-FOUND-SUB).

       1720-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               MOVE WS-RC-ENTRY(WS-RC-SUB) TO RUN-CONTROL-RECORD
               WRITE RUN-CONTROL-RECORD
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       2000-PROCESS.
           ADD 1 TO WS-PE-SUB
           ADD 1 TO WS-CTL-EMPLOYEES
           MOVE WS-PE-EMP-ID(WS-PE-SUB) TO WS-CUR-EMP-ID
           MOVE 0 TO WS-EMP-RETRO
           MOVE 0 TO WS-EMP-LINES
           MOVE WS-CUR-EMP-ID TO MAST-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY MOVE 'N' TO WS-MASTER-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-MASTER-FOUND
           END-READ
           MOVE WS-CUR-EMP-ID TO WS-TOT-EMP-ID
           MOVE WS-PE-EARLIEST(WS-PE-SUB) TO WS-TOT-EFF-DATE
           EVALUATE TRUE
               WHEN WS-MASTER-FOUND = 'N'
                   MOVE 0 TO WS-TOT-RETRO
                   MOVE 'EMPLOYEE NOT FOUND - REVIEW' TO WS-TOT-REMARK
                   ADD 1 TO WS-CTL-REVIEW-COUNT
               WHEN MAST-PAY-TYPE = 'S'
                   MOVE 0 TO WS-TOT-RETRO
                   MOVE 'SALARIED - REVIEW MANUALLY' TO WS-TOT-REMARK
                   ADD 1 TO WS-CTL-REVIEW-COUNT
               WHEN OTHER
                   PERFORM 2100-SCAN-HISTORY
                   MOVE WS-EMP-RETRO TO WS-TOT-RETRO
                   IF WS-EMP-RETRO > 0
                       PERFORM 2300-WRITE-SUPPLEMENTAL
                       MOVE 'SUPPLEMENTAL WRITTEN' TO WS-TOT-REMARK
                   ELSE
                       MOVE 'NO RETRO DUE' TO WS-TOT-REMARK
                   END-IF
           END-EVALUATE
           WRITE RETRO-REPORT-LINE FROM WS-EMP-TOTAL-LINE
           WRITE RETRO-REPORT-LINE FROM SPACES
           PERFORM 2400-MARK-CHANGES-DONE
           IF WS-PE-SUB >= WS-PE-COUNT
               MOVE 'Y' TO WS-EOF
           END-IF.

       2100-SCAN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-CUR-EMP-ID TO HIST-EMP-ID
           MOVE WS-PE-EARLIEST(WS-PE-SUB) TO HIST-PAY-DATE
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
                   OR HIST-EMP-ID NOT = WS-CUR-EMP-ID
               IF HIST-TYPE = 'R'
                   PERFORM 2200-CALC-RETRO
               END-IF
               READ PAYROLL-HISTORY-FILE NEXT
                   AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
           END-PERFORM.

       2200-CALC-RETRO.
           PERFORM 2210-FIND-RATES
           COMPUTE WS-EQUIV-HOURS =
               HIST-REG-HOURS + HIST-OT-HOURS * WS-OT-FACTOR
           IF WS-RH-BASE-SUB > 0 AND WS-RH-IN-SUB > 0
                   AND WS-EQUIV-HOURS > 0
               COMPUTE WS-PAID-RATE ROUNDED =
                   HIST-GROSS / WS-EQUIV-HOURS
               MOVE WS-RH-OLD-RATE(WS-RH-BASE-SUB) TO WS-BASE-RATE
               IF WS-PAID-RATE > WS-BASE-RATE
                   MOVE WS-PAID-RATE TO WS-BASE-RATE
               END-IF
               MOVE WS-RH-NEW-RATE(WS-RH-IN-SUB) TO WS-IN-RATE
               COMPUTE WS-RETRO-AMOUNT ROUNDED =
                   (WS-IN-RATE - WS-BASE-RATE) * WS-EQUIV-HOURS
               IF WS-RETRO-AMOUNT > 0
                   ADD WS-RETRO-AMOUNT TO WS-EMP-RETRO
                   ADD 1 TO WS-EMP-LINES
                   MOVE WS-CUR-EMP-ID TO WS-DET-EMP-ID
                   MOVE MAST-EMP-NAME TO WS-DET-EMP-NAME
                   MOVE HIST-PAY-DATE TO WS-DET-PAY-DATE
                   MOVE HIST-REG-HOURS TO WS-DET-REG-HRS
                   MOVE HIST-OT-HOURS TO WS-DET-OT-HRS
                   MOVE WS-PAID-RATE TO WS-DET-PAID-RATE
                   MOVE WS-IN-RATE TO WS-DET-NEW-RATE
                   MOVE WS-RETRO-AMOUNT TO WS-DET-RETRO
                   MOVE SPACES TO WS-DET-REMARK
                   IF WS-PAID-RATE < WS-RH-OLD-RATE(WS-RH-BASE-SUB)
                       MOVE 'PAID BELOW PRIOR RATE' TO WS-DET-REMARK
                   END-IF
                   WRITE RETRO-REPORT-LINE FROM WS-RETRO-DETAIL
               END-IF
           END-IF.

       2210-FIND-RATES.
           MOVE 0 TO WS-RH-IN-SUB
           MOVE 0 TO WS-RH-BASE-SUB
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-COUNT
               IF WS-RH-EMP-ID(WS-RH-SUB) = WS-CUR-EMP-ID
                       AND WS-RH-EFF-DATE(WS-RH-SUB) <= HIST-PAY-DATE
                   IF WS-RH-IN-SUB = 0
                       MOVE WS-RH-SUB TO WS-RH-IN-SUB
                   ELSE
                       IF WS-RH-EFF-DATE(WS-RH-SUB)
                               >= WS-RH-EFF-DATE(WS-RH-IN-SUB)
                           MOVE WS-RH-SUB TO WS-RH-IN-SUB
                       END-IF
                   END-IF
                   IF WS-RH-DONE(WS-RH-SUB) NOT = 'Y'
                       IF WS-RH-BASE-SUB = 0
                           MOVE WS-RH-SUB TO WS-RH-BASE-SUB
                       ELSE
                           IF WS-RH-EFF-DATE(WS-RH-SUB)
                                   < WS-RH-EFF-DATE(WS-RH-BASE-SUB)
                               MOVE WS-RH-SUB TO WS-RH-BASE-SUB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2300-WRITE-SUPPLEMENTAL.
           MOVE 'S' TO ADJ-TYPE
           MOVE WS-CUR-EMP-ID TO ADJ-EMP-ID
           MOVE SPACES TO ADJ-HOURS-X
           MOVE WS-EMP-RETRO TO WS-ADJ-GROSS-E
           MOVE WS-ADJ-GROSS-E TO ADJ-GROSS-X
           MOVE SPACES TO ADJ-TAX-X
           MOVE SPACES TO ADJ-NET-X
           MOVE WS-PE-EARLIEST(WS-PE-SUB) TO ADJ-REFERENCE
           WRITE ADJUST-TRANS-RECORD
           ADD 1 TO WS-CTL-TXN-COUNT
           ADD WS-EMP-RETRO TO WS-CTL-RETRO-TOTAL.

       2400-MARK-CHANGES-DONE.
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-COUNT
               IF WS-RH-EMP-ID(WS-RH-SUB) = WS-CUR-EMP-ID
                   MOVE 'Y' TO WS-RH-DONE(WS-RH-SUB)
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           MOVE WS-CTL-CHANGES TO WS-TRL-CHANGES-D
           MOVE WS-CTL-EMPLOYEES TO WS-TRL-EMPS-D
           MOVE WS-CTL-REVIEW-COUNT TO WS-TRL-REVIEW-D
           MOVE WS-CTL-TXN-COUNT TO WS-TRL-TXN-D
           MOVE WS-CTL-RETRO-TOTAL TO WS-TRL-TOTAL-D
           WRITE RETRO-REPORT-LINE FROM SPACES
           WRITE RETRO-REPORT-LINE FROM WS-RETRO-TRAILER
           WRITE RETRO-REPORT-LINE FROM WS-TRAILER-CHANGES
           WRITE RETRO-REPORT-LINE FROM WS-TRAILER-TXNS
           WRITE RETRO-REPORT-LINE FROM WS-TRAILER-NOTE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE ADJUST-TRANS-FILE
           CLOSE RETRO-REPORT-FILE
           IF WS-CTL-CHANGES > 0
               PERFORM 3400-REWRITE-RATE-HISTORY
           END-IF
           PERFORM 3700-RECORD-RUN-END.

       3400-REWRITE-RATE-HISTORY.
           OPEN OUTPUT RATE-HISTORY-FILE
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-COUNT
               MOVE WS-RH-ENTRY(WS-RH-SUB) TO RATE-HISTORY-RECORD
               WRITE RATE-HISTORY-RECORD
           END-PERFORM
           CLOSE RATE-HISTORY-FILE.

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
           MOVE WS-CTL-REVIEW-COUNT TO WS-RC-EXC(WS-RC-FOUND-SUB)
           PERFORM 1720-REWRITE-RUN-CONTROL.
