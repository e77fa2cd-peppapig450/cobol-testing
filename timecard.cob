               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LABOR-HOURS-FILE ASSIGN TO "data/LABORHRS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPT-REFERENCE-FILE ASSIGN TO "data/DEPTREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-FILE-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "data/TIMECARD.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "data/PAYCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 TC-WORK-DATE     PIC X(8).
           05 TC-HOURS-X       PIC X(5).
           05 TC-SHIFT-CODE    PIC X(1).
           05 TC-CHARGE-DEPT   PIC X(4).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SW-WORK-DATE     PIC X(8).
           05 SW-HOURS-X       PIC X(5).
           05 SW-SHIFT-CODE    PIC X(1).
           05 SW-CHARGE-DEPT   PIC X(4).

       FD  SORTED-TIMECARD-FILE.
       01  SORTED-TIMECARD-RECORD.
           05 STC-WORK-DATE    PIC X(8).
           05 STC-HOURS-X      PIC X(5).
           05 STC-SHIFT-CODE   PIC X(1).
           05 STC-CHARGE-DEPT  PIC X(4).

       FD  EMPLOYEE-FILE.
       01  RAW-EMPLOYEE-RECORD.
           05 RAW-BANK-ROUTING PIC X(9).
           05 RAW-BANK-ACCOUNT PIC X(12).

       FD  LABOR-HOURS-FILE.
           COPY "laborhrs.cpy".

       FD  DEPT-REFERENCE-FILE.
       01  DEPT-REFERENCE-RECORD.
           05 DR-CODE          PIC X(4).
           05 DR-DESC          PIC X(20).
           05 DR-GL-EXPENSE    PIC X(8).
           05 DR-GL-LIABILITY  PIC X(8).
           05 DR-ACTIVE        PIC X(1).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE    PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-RECORD.
           05 PP-NUMBER        PIC 9(3).
           05 PP-START-DATE    PIC X(8).
           05 PP-END-DATE      PIC X(8).
           05 PP-PAY-DATE      PIC X(8).
           05 PP-STATUS        PIC X(1).
           05 PP-PAY-GROUP     PIC X(2).
           05 PP-FREQUENCY     PIC X(1).

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".

       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF       PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME      PIC X(8) VALUE 'TIMECARD'.
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
       01  WS-PAYCAL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PAYCAL-EOF       PIC X VALUE 'N'.
       01  WS-PERIOD-FOUND     PIC X VALUE 'N'.
       01  WS-CUR-PERIOD       PIC 9(3) VALUE 0.
       01  WS-PER-START        PIC X(8) VALUE SPACES.
       01  WS-PER-END          PIC X(8) VALUE SPACES.
       01  WS-GRP-EMP-ID       PIC X(5) VALUE SPACES.
       01  WS-IN-GROUP         PIC X VALUE 'Y'.
       01  WS-NUMVAL-HOURS     PIC S9(5)V99.
       01  WS-DAY-HOURS        PIC 9(2)V99.
       01  WS-ADJ-HOURS        PIC 9(3)V99.
       01  WS-BAL-EMP-ID       PIC X(5) VALUE SPACES.
       01  WS-VAC-AVAIL        PIC 9(3)V99 VALUE 0.
       01  WS-SICK-AVAIL       PIC 9(3)V99 VALUE 0.
       01  WS-EMP-PAY-TYPE     PIC X(1) VALUE 'H'.
       01  WS-EMP-VAC-USED     PIC 9(3)V99 VALUE 0.
       01  WS-EMP-SICK-USED    PIC 9(3)V99 VALUE 0.
       01  WS-FIRST-EMP        PIC X VALUE 'Y'.
       01  WS-EMP-HOME-DEPT    PIC X(4) VALUE SPACES.
       01  WS-DEPTREF-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DEPTREF-EOF      PIC X VALUE 'N'.
       01  WS-DR-COUNT         PIC 9(3) VALUE 0.
       01  WS-DR-SUB           PIC 9(3) VALUE 0.
       01  WS-DR-FOUND-SUB     PIC 9(3) VALUE 0.
       01  WS-DEPT-LOOKUP      PIC X(4) VALUE SPACES.
       01  WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 100 TIMES.
              10 WS-DR-CODE     PIC X(4).
              10 WS-DR-DESC     PIC X(20).
              10 WS-DR-GL-EXPENSE PIC X(8).
              10 WS-DR-GL-LIABILITY PIC X(8).
              10 WS-DR-ACTIVE   PIC X(1).
       01  WS-CHARGE-DEPT      PIC X(4) VALUE SPACES.
       01  WS-CD-COUNT         PIC 9(3) VALUE 0.
       01  WS-CD-SUB           PIC 9(3) VALUE 0.
       01  WS-CD-FOUND-SUB     PIC 9(3) VALUE 0.
       01  WS-CD-TABLE.
           05 WS-CD-ENTRY OCCURS 20 TIMES.
              10 WS-CD-DEPT     PIC X(4).
              10 WS-CD-HOURS    PIC 9(3)V99.
       01  WS-EMP-TOT-RAW      PIC 9(3)V99 VALUE 0.
       01  WS-EMP-TOT-PAID     PIC 9(3)V99 VALUE 0.
       01  WS-HOURS-EDIT       PIC ZZ9.99.
       01  WS-CTL-EMPS         PIC 9(5) VALUE 0.
       01  WS-CTL-EXCEPTIONS   PIC 9(5) VALUE 0.
       01  WS-CTL-TOT-HOURS    PIC 9(7)V99 VALUE 0.
       01  WS-CTL-CHARGED-HOURS PIC 9(7)V99 VALUE 0.
       01  WS-CTL-GRP-SKIP     PIC 9(5) VALUE 0.
       01  WS-EDIT-HEADER.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(26) VALUE
               'TIMECARD EDIT REPORT'.
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-RUN-DATE  PIC X(8).
       01  WS-EDIT-PERIOD-LINE.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'PERIOD: '.
           05 WS-HDR-PERIOD    PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-HDR-PER-START PIC X(8).
           05 FILLER           PIC X(3) VALUE ' - '.
           05 WS-HDR-PER-END   PIC X(8).
           05 FILLER           PIC X(13) VALUE '  PAY GROUP: '.
           05 WS-HDR-PAY-GROUP PIC X(2).
       01  WS-EDIT-TITLE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'EMP ID'.
           05 FILLER           PIC X(7) VALUE 'SHIFT'.
           05 FILLER           PIC X(8) VALUE 'HOURS'.
           05 FILLER           PIC X(10) VALUE 'PAID HRS'.
           05 FILLER           PIC X(7) VALUE 'CHARGE'.
           05 FILLER           PIC X(25) VALUE 'REMARKS'.
       01  WS-EDIT-DETAIL.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WS-DET-PAID      PIC ZZ9.99.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-DET-CHARGE    PIC X(4).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WS-DET-REMARK    PIC X(25).
       01  WS-EDIT-TOTAL-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE
               'TOTAL PAID HOURS:'.
           05 WS-TRL-HOURS-D   PIC ZZZ,ZZ9.99.
       01  WS-TRAILER-CHARGED.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE
               'HOURS CHARGED OUT:'.
           05 WS-TRL-CHARGED-D PIC ZZZ,ZZ9.99.
       01  WS-TRAILER-GRP.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE
               'OTHER GROUP SKIPPED:'.
           05 WS-TRL-GRP-D     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "PAY-GROUP"
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1030-FIND-PAY-PERIOD
           PERFORM 1020-LOAD-DEPT-TABLE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMP-ID SW-WORK-DATE
               USING TIMECARD-FILE
               GIVING SORTED-TIMECARD-FILE
           OPEN INPUT SORTED-TIMECARD-FILE
           OPEN OUTPUT EMPLOYEE-FILE
           OPEN OUTPUT LABOR-HOURS-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
           PERFORM 1010-OPEN-EMPLOYEE-MASTER
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE EDIT-REPORT-LINE FROM WS-EDIT-HEADER
           MOVE WS-CUR-PERIOD TO WS-HDR-PERIOD
           MOVE WS-PER-START TO WS-HDR-PER-START
           MOVE WS-PER-END TO WS-HDR-PER-END
           MOVE WS-PAY-GROUP TO WS-HDR-PAY-GROUP
           WRITE EDIT-REPORT-LINE FROM WS-EDIT-PERIOD-LINE
           WRITE EDIT-REPORT-LINE FROM SPACES
           WRITE EDIT-REPORT-LINE FROM WS-EDIT-TITLE
           WRITE EDIT-REPORT-LINE FROM SPACES
               OPEN I-O EMPLOYEE-MASTER
           END-IF.

       1020-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DR-COUNT
           OPEN INPUT DEPT-REFERENCE-FILE
           IF WS-DEPTREF-FILE-STATUS NOT = '00'
               DISPLAY 'TIMECARD: DEPARTMENT TABLE NOT AVAILABLE'
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
               DISPLAY 'TIMECARD: DEPARTMENT FILE EXCEEDS TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DEPT-REFERENCE-FILE.

       1030-FIND-PAY-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYCAL-FILE-STATUS NOT = '00'
               DISPLAY 'TIMECARD: PAY PERIOD CALENDAR NOT AVAILABLE'
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
               DISPLAY 'TIMECARD: NO PAY PERIOD COVERS RUN DATE '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               DISPLAY 'TIMECARD: RUN CONTROL TABLE FULL'
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
           IF STC-EMP-ID NOT = WS-GRP-EMP-ID
               PERFORM 2005-CHECK-PAY-GROUP
           END-IF
           IF WS-IN-GROUP = 'Y'
               PERFORM 2002-PROCESS-PUNCH
           ELSE
               ADD 1 TO WS-CTL-GRP-SKIP
           END-IF
           READ SORTED-TIMECARD-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2002-PROCESS-PUNCH.
           IF STC-EMP-ID NOT = WS-PREV-EMP-ID
                   AND WS-FIRST-EMP = 'N'
               PERFORM 2300-EMPLOYEE-BREAK
               ADD 1 TO WS-CTL-EXCEPTIONS
               MOVE ZERO TO WS-DET-PAID
           END-IF
           PERFORM 2200-WRITE-EDIT-DETAIL.

       2005-CHECK-PAY-GROUP.
           MOVE STC-EMP-ID TO WS-GRP-EMP-ID
           MOVE STC-EMP-ID TO MAST-EMP-ID
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

       2010-VALIDATE-PUNCH.
           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-REASON
           IF STC-EMP-ID NOT = WS-BAL-EMP-ID
               PERFORM 2016-GET-LEAVE-BALANCES
           END-IF
           IF FUNCTION TEST-NUMVAL(STC-HOURS-X) NOT = 0
               MOVE 'N' TO WS-VALID-REC
               MOVE 'NON-NUMERIC HOURS' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-REC = 'Y'
                   AND (STC-WORK-DATE < WS-PER-START
                   OR STC-WORK-DATE > WS-PER-END)
               MOVE 'N' TO WS-VALID-REC
               MOVE 'OUTSIDE PAY PERIOD' TO WS-REJECT-REASON
           END-IF
           IF WS-VALID-REC = 'Y'
               MOVE WS-NUMVAL-HOURS TO WS-DAY-HOURS
               IF WS-DAY-HOURS > WS-EXCESS-DAY-HOURS
                   ADD 1 TO WS-CTL-EXCEPTIONS
               END-IF
           END-IF
           IF WS-VALID-REC = 'Y'
                   AND STC-CHARGE-DEPT NOT = SPACES
               PERFORM 2012-VALIDATE-CHARGE-DEPT
           END-IF
           IF WS-VALID-REC = 'Y'
                   AND (STC-SHIFT-CODE = 'V'
                   OR STC-SHIFT-CODE = 'S')
               PERFORM 2015-CHECK-LEAVE-BALANCE
           END-IF.

       2012-VALIDATE-CHARGE-DEPT.
           MOVE STC-CHARGE-DEPT TO WS-DEPT-LOOKUP
           PERFORM 2030-LOOKUP-DEPT
           IF WS-DR-FOUND-SUB = 0
               MOVE 'N' TO WS-VALID-REC
               MOVE 'UNKNOWN CHARGE DEPARTMENT' TO WS-REJECT-REASON
           ELSE
               IF WS-DR-ACTIVE(WS-DR-FOUND-SUB) NOT = 'Y'
                   MOVE 'N' TO WS-VALID-REC
                   MOVE 'CHARGE DEPT INACTIVE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2015-CHECK-LEAVE-BALANCE.
           IF STC-EMP-ID NOT = WS-BAL-EMP-ID
               PERFORM 2016-GET-LEAVE-BALANCES
               INVALID KEY
                   MOVE 0 TO WS-VAC-AVAIL
                   MOVE 0 TO WS-SICK-AVAIL
                   MOVE 'H' TO WS-EMP-PAY-TYPE
                   MOVE SPACES TO WS-EMP-HOME-DEPT
               NOT INVALID KEY
                   MOVE MAST-VAC-BALANCE TO WS-VAC-AVAIL
                   MOVE MAST-SICK-BALANCE TO WS-SICK-AVAIL
                   MOVE MAST-PAY-TYPE TO WS-EMP-PAY-TYPE
                   MOVE MAST-DEPT-CODE TO WS-EMP-HOME-DEPT
           END-READ.

       2030-LOOKUP-DEPT.
           MOVE 0 TO WS-DR-FOUND-SUB
           PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                   UNTIL WS-DR-SUB > WS-DR-COUNT
               IF WS-DR-CODE(WS-DR-SUB) = WS-DEPT-LOOKUP
                   MOVE WS-DR-SUB TO WS-DR-FOUND-SUB
               END-IF
           END-PERFORM.

       2100-ACCUMULATE-PUNCH.
           EVALUATE STC-SHIFT-CODE
               WHEN 'V'
               WHEN OTHER
                   MOVE WS-DAY-HOURS TO WS-ADJ-HOURS
           END-EVALUATE
           IF WS-EMP-PAY-TYPE = 'S'
               MOVE ZERO TO WS-ADJ-HOURS
               IF WS-REJECT-REASON = SPACES
                   MOVE 'SALARIED - NOT PAID' TO WS-REJECT-REASON
               END-IF
           END-IF
           ADD WS-DAY-HOURS TO WS-EMP-TOT-RAW
           ADD WS-ADJ-HOURS TO WS-EMP-TOT-PAID
           MOVE WS-ADJ-HOURS TO WS-DET-PAID
           IF WS-ADJ-HOURS > 0
               PERFORM 2110-ACCUMULATE-CHARGE-DEPT
           END-IF.

       2110-ACCUMULATE-CHARGE-DEPT.
           MOVE STC-CHARGE-DEPT TO WS-CHARGE-DEPT
           IF WS-CHARGE-DEPT = SPACES
                   OR STC-SHIFT-CODE = 'V'
                   OR STC-SHIFT-CODE = 'S'
               MOVE WS-EMP-HOME-DEPT TO WS-CHARGE-DEPT
           END-IF
           MOVE 0 TO WS-CD-FOUND-SUB
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               IF WS-CD-DEPT(WS-CD-SUB) = WS-CHARGE-DEPT
                   MOVE WS-CD-SUB TO WS-CD-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-CD-FOUND-SUB = 0
               IF WS-CD-COUNT >= 20
                   DISPLAY 'TIMECARD: CHARGE DEPARTMENTS EXCEED TABLE '
                       STC-EMP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CD-COUNT
               MOVE WS-CD-COUNT TO WS-CD-FOUND-SUB
               MOVE WS-CHARGE-DEPT TO WS-CD-DEPT(WS-CD-FOUND-SUB)
               MOVE 0 TO WS-CD-HOURS(WS-CD-FOUND-SUB)
           END-IF
           ADD WS-ADJ-HOURS TO WS-CD-HOURS(WS-CD-FOUND-SUB).

       2200-WRITE-EDIT-DETAIL.
           MOVE STC-EMP-ID TO WS-DET-EMP-ID
           MOVE STC-WORK-DATE TO WS-DET-WORK-DATE
           MOVE STC-SHIFT-CODE TO WS-DET-SHIFT
           MOVE STC-HOURS-X TO WS-DET-HOURS
           MOVE STC-CHARGE-DEPT TO WS-DET-CHARGE
           MOVE WS-REJECT-REASON TO WS-DET-REMARK
           WRITE EDIT-REPORT-LINE FROM WS-EDIT-DETAIL.

           WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
           WRITE EDIT-REPORT-LINE FROM SPACES
           PERFORM 2310-WRITE-EMPLOYEE-TOTAL
           IF WS-MASTER-FOUND = 'Y'
               PERFORM 2320-WRITE-LABOR-HOURS
           END-IF
           MOVE 0 TO WS-CD-COUNT
           ADD 1 TO WS-CTL-EMPS
           ADD WS-EMP-TOT-PAID TO WS-CTL-TOT-HOURS
           MOVE 0 TO WS-EMP-TOT-RAW
               MOVE SPACES TO WS-DET-SHIFT
               MOVE SPACES TO WS-DET-HOURS
               MOVE ZERO TO WS-DET-PAID
               MOVE SPACES TO WS-DET-CHARGE
               WRITE EDIT-REPORT-LINE FROM WS-EDIT-DETAIL
               ADD 1 TO WS-CTL-EXCEPTIONS
           END-IF
           MOVE WS-HOURS-EDIT TO RAW-EMP-HOURS-X
           WRITE RAW-EMPLOYEE-RECORD.

       2320-WRITE-LABOR-HOURS.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               MOVE WS-PREV-EMP-ID TO LH-EMP-ID
               MOVE WS-CD-DEPT(WS-CD-SUB) TO LH-CHARGE-DEPT
               IF LH-CHARGE-DEPT = SPACES
                   MOVE MAST-DEPT-CODE TO LH-CHARGE-DEPT
               END-IF
               MOVE WS-CD-HOURS(WS-CD-SUB) TO LH-HOURS
               WRITE LABOR-HOURS-RECORD
               IF LH-CHARGE-DEPT NOT = MAST-DEPT-CODE
                   ADD LH-HOURS TO WS-CTL-CHARGED-HOURS
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           IF WS-FIRST-EMP = 'N'
               PERFORM 2300-EMPLOYEE-BREAK
           MOVE WS-CTL-EMPS TO WS-TRL-EMPS-D
           MOVE WS-CTL-EXCEPTIONS TO WS-TRL-EXC-D
           MOVE WS-CTL-TOT-HOURS TO WS-TRL-HOURS-D
           MOVE WS-CTL-CHARGED-HOURS TO WS-TRL-CHARGED-D
           MOVE WS-CTL-GRP-SKIP TO WS-TRL-GRP-D
           WRITE EDIT-REPORT-LINE FROM SPACES
           WRITE EDIT-REPORT-LINE FROM WS-EDIT-TRAILER
           WRITE EDIT-REPORT-LINE FROM WS-TRAILER-RECS
           WRITE EDIT-REPORT-LINE FROM WS-TRAILER-EMPS
           WRITE EDIT-REPORT-LINE FROM WS-TRAILER-EXC
           WRITE EDIT-REPORT-LINE FROM WS-TRAILER-HOURS
           WRITE EDIT-REPORT-LINE FROM WS-TRAILER-CHARGED
           WRITE EDIT-REPORT-LINE FROM WS-TRAILER-GRP
           CLOSE SORTED-TIMECARD-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE LABOR-HOURS-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM 3700-RECORD-RUN-END.
