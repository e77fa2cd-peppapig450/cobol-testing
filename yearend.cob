       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARCH-YEAR         PIC 9(4).
           05 ARCH-MASTER       PIC X(164).

       FD  YEAREND-CONTROL-FILE.
       01  YEAREND-CONTROL-RECORD.
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
       01  WS-YEAR-OVERRIDE     PIC X(4) VALUE SPACES.
       01  WS-PROC-YEAR         PIC 9(4) VALUE 0.
       01  WS-ARCHIVE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CTL-TOT-HOURS     PIC 9(7)V99 VALUE 0.
       01  WS-CTL-TOT-GROSS     PIC 9(9)V99 VALUE 0.
       01  WS-CTL-TOT-TAX       PIC 9(9)V99 VALUE 0.
       01  WS-CTL-TOT-FED-WAGES PIC 9(9)V99 VALUE 0.
       01  WS-CTL-TOT-FICA-WAGES PIC 9(9)V99 VALUE 0.
       01  WS-CTL-TOT-STATE-WAGES PIC 9(9)V99 VALUE 0.
       01  WS-CTL-TOT-STATE-TAX PIC 9(9)V99 VALUE 0.
       01  WS-W2-RULE           PIC X(80) VALUE ALL '='.
       01  WS-W2-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
               'WAGES PAID'.
           05 WS-W2-WAGES       PIC $Z,ZZZ,ZZ9.99.
       01  WS-W2-FED-WAGES-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
               'FEDERAL WAGES (BOX 1)'.
           05 WS-W2-FED-WAGES   PIC $Z,ZZZ,ZZ9.99.
       01  WS-W2-FICA-WAGES-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
               'SS/MED WAGES (BOX 3/5)'.
           05 WS-W2-FICA-WAGES  PIC $Z,ZZZ,ZZ9.99.
       01  WS-W2-TAX-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
               'TAX WITHHELD'.
           05 WS-W2-TAX         PIC $Z,ZZZ,ZZ9.99.
       01  WS-W2-STATE-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
               'STATE (BOX 15)'.
           05 WS-W2-STATE       PIC X(2).
       01  WS-W2-STATE-WAGES-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
               'STATE WAGES (BOX 16)'.
           05 WS-W2-STATE-WAGES PIC $Z,ZZZ,ZZ9.99.
       01  WS-W2-STATE-TAX-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
               'STATE TAX (BOX 17)'.
           05 WS-W2-STATE-TAX   PIC $Z,ZZZ,ZZ9.99.
       01  WS-TOTALS-HDR.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
           05 FILLER            PIC X(24) VALUE
               'TOTAL WAGES PAID:'.
           05 WS-TOT-WAGES-D    PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTALS-FED-WAGES.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'TOTAL FEDERAL WAGES:'.
           05 WS-TOT-FED-WAGES-D PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTALS-FICA-WAGES.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'TOTAL SS/MED WAGES:'.
           05 WS-TOT-FICA-WAGES-D PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTALS-TAX.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'TOTAL TAX WITHHELD:'.
           05 WS-TOT-TAX-D      PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTALS-STATE-WAGES.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'TOTAL STATE WAGES:'.
           05 WS-TOT-STATE-WAGES-D PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTALS-STATE-TAX.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
               'TOTAL STATE TAX:'.
           05 WS-TOT-STATE-TAX-D PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
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
               DISPLAY 'YEAREND: RUN CONTROL TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE SPACES TO WS-RC-START(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-END(WS-RC-FOUND-SUB)
           MOVE 'S' TO WS-RC-STATUS(WS-RC-FOUND-SUB)
           MOVE 0 TO WS-RC-EXC(WS-RC-FOUND-SUB)
           MOVE SPACES TO WS-RC-GROUP(WS-RC-FOUND-SUB).

       1720-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           ADD YTD-HOURS TO WS-CTL-TOT-HOURS
           ADD YTD-GROSS TO WS-CTL-TOT-GROSS
           ADD YTD-TAX TO WS-CTL-TOT-TAX
           ADD YTD-FED-WAGES TO WS-CTL-TOT-FED-WAGES
           ADD YTD-FICA-WAGES TO WS-CTL-TOT-FICA-WAGES
           ADD YTD-STATE-WAGES TO WS-CTL-TOT-STATE-WAGES
           ADD YTD-STATE-TAX TO WS-CTL-TOT-STATE-TAX
           PERFORM 2300-ZERO-YTD-FIELDS
           READ EMPLOYEE-MASTER NEXT
               AT END MOVE 'Y' TO WS-EOF
           MOVE YTD-HOURS TO WS-W2-HOURS
           MOVE YTD-GROSS TO WS-W2-WAGES
           MOVE YTD-TAX TO WS-W2-TAX
           MOVE YTD-FED-WAGES TO WS-W2-FED-WAGES
           MOVE YTD-FICA-WAGES TO WS-W2-FICA-WAGES
           MOVE MAST-WORK-STATE TO WS-W2-STATE
           MOVE YTD-STATE-WAGES TO WS-W2-STATE-WAGES
           MOVE YTD-STATE-TAX TO WS-W2-STATE-TAX
           WRITE W2-LINE FROM WS-W2-RULE
           WRITE W2-LINE FROM WS-W2-TITLE
           WRITE W2-LINE FROM WS-W2-ID-LINE
           WRITE W2-LINE FROM SPACES
           WRITE W2-LINE FROM WS-W2-HOURS-LINE
           WRITE W2-LINE FROM WS-W2-WAGES-LINE
           WRITE W2-LINE FROM WS-W2-FED-WAGES-LINE
           WRITE W2-LINE FROM WS-W2-FICA-WAGES-LINE
           WRITE W2-LINE FROM WS-W2-TAX-LINE
           WRITE W2-LINE FROM WS-W2-STATE-LINE
           WRITE W2-LINE FROM WS-W2-STATE-WAGES-LINE
           WRITE W2-LINE FROM WS-W2-STATE-TAX-LINE
           WRITE W2-LINE FROM WS-W2-RULE
           WRITE W2-LINE FROM SPACES AFTER PAGE.

           MOVE ZERO TO YTD-HOURS
           MOVE ZERO TO YTD-GROSS
           MOVE ZERO TO YTD-TAX
           MOVE ZERO TO YTD-FED-WAGES
           MOVE ZERO TO YTD-FICA-WAGES
           MOVE ZERO TO YTD-STATE-WAGES
           MOVE ZERO TO YTD-STATE-TAX
           REWRITE MASTER-RECORD.

       3000-TERMINATE.
           MOVE WS-CTL-TOT-HOURS TO WS-TOT-HOURS-D
           MOVE WS-CTL-TOT-GROSS TO WS-TOT-WAGES-D
           MOVE WS-CTL-TOT-TAX TO WS-TOT-TAX-D
           MOVE WS-CTL-TOT-FED-WAGES TO WS-TOT-FED-WAGES-D
           MOVE WS-CTL-TOT-FICA-WAGES TO WS-TOT-FICA-WAGES-D
           MOVE WS-CTL-TOT-STATE-WAGES TO WS-TOT-STATE-WAGES-D
           MOVE WS-CTL-TOT-STATE-TAX TO WS-TOT-STATE-TAX-D
           WRITE W2-LINE FROM WS-W2-RULE
           WRITE W2-LINE FROM WS-TOTALS-HDR
           WRITE W2-LINE FROM WS-TOTALS-EMPS
           WRITE W2-LINE FROM WS-TOTALS-HOURS
           WRITE W2-LINE FROM WS-TOTALS-WAGES
           WRITE W2-LINE FROM WS-TOTALS-FED-WAGES
           WRITE W2-LINE FROM WS-TOTALS-FICA-WAGES
           WRITE W2-LINE FROM WS-TOTALS-TAX
           WRITE W2-LINE FROM WS-TOTALS-STATE-WAGES
           WRITE W2-LINE FROM WS-TOTALS-STATE-TAX
           WRITE W2-LINE FROM WS-W2-RULE
           PERFORM 3100-RECORD-YEAR-PROCESSED
           CLOSE W2-STATEMENT-FILE
