       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-RC-JOB-NAME       PIC X(8) VALUE 'ACHRECON'.
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
              10 WS-RC-END     PIC X(8).
              10 WS-RC-STATUS   PIC X(1).
              10 WS-RC-EXC      PIC 9(5).
              10 WS-RC-GROUP    PIC X(2).
       01  WS-NUMVAL-AMOUNT     PIC S9(7)V99.
       01  WS-RTN-AMOUNT        PIC 9(7)V99.
       01  WS-DISB-COUNT        PIC 9(5) VALUE 0.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "PAY-GROUP"
           PERFORM 1730-CHECK-PAYROLL-COMPLETE
           PERFORM 1700-RECORD-RUN-START
           PERFORM 1020-LOAD-DISBURSEMENTS
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
               DISPLAY 'ACHRECON: RUN CONTROL TABLE FULL'
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
               IF WS-RC-JOB(WS-RC-SUB) = 'PAYROLL'
                       AND WS-RC-GROUP(WS-RC-SUB) = WS-PAY-GROUP
                   MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-RC-FOUND-SUB = 0
                   OR WS-RC-STATUS(WS-RC-FOUND-SUB) NOT = 'C'
               DISPLAY 'ACHRECON: PAYROLL RUN NOT COMPLETE'
                   ' FOR PAY GROUP ' WS-PAY-GROUP ' - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
