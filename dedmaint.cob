           05 TXN-AMOUNT-X      PIC X(8).
           05 TXN-PERCENT-X     PIC X(6).
           05 TXN-GOAL-X        PIC X(9).
           05 TXN-TAX-TREAT     PIC X(1).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05 DEDM-GOAL        PIC 9(7)V99.
           05 DEDM-TAKEN       PIC 9(7)V99.
           05 DEDM-ARREARS     PIC 9(7)V99.
           05 DEDM-TAX-TREAT   PIC X(1).

       FD  EMPLOYEE-MASTER.
           COPY "empmast.cpy".
       01  WS-TXN-PERCENT       PIC 9V9999.
       01  WS-TXN-GOAL          PIC 9(7)V99.
       01  WS-MAX-PERCENT       PIC 9V9999 VALUE .5000.
       01  WS-TXN-TAX-TREAT     PIC X(1).
       01  WS-CHK-GARNISH       PIC X(1).
       01  WS-DED-EOF           PIC X VALUE 'N'.
       01  WS-DED-COUNT         PIC 9(3) VALUE 0.
       01  WS-DED-SUB           PIC 9(3) VALUE 0.
              10 WS-DED-GOAL     PIC 9(7)V99.
              10 WS-DED-TAKEN    PIC 9(7)V99.
              10 WS-DED-ARREARS  PIC 9(7)V99.
              10 WS-DED-TAX-TREAT PIC X(1).
              10 WS-DED-DELETED  PIC X(1).

       PROCEDURE DIVISION.
                   ADD 1 TO WS-DED-COUNT
                   MOVE DEDUCTION-MASTER-RECORD
                       TO WS-DED-ENTRY(WS-DED-COUNT)
                   IF WS-DED-TAX-TREAT(WS-DED-COUNT) = SPACES
                       MOVE 'N' TO WS-DED-TAX-TREAT(WS-DED-COUNT)
                   END-IF
                   MOVE 'N' TO WS-DED-DELETED(WS-DED-COUNT)
                   READ DEDUCTION-MASTER-FILE
                       AT END MOVE 'Y' TO WS-DED-EOF
                   MOVE WS-TXN-GOAL TO WS-DED-GOAL(WS-DED-COUNT)
                   MOVE ZERO TO WS-DED-TAKEN(WS-DED-COUNT)
                   MOVE ZERO TO WS-DED-ARREARS(WS-DED-COUNT)
                   MOVE WS-TXN-TAX-TREAT
                       TO WS-DED-TAX-TREAT(WS-DED-COUNT)
                   MOVE 'N' TO WS-DED-DELETED(WS-DED-COUNT)
               END-IF
           END-IF.
           END-IF
           IF WS-TXN-VALID = 'Y'
               PERFORM 2050-VALIDATE-GOAL
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF TXN-TAX-TREAT = SPACES
                   MOVE 'N' TO WS-TXN-TAX-TREAT
               ELSE
                   MOVE TXN-TAX-TREAT TO WS-TXN-TAX-TREAT
               END-IF
               MOVE TXN-GARNISH TO WS-CHK-GARNISH
               PERFORM 2060-VALIDATE-TAX-TREATMENT
           END-IF.

       2020-VALIDATE-PRIORITY.
               END-IF
           END-IF.

       2060-VALIDATE-TAX-TREATMENT.
           IF WS-TXN-TAX-TREAT NOT = 'N'
                   AND WS-TXN-TAX-TREAT NOT = 'F'
                   AND WS-TXN-TAX-TREAT NOT = 'B'
               MOVE 'N' TO WS-TXN-VALID
               MOVE 'INVALID TAX TREATMENT' TO WS-TXN-REASON
           END-IF
           IF WS-TXN-VALID = 'Y'
                   AND WS-CHK-GARNISH = 'Y'
                   AND WS-TXN-TAX-TREAT NOT = 'N'
               MOVE 'N' TO WS-TXN-VALID
               MOVE 'GARNISHMENT CANNOT BE PRE-TAX' TO WS-TXN-REASON
           END-IF.

       2200-CHANGE-DEDUCTION.
           PERFORM 2400-FIND-DEDUCTION
           IF WS-DED-FOUND-SUB = 0
                       WS-TXN-REASON
               END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF TXN-TAX-TREAT NOT = SPACES
                   MOVE TXN-TAX-TREAT TO WS-TXN-TAX-TREAT
               ELSE
                   MOVE WS-DED-TAX-TREAT(WS-DED-FOUND-SUB)
                       TO WS-TXN-TAX-TREAT
               END-IF
               IF TXN-GARNISH NOT = SPACES
                   MOVE TXN-GARNISH TO WS-CHK-GARNISH
               ELSE
                   MOVE WS-DED-GARNISH(WS-DED-FOUND-SUB)
                       TO WS-CHK-GARNISH
               END-IF
               PERFORM 2060-VALIDATE-TAX-TREATMENT
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF TXN-DED-TYPE NOT = SPACES
                   MOVE TXN-DED-TYPE
                   MOVE WS-TXN-GOAL
                       TO WS-DED-GOAL(WS-DED-FOUND-SUB)
               END-IF
               MOVE WS-TXN-TAX-TREAT
                   TO WS-DED-TAX-TREAT(WS-DED-FOUND-SUB)
           END-IF.

       2300-DELETE-DEDUCTION.
                   MOVE WS-DED-GOAL(WS-DED-SUB) TO DEDM-GOAL
                   MOVE WS-DED-TAKEN(WS-DED-SUB) TO DEDM-TAKEN
                   MOVE WS-DED-ARREARS(WS-DED-SUB) TO DEDM-ARREARS
                   MOVE WS-DED-TAX-TREAT(WS-DED-SUB)
                       TO DEDM-TAX-TREAT
                   WRITE DEDUCTION-MASTER-RECORD
               END-IF
           END-PERFORM
