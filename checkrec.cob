              10 WS-CKI-AMOUNT   PIC 9(7)V99.
              10 WS-CKI-PAY-DATE PIC X(8).
              10 WS-CKI-STATUS   PIC X(1).
              10 WS-CKI-PP-ISSUE PIC X(1).
              10 WS-CKI-PP-CANCEL PIC X(1).
       01  WS-CTL-ISSUED-COUNT  PIC 9(5) VALUE 0.
       01  WS-CTL-ISSUED-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-CTL-PAID-COUNT    PIC 9(5) VALUE 0.
               MOVE CKI-AMOUNT TO WS-CKI-AMOUNT(WS-CKI-COUNT)
               MOVE CKI-PAY-DATE TO WS-CKI-PAY-DATE(WS-CKI-COUNT)
               MOVE CKI-STATUS TO WS-CKI-STATUS(WS-CKI-COUNT)
               MOVE CKI-PP-ISSUE-SENT TO WS-CKI-PP-ISSUE(WS-CKI-COUNT)
               MOVE CKI-PP-CANCEL-SENT
                   TO WS-CKI-PP-CANCEL(WS-CKI-COUNT)
               ADD 1 TO WS-CTL-ISSUED-COUNT
               ADD CKI-AMOUNT TO WS-CTL-ISSUED-AMOUNT
               READ CHECK-ISSUE-FILE
           MOVE 0 TO HIST-FICA-TAX
           MOVE 0 TO HIST-DEDUCT
           MOVE WS-CKI-AMOUNT(WS-MATCH-SUB) TO HIST-NET
           MOVE 0 TO HIST-FED-WAGES
           MOVE 0 TO HIST-FICA-WAGES
           MOVE SPACES TO HIST-STATE-CODE
           MOVE 0 TO HIST-STATE-TAX
           MOVE 1 TO HIST-SEQ
           WRITE HISTORY-RECORD
           PERFORM 3230-RETRY-HISTORY-WRITE
               IF WS-CKI-STATUS(WS-CKI-SUB) NOT = 'O'
                       AND WS-CKI-PAY-DATE(WS-CKI-SUB)
                       <= WS-STALE-DATE
                       AND WS-CKI-PP-ISSUE(WS-CKI-SUB) = 'Y'
                       AND (WS-CKI-STATUS(WS-CKI-SUB) = 'P'
                       OR WS-CKI-PP-CANCEL(WS-CKI-SUB) = 'Y')
                   ADD 1 TO WS-CTL-PURGE-COUNT
               ELSE
                   MOVE WS-CKI-CHECK-NO(WS-CKI-SUB) TO CKI-CHECK-NO
                   MOVE WS-CKI-AMOUNT(WS-CKI-SUB) TO CKI-AMOUNT
                   MOVE WS-CKI-PAY-DATE(WS-CKI-SUB) TO CKI-PAY-DATE
                   MOVE WS-CKI-STATUS(WS-CKI-SUB) TO CKI-STATUS
                   MOVE WS-CKI-PP-ISSUE(WS-CKI-SUB)
                       TO CKI-PP-ISSUE-SENT
                   MOVE WS-CKI-PP-CANCEL(WS-CKI-SUB)
                       TO CKI-PP-CANCEL-SENT
                   WRITE CHECK-ISSUE-RECORD
               END-IF
           END-PERFORM
