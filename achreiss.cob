           05 PP-END-DATE      PIC X(8).
           05 PP-PAY-DATE      PIC X(8).
           05 PP-STATUS        PIC X(1).
           05 PP-PAY-GROUP     PIC X(2).
           05 PP-FREQUENCY     PIC X(1).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE    PIC X(100).
       01  WS-PAYHIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-PAY-GROUP         PIC X(2) VALUE SPACES.
       01  WS-PAYCAL-EOF        PIC X VALUE 'N'.
       01  WS-PERIOD-FOUND      PIC X VALUE 'N'.
       01  WS-CUR-PERIOD        PIC 9(3) VALUE 0.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "PAY-GROUP"
           PERFORM 1020-FIND-PAY-PERIOD
           PERFORM 1030-READ-CHECK-CONTROL
           OPEN INPUT ACH-RETURN-FILE
           PERFORM UNTIL WS-PAYCAL-EOF = 'Y'
               IF PP-START-DATE <= WS-RUN-DATE
                       AND PP-END-DATE >= WS-RUN-DATE
                       AND PP-PAY-GROUP = WS-PAY-GROUP
                   MOVE PP-NUMBER TO WS-CUR-PERIOD
                   MOVE 'Y' TO WS-PERIOD-FOUND
               END-IF
           CLOSE PAY-PERIOD-FILE
           IF WS-PERIOD-FOUND = 'N'
               DISPLAY 'ACHREISS: NO PAY PERIOD COVERS RUN DATE '
                   WS-RUN-DATE ' PAY GROUP ' WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REISSUE-AMOUNT TO CKI-AMOUNT
           MOVE WS-RUN-DATE TO CKI-PAY-DATE
           MOVE 'O' TO CKI-STATUS
           MOVE 'N' TO CKI-PP-ISSUE-SENT
           MOVE 'N' TO CKI-PP-CANCEL-SENT
           WRITE CHECK-ISSUE-RECORD.

       2300-WRITE-HISTORY.
           MOVE 0 TO HIST-FICA-TAX
           MOVE 0 TO HIST-DEDUCT
           MOVE WS-REISSUE-AMOUNT TO HIST-NET
           MOVE 0 TO HIST-FED-WAGES
           MOVE 0 TO HIST-FICA-WAGES
           MOVE SPACES TO HIST-STATE-CODE
           MOVE 0 TO HIST-STATE-TAX
           MOVE 1 TO HIST-SEQ
           WRITE HISTORY-RECORD
           PERFORM 2310-RETRY-HISTORY-WRITE
