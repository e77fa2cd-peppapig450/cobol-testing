               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "data/GLBAL.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE  PIC X(120).

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-GL-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-RUNCTL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01  WS-PROOF-HELD        PIC X VALUE 'N'.
       01  WS-IN-BATCH          PIC X VALUE 'N'.
       01  WS-BATCH-SOURCE      PIC X(8) VALUE SPACES.
       01  WS-BATCH-PERIOD      PIC 9(3) VALUE 0.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1800-CHECK-PAYROLL-PROOF
           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE BALANCE-REPORT-LINE FROM WS-BAL-HEADER
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       1800-CHECK-PAYROLL-PROOF.
           MOVE 'N' TO WS-PROOF-HELD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF
               END-READ
               PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                   IF RC-JOB-NAME = 'PAYPROOF'
                           AND RC-STATUS NOT = 'C'
                       MOVE 'Y' TO WS-PROOF-HELD
                   END-IF
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-RUNCTL-EOF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       2000-PROCESS.
           EVALUATE GLI-REC-TYPE
               WHEN 'H'
           MOVE WS-CTL-SEQ-ERRORS TO WS-TRL-SEQ-D
           MOVE WS-CTL-TOT-DEBITS TO WS-TRL-DEBITS-D
           MOVE WS-CTL-TOT-CREDITS TO WS-TRL-CREDITS-D
           EVALUATE TRUE
               WHEN WS-PROOF-HELD = 'Y'
                   MOVE 'PAYROLL PROOF FAILED - DO NOT RELEASE'
                       TO WS-TRL-VERDICT
               WHEN WS-CTL-BAD-BATCHES = 0
                       AND WS-CTL-SEQ-ERRORS = 0
                       AND WS-CTL-TOT-DEBITS = WS-CTL-TOT-CREDITS
                   MOVE 'IN BALANCE - FILE MAY BE RELEASED'
                       TO WS-TRL-VERDICT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE - DO NOT RELEASE FILE'
                       TO WS-TRL-VERDICT
           END-EVALUATE
           WRITE BALANCE-REPORT-LINE FROM SPACES
           WRITE BALANCE-REPORT-LINE FROM WS-BAL-TRAILER
           WRITE BALANCE-REPORT-LINE FROM WS-TRAILER-BATCHES
