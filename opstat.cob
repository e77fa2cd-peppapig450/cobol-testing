       01  WS-STATUS-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'JOB'.
           05 FILLER            PIC X(7) VALUE 'GROUP'.
           05 FILLER            PIC X(10) VALUE 'LAST RUN'.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'START'.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-DET-JOB        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-GROUP      PIC X(2).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-DET-DATE       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-START      PIC X(8).

       2000-PROCESS.
           MOVE RC-JOB-NAME TO WS-DET-JOB
           MOVE RC-PAY-GROUP TO WS-DET-GROUP
           MOVE RC-RUN-DATE TO WS-DET-DATE
           MOVE RC-START-TIME TO WS-DET-START
           MOVE RC-END-TIME TO WS-DET-END
