       01  WS-TOT-LIABILITY     PIC S9(9)V99 VALUE 0.
       01  WS-DET-ER-FICA       PIC S9(9)V99.
       01  WS-DET-LIABILITY     PIC S9(9)V99.
       01  WS-SD-COUNT          PIC 9(3) VALUE 0.
       01  WS-SD-SUB            PIC 9(3) VALUE 0.
       01  WS-SD-SUB2           PIC 9(3) VALUE 0.
       01  WS-SD-FOUND-SUB      PIC 9(3) VALUE 0.
       01  WS-SD-TABLE.
           05 WS-SD-ENTRY OCCURS 60 TIMES.
              10 WS-SD-STATE    PIC X(2).
              10 WS-SD-WAGES    PIC S9(9)V99.
              10 WS-SD-TAX      PIC S9(9)V99.
       01  WS-SD-HOLD-ENTRY     PIC X(24).
       01  WS-TOT-STATE-WAGES   PIC S9(9)V99 VALUE 0.
       01  WS-TOT-STATE-TAX     PIC S9(9)V99 VALUE 0.
       01  WS-CTL-HIST-RECS     PIC 9(7) VALUE 0.
       01  WS-CTL-REV-RECS      PIC 9(7) VALUE 0.
       01  WS-DEP-HEADER.
           05 WS-TOT-EE-FICA-D  PIC $ZZZ,ZZZ,ZZ9.99-.
           05 WS-TOT-ER-FICA-D  PIC $ZZZ,ZZZ,ZZ9.99-.
           05 WS-TOT-LIAB-D     PIC $ZZZ,ZZZ,ZZ9.99-.
       01  WS-STATE-HEADER.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
               'STATE WITHHOLDING LIABILITY'.
       01  WS-STATE-TITLE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'STATE'.
           05 FILLER            PIC X(16) VALUE 'STATE WAGES'.
           05 FILLER            PIC X(16) VALUE 'STATE WITHHELD'.
       01  WS-STATE-DETAIL.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-SDET-STATE     PIC X(2).
           05 FILLER            PIC X(8) VALUE SPACES.
           05 WS-SDET-WAGES-D   PIC $ZZZ,ZZZ,ZZ9.99-.
           05 WS-SDET-TAX-D     PIC $ZZZ,ZZZ,ZZ9.99-.
       01  WS-STATE-TOTAL-LINE.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'ALL STATES'.
           05 WS-STOT-WAGES-D   PIC $ZZZ,ZZZ,ZZ9.99-.
           05 WS-STOT-TAX-D     PIC $ZZZ,ZZZ,ZZ9.99-.
       01  WS-TRAILER-RECS.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
           IF HIST-PAY-DATE >= WS-FROM-DATE
                   AND HIST-PAY-DATE <= WS-TO-DATE
               PERFORM 2100-ACCUMULATE-PAY-DATE
               IF HIST-STATE-CODE NOT = SPACES
                   PERFORM 2200-ACCUMULATE-STATE
               END-IF
           END-IF
           READ PAYROLL-HISTORY-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF
               ADD HIST-FICA-TAX TO WS-TD-EE-FICA(WS-TD-FOUND-SUB)
           END-IF.

       2200-ACCUMULATE-STATE.
           MOVE 0 TO WS-SD-FOUND-SUB
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
                   UNTIL WS-SD-SUB > WS-SD-COUNT
               IF WS-SD-STATE(WS-SD-SUB) = HIST-STATE-CODE
                   MOVE WS-SD-SUB TO WS-SD-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-SD-FOUND-SUB = 0
               IF WS-SD-COUNT >= 60
                   DISPLAY 'TAXDEP: STATE TABLE EXCEEDED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SD-COUNT
               MOVE WS-SD-COUNT TO WS-SD-FOUND-SUB
               MOVE HIST-STATE-CODE TO WS-SD-STATE(WS-SD-FOUND-SUB)
               MOVE 0 TO WS-SD-WAGES(WS-SD-FOUND-SUB)
               MOVE 0 TO WS-SD-TAX(WS-SD-FOUND-SUB)
           END-IF
           IF HIST-TYPE = 'V'
               SUBTRACT HIST-FED-WAGES
                   FROM WS-SD-WAGES(WS-SD-FOUND-SUB)
               SUBTRACT HIST-STATE-TAX
                   FROM WS-SD-TAX(WS-SD-FOUND-SUB)
           ELSE
               ADD HIST-FED-WAGES TO WS-SD-WAGES(WS-SD-FOUND-SUB)
               ADD HIST-STATE-TAX TO WS-SD-TAX(WS-SD-FOUND-SUB)
           END-IF.

       3000-TERMINATE.
           PERFORM 3100-SORT-PAY-DATE-TABLE
           PERFORM VARYING WS-TD-SUB FROM 1 BY 1
           WRITE DEPOSIT-REPORT-LINE FROM SPACES
           WRITE DEPOSIT-REPORT-LINE FROM WS-DEP-TRAILER
           WRITE DEPOSIT-REPORT-LINE FROM WS-TRAILER-TOTALS
           PERFORM 3400-PRINT-STATE-LIABILITY
           WRITE DEPOSIT-REPORT-LINE FROM SPACES
           WRITE DEPOSIT-REPORT-LINE FROM WS-TRAILER-RECS
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE DEPOSIT-REPORT-FILE.
           MOVE 0 TO WS-MON-EE-FICA
           MOVE 0 TO WS-MON-ER-FICA
           MOVE 0 TO WS-MON-LIABILITY.

       3400-PRINT-STATE-LIABILITY.
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
                   UNTIL WS-SD-SUB >= WS-SD-COUNT
               PERFORM VARYING WS-SD-SUB2 FROM 1 BY 1
                       UNTIL WS-SD-SUB2 > WS-SD-COUNT - WS-SD-SUB
                   IF WS-SD-STATE(WS-SD-SUB2)
                           > WS-SD-STATE(WS-SD-SUB2 + 1)
                       MOVE WS-SD-ENTRY(WS-SD-SUB2)
                           TO WS-SD-HOLD-ENTRY
                       MOVE WS-SD-ENTRY(WS-SD-SUB2 + 1)
                           TO WS-SD-ENTRY(WS-SD-SUB2)
                       MOVE WS-SD-HOLD-ENTRY
                           TO WS-SD-ENTRY(WS-SD-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE DEPOSIT-REPORT-LINE FROM SPACES
           WRITE DEPOSIT-REPORT-LINE FROM WS-STATE-HEADER
           WRITE DEPOSIT-REPORT-LINE FROM WS-STATE-TITLE
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
                   UNTIL WS-SD-SUB > WS-SD-COUNT
               MOVE WS-SD-STATE(WS-SD-SUB) TO WS-SDET-STATE
               MOVE WS-SD-WAGES(WS-SD-SUB) TO WS-SDET-WAGES-D
               MOVE WS-SD-TAX(WS-SD-SUB) TO WS-SDET-TAX-D
               WRITE DEPOSIT-REPORT-LINE FROM WS-STATE-DETAIL
               ADD WS-SD-WAGES(WS-SD-SUB) TO WS-TOT-STATE-WAGES
               ADD WS-SD-TAX(WS-SD-SUB) TO WS-TOT-STATE-TAX
           END-PERFORM
           MOVE WS-TOT-STATE-WAGES TO WS-STOT-WAGES-D
           MOVE WS-TOT-STATE-TAX TO WS-STOT-TAX-D
           WRITE DEPOSIT-REPORT-LINE FROM WS-STATE-TOTAL-LINE.
