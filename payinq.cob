           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'FICA'.
           05 WS-RPT-FICA-TAX  PIC $ZZZ,ZZ9.99.
       01  WS-RPT-STATE-LINE.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'STATE TAX'.
           05 WS-RPT-STATE     PIC X(2).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-RPT-STATE-TAX PIC $ZZZ,ZZ9.99.
       01  WS-RPT-DED-LINE.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'DEDUCTIONS'.
           MOVE HIST-GROSS TO WS-RPT-GROSS
           MOVE HIST-FED-TAX TO WS-RPT-FED-TAX
           MOVE HIST-FICA-TAX TO WS-RPT-FICA-TAX
           MOVE HIST-STATE-CODE TO WS-RPT-STATE
           MOVE HIST-STATE-TAX TO WS-RPT-STATE-TAX
           MOVE HIST-DEDUCT TO WS-RPT-DEDUCT
           MOVE HIST-NET TO WS-RPT-NET
           WRITE REPRINT-LINE FROM WS-RPT-RULE
           WRITE REPRINT-LINE FROM WS-RPT-GROSS-LINE
           WRITE REPRINT-LINE FROM WS-RPT-FED-LINE
           WRITE REPRINT-LINE FROM WS-RPT-FICA-LINE
           WRITE REPRINT-LINE FROM WS-RPT-STATE-LINE
           WRITE REPRINT-LINE FROM WS-RPT-DED-LINE
           WRITE REPRINT-LINE FROM WS-RPT-NET-LINE
           WRITE REPRINT-LINE FROM WS-RPT-RULE
