      *> Shared GL-INTERFACE record layout - PAYROLL-SIM, PAYADJ,
      *> FINALPAY and GLBAL. GLI-REC-TYPE: H = batch header, D =
      *> posting detail, T = batch trailer. Each writing program wraps
      *> its postings in one header/trailer batch; GLBAL verifies the
      *> trailer against the details before the file is released.
       01  GL-INTERFACE-RECORD.
           05 GLI-REC-TYPE     PIC X(1).
           05 GLI-SOURCE       PIC X(8).
