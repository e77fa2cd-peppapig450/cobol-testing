           COPY "payhist.cpy".

       FD  HISTORY-ARCHIVE-FILE.
       01  ARCHIVE-HISTORY-RECORD PIC X(108).

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE    PIC X(100).
