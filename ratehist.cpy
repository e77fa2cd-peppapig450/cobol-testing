      *> Shared RATE-HISTORY record layout - EMPMAINT and RETROPAY.
      *> One record per pay rate or salary change, appended by
      *> EMPMAINT in the order entered. RH-SOURCE: A = new hire,
      *> C = change transaction, M = mass increase. The rate in
      *> effect on a date is the latest RH-EFFECTIVE-DATE on or
      *> before it (ties go to the later record). RH-RETRO-DONE = 'Y'
      *> once RETROPAY has generated back pay for the change (blank
      *> or N = still pending).
       01  RATE-HISTORY-RECORD.
           05 RH-EMP-ID        PIC X(5).
           05 RH-EFFECTIVE-DATE PIC X(8).
           05 RH-PAY-TYPE      PIC X(1).
           05 RH-OLD-RATE      PIC 9(3)V99.
           05 RH-NEW-RATE      PIC 9(3)V99.
           05 RH-OLD-SALARY    PIC 9(7)V99.
           05 RH-NEW-SALARY    PIC 9(7)V99.
           05 RH-SOURCE        PIC X(1).
           05 RH-ENTRY-DATE    PIC X(8).
           05 RH-RETRO-DONE    PIC X(1).
