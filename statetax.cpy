      *> Shared STATE-TAX record layout - PAYROLL-SIM, PAYADJ and
      *> EMPMAINT. One record per state per effective date; the run
      *> uses, for each state, the record with the latest
      *> SR-EFFECTIVE-DATE on or before the run date. State taxable
      *> wages are federal taxable wages less SR-ALLOWANCE-AMT for
      *> each state allowance claimed. Brackets work as in TAX-RATE;
      *> a flat-rate state carries the same rate in all three, and a
      *> state with no income tax carries zero rates. SR-GL-LIABILITY
      *> is the account credited with the tax withheld.
       01  STATE-TAX-RECORD.
           05 SR-STATE-CODE    PIC X(2).
           05 SR-EFFECTIVE-DATE PIC X(8).
           05 SR-ALLOWANCE-AMT PIC 9(3)V99.
           05 SR-GL-LIABILITY  PIC X(8).
           05 SR-MARRIED-BRACKETS.
              10 SR-M-LIMIT-1  PIC 9(5)V99.
              10 SR-M-RATE-1   PIC V999.
              10 SR-M-LIMIT-2  PIC 9(5)V99.
              10 SR-M-RATE-2   PIC V999.
              10 SR-M-BASE-2   PIC 9(5)V99.
              10 SR-M-RATE-3   PIC V999.
              10 SR-M-BASE-3   PIC 9(5)V99.
           05 SR-SINGLE-BRACKETS.
              10 SR-S-LIMIT-1  PIC 9(5)V99.
              10 SR-S-RATE-1   PIC V999.
              10 SR-S-LIMIT-2  PIC 9(5)V99.
              10 SR-S-RATE-2   PIC V999.
              10 SR-S-BASE-2   PIC 9(5)V99.
              10 SR-S-RATE-3   PIC V999.
              10 SR-S-BASE-3   PIC 9(5)V99.
