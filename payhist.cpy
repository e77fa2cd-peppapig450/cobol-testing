      *> Shared PAYROLL-HISTORY record layout - PAYROLL-SIM, PAYADJ,
      *> PAYINQ, CHECKREC, ACHREISS, TAXDEP, HISTPURG, FINALPAY and
      *> PAYSCRN.
      *> The file is INDEXED on HIST-KEY; HIST-SEQ separates multiple
      *> records for the same employee and pay date (writers bump it
      *> on a duplicate-key status). HIST-TYPE: R = regular check,
      *> S = supplemental, V = reversal (amounts are the figures
      *> backed out), I = re-issue of a returned ACH item (net paid
      *> again by paper check; not added to totals), F = final pay on
      *> termination (final period wages plus vacation payout; one
      *> per termination, blocks later pay for it). HIST-FED-WAGES
      *> and HIST-FICA-WAGES are HIST-GROSS less the pre-tax
      *> deductions exempt from each tax. HIST-STATE-TAX is the state
      *> income tax withheld for HIST-STATE-CODE (not in HIST-FED-TAX).
       01  HISTORY-RECORD.
           05 HIST-KEY.
              10 HIST-EMP-ID   PIC X(5).
           05 HIST-FICA-TAX    PIC 9(7)V99.
           05 HIST-DEDUCT      PIC 9(7)V99.
           05 HIST-NET         PIC 9(7)V99.
           05 HIST-FED-WAGES   PIC 9(7)V99.
           05 HIST-FICA-WAGES  PIC 9(7)V99.
           05 HIST-STATE-CODE  PIC X(2).
           05 HIST-STATE-TAX   PIC 9(7)V99.
