      *> Shared RUN-CONTROL record layout - TIMECARD, PAYROLL-SIM,
      *> PAYADJ, EMPMAINT, ACHRECON, YEAREND, PAYPROOF, RETROPAY,
      *> FINALPAY, PAYSCRN and OPSTAT. One record per batch job and
      *> pay group; each job stamps its own record at start and end of
      *> run. RC-PAY-GROUP is the PAY-GROUP the job ran for (blank for
      *> the default group and for company-wide jobs). RC-STATUS:
      *> S = started (in flight or failed), C = completed. GLBAL and
      *> POSPAY carry every group's items, so they hold their files
      *> while any PAYPROOF record is not C (proof out of balance).
       01  RUN-CONTROL-RECORD.
           05 RC-JOB-NAME      PIC X(8).
           05 RC-RUN-DATE      PIC X(8).
           05 RC-END-TIME      PIC X(8).
           05 RC-STATUS        PIC X(1).
           05 RC-EXCEPTION-COUNT PIC 9(5).
           05 RC-PAY-GROUP     PIC X(2).
