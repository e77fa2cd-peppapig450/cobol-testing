      *> Shared EMPLOYEE-MASTER record layout - PAYROLL-SIM, EMPMAINT,
      *> TIMECARD, PAYADJ, YEAREND, PAYINQ, ACHRECON, DEDMAINT,
      *> ACHREISS, LEAVERPT, ARCHINQ, FINALPAY and PAYSCRN.
      *> YTD-FED-WAGES and YTD-FICA-WAGES are gross less pre-tax
      *> deductions (W-2 box 1 and box 3/5); YTD-GROSS stays total
      *> pay before deductions.
      *> YTD-TAX is federal and FICA only; state withholding for
      *> MAST-WORK-STATE is carried in YTD-STATE-WAGES/YTD-STATE-TAX.
      *> Those YTD figures are for one state only, so EMPMAINT refuses
      *> a MAST-WORK-STATE change once YTD-STATE-WAGES is non-zero;
      *> the state can be changed after YEAREND resets the year.
      *> MAST-PAY-TYPE H = hourly (blank is read as H), S = salaried:
      *> MAST-ANNUAL-SALARY is paid per period without timecard hours,
      *> prorated by working days from MAST-HIRE-DATE or through
      *> MAST-TERM-DATE when either falls inside the period.
      *> MAST-PAY-GROUP selects the PAYCAL periods the employee is
      *> paid on (blank = the default group); YTD figures are kept
      *> per employee for the year whatever group pays them.
       01  MASTER-RECORD.
           05 MAST-EMP-ID      PIC X(5).
           05 MAST-EMP-NAME    PIC X(20).
           05 MAST-ACH-HOLD    PIC X(1).
           05 MAST-VAC-BALANCE PIC 9(3)V99.
           05 MAST-SICK-BALANCE PIC 9(3)V99.
           05 YTD-FED-WAGES    PIC 9(7)V99.
           05 YTD-FICA-WAGES   PIC 9(7)V99.
           05 MAST-WORK-STATE  PIC X(2).
           05 MAST-STATE-FILING PIC X(1).
           05 MAST-STATE-ALLOW PIC 9(2).
           05 YTD-STATE-WAGES  PIC 9(7)V99.
           05 YTD-STATE-TAX    PIC 9(7)V99.
           05 MAST-PAY-TYPE    PIC X(1).
           05 MAST-ANNUAL-SALARY PIC 9(7)V99.
           05 MAST-HIRE-DATE   PIC X(8).
           05 MAST-PAY-GROUP   PIC X(2).
