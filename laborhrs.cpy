      *> Shared LABOR-HOURS record layout - TIMECARD and PAYROLL-SIM.
      *> One record per employee and charge department, written by
      *> TIMECARD alongside EMP.DAT with the paid hours charged to
      *> that department. Punches with no charge department (and all
      *> vacation and sick hours) are carried under the home
      *> department. PAYROLL-SIM spreads regular pay, overtime pay
      *> and employer FICA over these hours for the GL expense.
       01  LABOR-HOURS-RECORD.
           05 LH-EMP-ID        PIC X(5).
           05 LH-CHARGE-DEPT   PIC X(4).
           05 LH-HOURS         PIC 9(3)V99.
