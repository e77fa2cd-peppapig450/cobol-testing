      *> Shared CHECK-ISSUE record layout - PAYROLL-SIM, CHECKREC,
      *> ACHREISS, FINALPAY and POSPAY.
      *> One record per paper check written. CKI-STATUS: O =
      *> outstanding, P = paid by bank, V = voided, S = stop payment.
      *> CKI-PP-ISSUE-SENT / CKI-PP-CANCEL-SENT = 'Y' once POSPAY has
      *> sent the issue / cancel item to the bank (blank = not sent).
       01  CHECK-ISSUE-RECORD.
           05 CKI-CHECK-NO     PIC 9(8).
           05 CKI-EMP-ID       PIC X(5).
           05 CKI-AMOUNT       PIC 9(7)V99.
           05 CKI-PAY-DATE     PIC X(8).
           05 CKI-STATUS       PIC X(1).
           05 CKI-PP-ISSUE-SENT PIC X(1).
           05 CKI-PP-CANCEL-SENT PIC X(1).
