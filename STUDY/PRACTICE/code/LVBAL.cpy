      *> LVBAL.cpy
      *> Layout of one LEAVE-BALANCE record - the employee's current
      *> vacation and sick entitlement in hours, keyed by EMP-ID the
      *> same way EMPLOYEE-MASTER is. Shared by LVACCRUE (monthly
      *> credit), LVTAKE (leave-taken debits), LVSTMT (statements)
      *> and EMPMAINT (payout on termination) so none of them can
      *> drift from the file they all open. LB-LAST-ACCRUAL is the
      *> month last credited, so a rerun of the accrual for the
      *> same month credits nobody twice.
           05 LB-EMP-ID         PIC X(05).
           05 FILLER            PIC X(01).
           05 LB-VAC-BALANCE    PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 LB-SICK-BALANCE   PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 LB-LAST-ACCRUAL   PIC 9(06).
           05 FILLER            PIC X(01).
      *> 'P' once EMPMAINT's termination has paid the balance out -
      *> nothing more is taken or accrued against it unless the
      *> employee is rehired.
           05 LB-STATUS         PIC X(01).
               88 LB-OPEN              VALUE 'A'.
               88 LB-PAID-OUT          VALUE 'P'.
           05 FILLER            PIC X(01).
           05 LB-PAYOUT-DATE    PIC 9(08).
           05 FILLER            PIC X(43).
