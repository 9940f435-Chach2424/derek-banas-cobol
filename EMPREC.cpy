      *>-----------------------------------------------------------
      *> EMPREC - shared employee master record layout
      *> (employee.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - split out of EMPUPD, PAYROLL,
      *> TIMEENT and YEAREND, which each kept their own copy, when
      *> the direct deposit details were added after the hourly
      *> rate: EMP-Deposit-Flag 'Y' pays the employee by ACH credit
      *> instead of a printed check (blank or 'N' - a check, as
      *> before), to the account at EMP-Bank-Routing /
      *> EMP-Bank-Account, checking or savings per EMP-Account-Type.
      *> An optional second account (EMP-Split-*) takes
      *> EMP-Split-Amount off the top of each net pay, the primary
      *> account the rest. EMPUPD maintains the details from B
      *> transactions; records in the old 29-byte shape read with
      *> the new fields blank and are paid by check.
      *> October 15th 2026 - added leave accrual: the vacation and
      *> sick hours earned each pay run the employee is paid
      *> (EMP-Vac-Accrual, EMP-Sick-Accrual) and the most of each
      *> that can be carried (EMP-Vac-Max, EMP-Sick-Max - zero
      *> means no cap). EMPUPD maintains them from L transactions;
      *> the balances themselves are on leavebal.dat (LEAVEREC).
      *> Records without them read blank and accrue nothing.
      *> October 15th 2026 - added EMP-Home-Dept, the department on
      *> dept.dat (DEPTREC) the employee's pay is charged to unless
      *> hours are keyed to another; EMPUPD sets it from T
      *> transactions. Blank - no department, charged to the
      *> general payroll expense accounts.
      *>-----------------------------------------------------------
       05 EMP-Number        PIC 9(4).
       05 EMP-Name          PIC X(20).
       05 EMP-Hourly-Rate   PIC 9(3)V99.
       05 EMP-Deposit-Flag  PIC X.
           88 EMP-Direct-Deposit VALUE 'Y'.
       05 EMP-Bank-Routing  PIC X(9).
       05 EMP-Bank-Account  PIC X(17).
       05 EMP-Account-Type  PIC X.
           88 EMP-Savings VALUE 'S'.
       05 EMP-Split-Routing PIC X(9).
       05 EMP-Split-Account PIC X(17).
       05 EMP-Split-Type    PIC X.
           88 EMP-Split-Savings VALUE 'S'.
       05 EMP-Split-Amount  PIC 9(5)V99.
       05 EMP-Vac-Accrual   PIC 99V99.
       05 EMP-Vac-Max       PIC 9(3)V99.
       05 EMP-Sick-Accrual  PIC 99V99.
       05 EMP-Sick-Max      PIC 9(3)V99.
       05 EMP-Home-Dept     PIC X(4).
