      *>-----------------------------------------------------------
      *> LEAVEREC - shared leave balance record layout
      *> (leavebal.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per employee with
      *> the vacation and sick hours they have available, replacing
      *> the paper leave cards. The PAYROLL run takes the leave
      *> hours paid off and adds each run's accrual (up to the
      *> carryover cap on the employee master); TIMEENT checks keyed
      *> leave against it; LEAVERPT values it for the accountant.
      *>-----------------------------------------------------------
       05 LB-Emp-Number   PIC 9(4).
       05 LB-Vac-Balance  PIC 9(3)V99.
       05 LB-Sick-Balance PIC 9(3)V99.
