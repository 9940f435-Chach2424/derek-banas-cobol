      *>-----------------------------------------------------------
      *> DEPTREC - shared department table record layout
      *> (dept.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per department
      *> labor is charged to: its code and name, the GL expense
      *> account its wages are debited to, and the account for the
      *> employer's payroll taxes on them. EMPUPD checks an
      *> employee's home department against it, TIMEENT the
      *> department hours are charged to when someone works
      *> elsewhere; PAYROLL splits each check's cost across them and
      *> LABORRPT prints the distribution by department.
      *>-----------------------------------------------------------
       05 DP-Code         PIC X(4).
       05 DP-Name         PIC X(20).
       05 DP-Wage-Account PIC 9(4).
       05 DP-Tax-Account  PIC 9(4).
