      *>-----------------------------------------------------------
      *> LABORREC - shared labor distribution record layout
      *> (laborytd.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per department
      *> (blank code - labor with no department) with the hours,
      *> gross pay and employer payroll taxes charged to it by the
      *> last PAYROLL run (LD-Per-*, the run's processing date in
      *> LD-Per-Date) and for the year to date (LD-Ytd-*, the year
      *> in LD-Year - a record from an earlier year starts the new
      *> one at zero). PAYROLL rewrites the file every run;
      *> LABORRPT prints it.
      *>-----------------------------------------------------------
       05 LD-Dept         PIC X(4).
       05 LD-Year         PIC 9(4).
       05 LD-Per-Date     PIC 9(8).
       05 LD-Per-Hours    PIC 9(5)V99.
       05 LD-Per-Gross    PIC 9(8)V99.
       05 LD-Per-Tax      PIC 9(8)V99.
       05 LD-Ytd-Hours    PIC 9(6)V99.
       05 LD-Ytd-Gross    PIC 9(9)V99.
       05 LD-Ytd-Tax      PIC 9(9)V99.
