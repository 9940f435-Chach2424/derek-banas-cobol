      *>-----------------------------------------------------------
      *> EMPDED - shared employee deduction record layout
      *> (empded.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per deduction an
      *> employee has standing: health insurance, a retirement
      *> contribution, a court-ordered garnishment. EMPUPD maintains
      *> the records from N (new) / M (modify) / R (remove)
      *> deduction transactions on emptrans.dat; the PAYROLL run
      *> takes them off each check in ascending DED-Priority order
      *> and never below the protected minimum net. DED-Code names
      *> the deduction type on dedcode.dat, which carries its
      *> description and the GL liability account it posts to.
      *> DED-Value is a dollar amount per check (method A) or a
      *> percent of gross with two decimals (method P - 5.00 is
      *> five percent). A goal (limit type G) is a total to take
      *> and then stop - a garnishment's balance - counted in
      *> DED-Taken across years; a cap (limit type C) is the most
      *> to take in a calendar year, counted against the year to
      *> date on ytdearn.dat.
      *>-----------------------------------------------------------
       05 DED-Emp-Number PIC 9(4).
       05 DED-Code       PIC X(4).
       05 DED-Priority   PIC 99.
       05 DED-Method     PIC X.
           88 DED-Flat-Amount VALUE 'A'.
           88 DED-Percent     VALUE 'P'.
       05 DED-Value      PIC 9(5)V99.
       05 DED-Pre-Tax    PIC X.
           88 DED-Before-Tax VALUE 'Y'.
       05 DED-Limit-Type PIC X.
           88 DED-No-Limit   VALUE SPACE.
           88 DED-Goal       VALUE 'G'.
           88 DED-Annual-Cap VALUE 'C'.
       05 DED-Limit      PIC 9(7)V99.
       05 DED-Taken      PIC 9(7)V99.
