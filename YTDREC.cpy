      *>-----------------------------------------------------------
      *> YTDREC - shared year-to-date earnings record layout
      *> (ytdearn.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - split out of PAYROLL and
      *> YEAREND when the quarterly payroll tax report became a
      *> third reader. One record per employee paid this year: the
      *> year's gross, federal withholding, FICA and net, the
      *> year's total for each deduction code (up to 8), and the
      *> gross, federal withholding and FICA of each calendar
      *> quarter - the four quarters add up to the year. Records
      *> written before the quarters were kept read them as blank.
      *>-----------------------------------------------------------
       05 YE-Emp-Number PIC 9(4).
       05 YE-Gross      PIC 9(8)V99.
       05 YE-Fed        PIC 9(8)V99.
       05 YE-Fica       PIC 9(8)V99.
       05 YE-Net        PIC 9(8)V99.
       05 YE-Ded-Entry OCCURS 8 TIMES.
           10 YE-Ded-Code   PIC X(4).
           10 YE-Ded-Amount PIC 9(7)V99.
       05 YE-Qtr-Entry OCCURS 4 TIMES.
           10 YE-Qtr-Gross  PIC 9(8)V99.
           10 YE-Qtr-Fed    PIC 9(8)V99.
           10 YE-Qtr-Fica   PIC 9(8)V99.
