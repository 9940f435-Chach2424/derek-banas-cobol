      *>-----------------------------------------------------------
      *> PRECREC - shared precinct street-range record layout
      *> (precinct.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - the county's precinct map as
      *> street ranges, kept by the registrar alongside calendar.dat
      *> and the other hand-kept reference files: a street name (upper
      *> case, as VOTERMNT stores it), an optional zip (blank - any
      *> zip), the low and high house numbers of the range, which
      *> side of the street it covers (O odd numbers, E even, B both)
      *> and the precinct those addresses vote in. The first range
      *> that takes in an address wins.
      *>-----------------------------------------------------------
       05 PR-Street   PIC X(20).
       05 PR-Zip      PIC X(5).
       05 PR-Low-No   PIC 9(5).
       05 PR-High-No  PIC 9(5).
       05 PR-Side     PIC X.
           88 PR-Odd-Side  VALUE 'O'.
           88 PR-Even-Side VALUE 'E'.
       05 PR-Precinct PIC 9(3).
