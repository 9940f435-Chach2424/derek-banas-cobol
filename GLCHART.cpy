      *>-----------------------------------------------------------
      *> GLCHART - shared chart of accounts record layout
      *> (glchart.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - the account number and name
      *> GLPOST and GLJE have always validated against, with the
      *> account's type and the financial statement line it is
      *> reported on added for GLCLOSE: A asset, L liability, Q
      *> equity, T the retained earnings account the year-end close
      *> rolls income and expense into (one, an equity account), R
      *> revenue, E expense. Accounts sharing a GLC-Group caption
      *> are printed as one line on the statements; an account with
      *> no caption is printed on its own under its name. A record
      *> from before the type was kept is typed by its number - 1xxx
      *> asset, 2xxx liability, 3xxx equity, 4xxx revenue, anything
      *> else expense.
      *>-----------------------------------------------------------
       05 GLC-Account PIC 9(4).
       05 GLC-Name    PIC X(30).
       05 GLC-Type    PIC X.
           88 GLC-Asset     VALUE 'A'.
           88 GLC-Liability VALUE 'L'.
           88 GLC-Equity    VALUE 'Q'.
           88 GLC-Retained  VALUE 'T'.
           88 GLC-Revenue   VALUE 'R'.
           88 GLC-Expense   VALUE 'E'.
       05 GLC-Group   PIC X(20).
