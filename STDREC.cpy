      *>-----------------------------------------------------------
      *> STDREC - shared standing order record layout (stdord.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per standing order
      *> a customer has with the shop: the products and quantities
      *> it orders every week (W) or every month (M) between its
      *> start date and its stop date (zero - until cancelled).
      *> STDMNT maintains the records; the nightly STDGEN step
      *> writes an ORDREC order for every one due on the processing
      *> date and moves STD-Next-Date on to the next occurrence.
      *> STD-Last-Date is the processing date it last generated an
      *> order for, STD-Last-Order the order number it got.
      *>-----------------------------------------------------------
       05 STD-Number      PIC 9(4).
       05 STD-Cust-Ident  PIC 9(3).
       05 STD-Frequency   PIC X.
           88 STD-Weekly  VALUE 'W'.
           88 STD-Monthly VALUE 'M'.
       05 STD-Start-Date  PIC 9(8).
       05 STD-Stop-Date   PIC 9(8).
       05 STD-Next-Date   PIC 9(8).
       05 STD-Last-Date   PIC 9(8).
       05 STD-Last-Order  PIC 9(6).
       05 STD-Line-Count  PIC 9(2).
       05 STD-Line OCCURS 10 TIMES.
           10 STD-Prod-Name PIC X(10).
           10 STD-Qty       PIC 9(3).
           10 STD-Sizes     PIC X(10).
