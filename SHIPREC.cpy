      *>-----------------------------------------------------------
      *> SHIPREC - shared shipment line record layout (pickfeed.dat
      *> and shipopen.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per priced order
      *> line that left stock for the warehouse: coboltut12 writes
      *> the night's lines to pickfeed.dat with the quantity taken
      *> from on-hand and the unit price it was priced at, PICKPACK
      *> prints the pick list and packing slips from them and
      *> daily_batch.sh folds them into the open shipment file
      *> shipopen.dat. SHP-Shipped-Qty is what the warehouse has
      *> confirmed through SHIPCONF and BILLING has invoiced; a
      *> line stays on shipopen.dat until all of SHP-Pick-Qty has
      *> shipped.
      *>-----------------------------------------------------------
       05 SHP-Order-Number PIC 9(6).
       05 SHP-Order-Date   PIC 9(8).
       05 SHP-Cust-Ident   PIC 9(3).
       05 SHP-Line         PIC 9(2).
       05 SHP-Prod-Name    PIC X(10).
       05 SHP-Sizes        PIC X(10).
       05 SHP-Pick-Qty     PIC 9(3).
       05 SHP-Unit-Price   PIC 9(5)V99.
       05 SHP-Shipped-Qty  PIC 9(3).
