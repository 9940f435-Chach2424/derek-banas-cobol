      *>-----------------------------------------------------------
      *> INVHIST - shared invoice history record layout
      *> (invhist.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per invoice BILLING
      *> writes, with the order it billed and the extended price,
      *> discount, tax and total actually invoiced. BILLING stages
      *> the night's records on invhist.add and daily_batch.sh folds
      *> them into invhist.dat once the step completes. An order
      *> billed in part shipments has one record per invoice;
      *> RETURNS totals them to know what an order can be credited.
      *>-----------------------------------------------------------
       05 IH-Order-Number   PIC 9(6).
       05 IH-Order-Date     PIC 9(8).
       05 IH-Cust-Ident     PIC 9(3).
       05 IH-Invoice-Number PIC 9(6).
       05 IH-Invoice-Date   PIC 9(8).
       05 IH-Ext-Total      PIC 9(9)V99.
       05 IH-Discount       PIC 9(8)V99.
       05 IH-Tax            PIC 9(8)V99.
       05 IH-Total          PIC 9(9)V99.
