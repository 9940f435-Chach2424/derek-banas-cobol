      *>-----------------------------------------------------------
      *> REORDPRP - reorder point proposal record (reordprop.dat).
      *>
      *> Included at level 05, the PRODREC convention. October 15th
      *> 2026 - one record per product from REORDCLC's monthly
      *> reorder point review: the twelve months of demand it worked
      *> from (average and peak month, in units), the vendor POGEN
      *> orders the product from and that vendor's lead time, and
      *> the reorder point and order quantity as they stand beside
      *> the ones proposed. RP-Status is P while the proposal awaits
      *> purchasing's approval in REORDAPR, A once approved and
      *> applied to prodmast.dat and vendmast.dat, R rejected, S not
      *> applied because the master had been changed since the
      *> review, and K for a product with nothing to change (no
      *> sales in the twelve months, or the figures already agree).
      *> RP-Vendor is zero for a product with no vendor on file; it
      *> gets a reorder point proposal only.
      *>-----------------------------------------------------------
       05 RP-Run-Date          PIC 9(8).
       05 RP-Prod-Name         PIC X(10).
       05 RP-Vendor            PIC 9(4).
       05 RP-Lead-Days         PIC 9(3).
       05 RP-Avg-Month         PIC 9(7).
       05 RP-Peak-Month        PIC 9(7).
       05 RP-Old-Reorder-Point PIC 9(5).
       05 RP-New-Reorder-Point PIC 9(5).
       05 RP-Old-Order-Qty     PIC 9(5).
       05 RP-New-Order-Qty     PIC 9(5).
       05 RP-Status            PIC X.
           88 RP-Pending  VALUE 'P'.
           88 RP-Approved VALUE 'A'.
           88 RP-Rejected VALUE 'R'.
           88 RP-Stale    VALUE 'S'.
           88 RP-Kept     VALUE 'K'.
