      *>-----------------------------------------------------------
      *> VENDREC - shared vendor master record layout (vendmast.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> PRODREC. One record per product a vendor supplies: vendor
      *> number and name, the product, the order quantity POGEN
      *> raises a PO for and the agreed unit cost. October 15th
      *> 2026 - split out of POGEN, VENDINV and APPAY, which each
      *> kept their own copy, when VEND-Lead-Days was added at the
      *> end: the vendor's lead time in calendar days from order to
      *> receipt, which REORDCLC's reorder point review works from.
      *> A record in the older shape has no lead time and reads as
      *> not set (REORDCLC then uses the REORDLEAD rate).
      *>-----------------------------------------------------------
       05 VEND-Number    PIC 9(4).
       05 VEND-Name      PIC X(20).
       05 VEND-Prod-Name PIC X(10).
       05 VEND-Order-Qty PIC 9(5).
       05 VEND-Unit-Cost PIC 9(5)V99.
       05 VEND-Lead-Days PIC 9(3).
