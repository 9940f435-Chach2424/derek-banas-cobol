      *> ideas of what a product looks like: prodmast.dat (this
      *> layout) is now the one product master, and the narrower
      *> prod13mast.dat coboltut13 used to read is retired - a
      *> product is defined once. October 15th 2026 - PRD-Avg-Cost
      *> added at the end: the running average cost per unit,
      *> re-averaged by STKRCPT from the PO cost as goods are
      *> received, for the nightly inventory valuation and margin
      *> report. Older records without it read as zero cost.
      *>-----------------------------------------------------------
       05 PRD-Name          PIC X(10).
       05 PRD-Sizes         PIC X(10).
       05 PRD-Unit-Price    PIC 9(5)V99.
       05 PRD-On-Hand       PIC 9(5).
       05 PRD-Reorder-Point PIC 9(5).
       05 PRD-Avg-Cost      PIC 9(5)V99.
