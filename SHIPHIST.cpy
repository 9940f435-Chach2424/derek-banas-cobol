      *>-----------------------------------------------------------
      *> SHIPHIST - shared shipment history record layout
      *> (shiphist.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per order line
      *> BILLING invoices a shipment of: the quantity shipped, the
      *> unit price coboltut12 priced the line at, how it went and
      *> the invoice that billed it. BILLING stages the night's
      *> records on shiphist.add and daily_batch.sh folds them into
      *> shiphist.dat once the step completes. RETURNS credits a
      *> returned product at the unit price it was shipped at and
      *> never for more than shipped. Records written before the
      *> history carried prices were the raw shipment confirmations
      *> and have no invoice number (SHH-Invoice-Number not
      *> numeric); readers skip them.
      *>-----------------------------------------------------------
       05 SHH-Order-Number   PIC 9(6).
       05 SHH-Order-Date     PIC 9(8).
       05 SHH-Cust-Ident     PIC 9(3).
       05 SHH-Line           PIC 9(2).
       05 SHH-Prod-Name      PIC X(10).
       05 SHH-Sizes          PIC X(10).
       05 SHH-Ship-Qty       PIC 9(3).
       05 SHH-Unit-Price     PIC 9(5)V99.
       05 SHH-Carrier        PIC X(10).
       05 SHH-Tracking       PIC X(20).
       05 SHH-Ship-Date      PIC 9(8).
       05 SHH-Invoice-Number PIC 9(6).
       05 SHH-Invoice-Date   PIC 9(8).
