      *>-----------------------------------------------------------
      *> APREC - shared open payables record layout (openap.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per vendor invoice
      *> that passed VENDINV's three-way match against the purchase
      *> order and the stock receipts journal; APPAY picks the open
      *> ones due by its cutoff date, pays them on one check per
      *> vendor, and marks them paid with the check number and date
      *> so the file is also the paid-invoice history.
      *>-----------------------------------------------------------
       05 AP-Vendor        PIC 9(4).
       05 AP-Vend-Invoice  PIC X(10).
       05 AP-Invoice-Date  PIC 9(8).
       05 AP-Due-Date      PIC 9(8).
       05 AP-Amount        PIC 9(8)V99.
       05 AP-Status        PIC X.
           88 AP-Open VALUE 'O'.
           88 AP-Paid VALUE 'P'.
       05 AP-Entry-Date    PIC 9(8).
       05 AP-Operator      PIC X(8).
       05 AP-Check-Number  PIC 9(6).
       05 AP-Paid-Date     PIC 9(8).
