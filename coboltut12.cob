*> to accounts receivable (1200) balanced by credits to sales
*> (4000, the net) and sales tax payable (2200, the tax), for the
*> GLPOST step to journal and prove.
*> October 15th 2026 - The product master's new average cost
*> (PRD-Avg-Cost) rides through the price table so the write-back
*> after relieving on-hand keeps it; an older record without it
*> loads as zero cost.
*> October 15th 2026 - An order is no longer billed just because it
*> was priced: every priced line that took stock is also written
*> to the pick feed pickfeed.dat (SHIPREC layout - order, line,
*> product, sizes, quantity taken from on-hand, unit price) for
*> the PICKPACK warehouse step behind this one, and BILLING
*> invoices only what the warehouse confirms through SHIPCONF.
*> The feed is truncated at open and rebuilt whole, like
*> billfeed.dat. The night's receivable / sales / sales tax feed
*> to the general ledger moves to BILLING with the invoicing, so
*> receivables are booked when the customer is billed rather than
*> for goods still on the floor.
*> October 15th 2026 - A line is no longer priced at PRD-Unit-Price
*> for every customer: the master price is handed to the shared
*> GETPRICE rule with the order's customer, the quantity ordered
*> and the order date, and the line is priced at what comes back -
*> the customer's price list entry in effect, or the product's
*> quantity break, whichever is lowest - the same price ORDENT
*> showed the clerk. The order value report shows the unit price
*> charged and whether it was list (L), contract (C) or quantity
*> break (Q).
*> October 15th 2026 - Sales tax is no longer one SALESTAX rate on
*> every order: the order's customer and their CUST-State go to
*> the shared GETTAX rule, which charges the state's rate off the
*> jurisdiction table taxjur.dat (SALESTAX stays the rate for a
*> state not on it) and no tax at all to a customer with an
*> exemption certificate on taxexmpt.dat. The taxcoll.add record
*> now carries the state, the exempt amount, the customer, the
*> order number and the certificate claimed, for TAXRPT; the order
*> value report shows the state and the rate source on the order
*> total line, and an exemption claimed on an expired certificate
*> is also raised as a warning alert.
*> October 15th 2026 - The stock each priced line takes off
*> on-hand is now costed at the product's average cost
*> (PRD-Avg-Cost), and once the product master has been written
*> back the night's total is fed to the general ledger through
*> GLLOG - cost of goods sold (5400) debited, inventory (1300)
*> credited - so the inventory account follows on-hand down the
*> way STKRCPT's receipts take it up. A master left unwritten
*> after a table overflow feeds nothing, since its on-hand did
*> not move.
*> October 15th 2026 - The sales tax record for an order is no
*> longer written here: tax is collected when the order is
*> invoiced, so BILLING writes the taxcoll.dat record for what it
*> bills. The billing feed now carries the order's state, tax
*> source and exemption certificate for it, and taxcoll.add is no
*> longer written by this step. An exemption claimed on an
*> expired certificate is still alerted here, when it is priced.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BillFeedFile ASSIGN TO 'billfeed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BillFeed-Status.
       SELECT PickFeedFile ASSIGN TO 'pickfeed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PickFeed-Status.
       SELECT SaleHistFile ASSIGN TO 'salehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SaleHist-Status.

DATA DIVISION.
FILE SECTION.
       02 BF-Discount     PIC 9(8)V99.
       02 BF-Tax          PIC 9(8)V99.
       02 BF-Total        PIC 9(9)V99.
       02 BF-State        PIC X(2).
       02 BF-Tax-Source   PIC X.
       02 BF-Cert-Number  PIC X(15).
       02 BF-Cert-Expiry  PIC 9(8).

FD PickFeedFile.
01 PickFeedRec.
       COPY SHIPREC.

FD SaleHistFile.
01 SaleHistRec.
       02 SH-Units     PIC 9(7).
       02 SH-Dollars   PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 Table1.
       02 Friend PIC X(15) OCCURS 4 TIMES.
01 WS-Hist-Written     PIC 9(6) VALUE 0.
01 WS-BillFeed-Status  PIC XX.
01 WS-BillFeed-Count   PIC 9(6) VALUE 0.
01 WS-PickFeed-Status  PIC XX.
01 WS-PickFeed-Count   PIC 9(6) VALUE 0.
01 WS-SaleHist-Status  PIC XX.
01 WS-SaleHist-EOF     PIC X VALUE 'N'.
*> Tonight's units and dollars per product, parallel to the price
       88 HistRowFound VALUE 'Y'.
01 WS-Proc-Date       PIC 9(8).
01 WS-Proc-Month      PIC 9(6).

01 WS-Price-Table.
       02 WS-Price-Entry OCCURS 200 TIMES.
           03 WS-Price-Unit-Price PIC 9(5)V99.
           03 WS-Price-On-Hand    PIC 9(5).
           03 WS-Price-Reorder    PIC 9(5).
           03 WS-Price-Avg-Cost   PIC 9(5)V99.
01 WS-Price-Count    PIC 9(3) VALUE 0.
01 WS-Price-Idx      PIC 9(3) VALUE 0.
01 WS-Price-Hit-Idx  PIC 9(3) VALUE 0.
01 WS-Stray-Count    PIC 9(8) VALUE 0.
01 WS-Header-Count   PIC 9(8) VALUE 0.
01 WS-Order-Unit-Price    PIC 9(5)V99 VALUE ZEROES.
01 WS-List-Unit-Price     PIC 9(5)V99 VALUE ZEROES.
01 WS-Price-Source        PIC X VALUE 'L'.
01 WS-Unit-Price-Ed       PIC $$,$$9.99.
01 WS-Order-Ext-Price     PIC 9(8)V99 VALUE ZEROES.
01 WS-Order-Discount-Rate PIC V999 VALUE .100.
01 WS-Order-Discount-Amt  PIC 9(8)V99 VALUE ZEROES.
01 WS-Order-Net-Price     PIC 9(8)V99 VALUE ZEROES.
01 WS-Shop-Tax-Rate       PIC V9999 VALUE .0825.
01 WS-Order-Tax-Rate      PIC V9999 VALUE ZEROES.
01 WS-Order-Tax-Amt       PIC 9(8)V99 VALUE ZEROES.
01 WS-Order-Exempt-Amt    PIC 9(8)V99 VALUE ZEROES.
01 WS-Order-State         PIC X(2) VALUE SPACES.
01 WS-Order-Tax-Source    PIC X VALUE 'D'.
       88 OrderTaxExempt VALUES 'E', 'X'.
       88 OrderCertExpired VALUE 'X'.
01 WS-Order-Cert-Number   PIC X(15) VALUE SPACES.
01 WS-Order-Cert-Expiry   PIC 9(8) VALUE ZEROES.
01 WS-Order-Line-Total    PIC 9(8)V99 VALUE ZEROES.
01 WS-Line-Cost           PIC 9(8)V99 VALUE ZEROES.
01 WS-Cost-Relieved       PIC 9(10)V99 VALUE ZEROES.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.

*> One accumulator slot per possible customer Ident (001-999), so
*> customer totals no longer depend on a small table that could
PERFORM OPEN-BACKORDER-FILE.
PERFORM OPEN-ORDER-HISTORY.
PERFORM OPEN-BILLING-FEED.
PERFORM OPEN-PICK-FEED.

SORT WorkFile ON ASCENDING KEY WRK-Number
              ON ASCENDING KEY WRK-Rec-Type
DISPLAY WS-Hist-Written " order(s) recorded on ordhist.dat".
CLOSE BillFeedFile.
DISPLAY WS-BillFeed-Count " order(s) on the billing feed".
CLOSE PickFeedFile.
DISPLAY WS-PickFeed-Count " line(s) on the pick feed".
IF WS-Backorder-Count > 0
       DISPLAY WS-Backorder-Count " shortage(s) staged for "
           "backorder.dat"
END-IF.
PERFORM WRITE-PRODUCT-MASTER.
PERFORM UPDATE-SALES-HISTORY THRU UPDATE-SALES-HISTORY-EXIT.
CLOSE CustMastFile.

MOVE WS-Order-Read-Count TO WS-Recon-Prod-In.
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Shop-Tax-Rate
       END-IF.

OPEN-CUSTOMER-MASTER.
                           WS-Price-On-Hand(WS-Price-Count)
                       MOVE PRD-Reorder-Point TO
                           WS-Price-Reorder(WS-Price-Count)
                       IF PRD-Avg-Cost NUMERIC
                           MOVE PRD-Avg-Cost TO
                               WS-Price-Avg-Cost(WS-Price-Count)
                       ELSE
                           MOVE ZEROES TO
                               WS-Price-Avg-Cost(WS-Price-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM

*> Resolves the order's customer with a keyed READ against the full
*> indexed customer master, so any customer the maintenance side
*> knows about resolves here. The customer's state and any
*> exemption certificate settle the order's tax rate here too; an
*> unknown customer has no state and takes the SALESTAX rate.
DISPLAY-ORDER-CUSTOMER.
       MOVE 'N' TO WS-Order-Cust-Found
       MOVE SPACES TO WS-Order-State
       MOVE WS-Ord-Cust-Ident TO Ident
       READ CustMastFile
           KEY IS Ident
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-Order-Cust-Found
               MOVE CUST-State TO WS-Order-State
               DISPLAY "  Ordered by: " CustName
                   " (Ident " WS-Ord-Cust-Ident ")"
       END-READ
       IF NOT OrderCustFound
           DISPLAY "  Ordered by: unknown customer (Ident "
               WS-Ord-Cust-Ident ")"
       END-IF
       CALL "GETTAX" USING WS-Ord-Cust-Ident, WS-Order-State,
           WS-Proc-Date, WS-Shop-Tax-Rate, WS-Order-Tax-Rate,
           WS-Order-Tax-Source, WS-Order-Cert-Number,
           WS-Order-Cert-Expiry
       IF OrderTaxExempt
           DISPLAY "  Tax exempt - certificate " WS-Order-Cert-Number
       END-IF.

*> One report line per detail (extended price only - the discount
PRICE-ONE-LINE.
       PERFORM FIND-UNIT-PRICE
       IF PriceFound
           MOVE WS-Order-Unit-Price TO WS-List-Unit-Price
           CALL "GETPRICE" USING WS-Ord-Cust-Ident, CUR-Prod-Name,
               CUR-Qty, WS-Ord-Date, WS-List-Unit-Price,
               WS-Order-Unit-Price, WS-Price-Source
           ADD 1 TO WS-Priced-Count
           ADD 1 TO WS-Ord-Line-Count
           PERFORM RELIEVE-ON-HAND
           IF WS-Qty-Shipped > 0
               PERFORM WRITE-PICK-FEED
               COMPUTE WS-Line-Cost ROUNDED = WS-Qty-Shipped
                   * WS-Price-Avg-Cost(WS-Price-Hit-Idx)
               ADD WS-Line-Cost TO WS-Cost-Relieved
           END-IF
           COMPUTE WS-Order-Ext-Price ROUNDED =
               WS-Qty-Shipped * WS-Order-Unit-Price
           ADD WS-Order-Ext-Price TO WS-Ord-Ext-Accum
           ADD WS-Order-Ext-Price TO
               WS-Sale-Dollars(WS-Price-Hit-Idx)
           MOVE WS-Order-Ext-Price TO WS-Money-Ed
           MOVE WS-Order-Unit-Price TO WS-Unit-Price-Ed
           MOVE SPACES TO OrdValRptLine
           STRING "Order " WS-Ord-Number " line " CUR-Line
               " " CUR-Prod-Name " Qty " CUR-Qty
               " shipped " WS-Qty-Shipped
               " @ " WS-Unit-Price-Ed " " WS-Price-Source
               " Ext " WS-Money-Ed
               DELIMITED BY SIZE INTO OrdValRptLine
           WRITE OrdValRptLine
                   WS-Ord-Ext-Accum - WS-Order-Discount-Amt
               COMPUTE WS-Order-Tax-Amt ROUNDED =
                   WS-Order-Net-Price * WS-Order-Tax-Rate
               IF OrderTaxExempt
                   MOVE WS-Order-Net-Price TO WS-Order-Exempt-Amt
               ELSE
                   MOVE ZEROES TO WS-Order-Exempt-Amt
               END-IF
               IF OrderCertExpired
                   PERFORM ALERT-EXPIRED-CERTIFICATE
               END-IF
               COMPUTE WS-Order-Line-Total ROUNDED =
                   WS-Order-Net-Price + WS-Order-Tax-Amt
               ADD WS-Order-Line-Total TO WS-Grand-Total
               IF WS-Ord-Cust-Ident > 0
                   ADD WS-Order-Line-Total TO
                       WS-Cust-Total-Amt(WS-Ord-Cust-Ident)
               STRING "Order " WS-Ord-Number " Cust "
                   WS-Ord-Cust-Ident " Disc " WS-Money-Ed
                   " ORDER TOTAL " WS-Money-Ed-2
                   " Tax " WS-Order-State " " WS-Order-Tax-Source
                   DELIMITED BY SIZE INTO OrdValRptLine
               WRITE OrdValRptLine
               PERFORM WRITE-ORDER-HISTORY
               PERFORM WRITE-BILLING-FEED
           ELSE
               MOVE SPACES TO OrdValRptLine
               STRING "Order " WS-Ord-Number " Cust "
OPEN-BILLING-FEED.
       OPEN OUTPUT BillFeedFile.

OPEN-PICK-FEED.
       OPEN OUTPUT PickFeedFile.

*> The quantity that actually left on-hand, not the quantity
*> ordered - a backordered remainder is picked when its BOREL
*> release comes through.
WRITE-PICK-FEED.
       ADD 1 TO WS-PickFeed-Count
       MOVE WS-Ord-Number TO SHP-Order-Number
       MOVE WS-Ord-Date TO SHP-Order-Date
       MOVE WS-Ord-Cust-Ident TO SHP-Cust-Ident
       MOVE CUR-Line TO SHP-Line
       MOVE CUR-Prod-Name TO SHP-Prod-Name
       MOVE CUR-Sizes TO SHP-Sizes
       MOVE WS-Qty-Shipped TO SHP-Pick-Qty
       MOVE WS-Order-Unit-Price TO SHP-Unit-Price
       MOVE ZEROES TO SHP-Shipped-Qty
       WRITE PickFeedRec.

*> The sale still goes through exempt - the certificate is the
*> customer's to renew - but someone should chase it before the
*> auditors find it on TAXRPT's list.
ALERT-EXPIRED-CERTIFICATE.
       MOVE 'W' TO WS-Alert-Severity
       MOVE SPACES TO WS-Alert-Message
       STRING "Order " WS-Ord-Number " cust " WS-Ord-Cust-Ident
           " exempt on expired cert " WS-Order-Cert-Number
           DELIMITED BY SIZE INTO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message.

*> Only priced orders are worth billing; the zero-line case never
*> gets here. The tax details ride along for the taxcoll.dat
*> record BILLING writes when the order is invoiced.
WRITE-BILLING-FEED.
       ADD 1 TO WS-BillFeed-Count
       MOVE WS-Ord-Number TO BF-Order-Number
       MOVE WS-Order-Discount-Amt TO BF-Discount
       MOVE WS-Order-Tax-Amt TO BF-Tax
       MOVE WS-Order-Line-Total TO BF-Total
       MOVE WS-Order-State TO BF-State
       MOVE WS-Order-Tax-Source TO BF-Tax-Source
       MOVE WS-Order-Cert-Number TO BF-Cert-Number
       MOVE WS-Order-Cert-Expiry TO BF-Cert-Expiry
       WRITE BillFeedRec.

*> History is keyed by order number PLUS date: a BOREL release
               MOVE WS-Price-On-Hand(WS-Price-Idx) TO PRD-On-Hand
               MOVE WS-Price-Reorder(WS-Price-Idx)
                   TO PRD-Reorder-Point
               MOVE WS-Price-Avg-Cost(WS-Price-Idx) TO PRD-Avg-Cost
               WRITE ProdMastRec
           END-PERFORM
           CLOSE ProdFile
           PERFORM FEED-COST-OF-SALES
       END-IF
       END-IF.

*> The stock relieved tonight, at average cost: DR cost of goods
*> sold, CR inventory. A night that took nothing off the shelves
*> feeds nothing.
FEED-COST-OF-SALES.
       IF WS-Cost-Relieved > 0
           MOVE 5400 TO WS-GL-Account
           MOVE WS-Cost-Relieved TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 1300 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Cost-Relieved TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.

*> Folds tonight's per-product units and dollars into the month's
*> rows on salehist.dat: the file is loaded whole, tonight's
*> figures are added to (or open) the processing month's row per
           END-IF
       END-IF.

WRITE-CUSTOMER-TOTALS.
       PERFORM VARYING WS-Cust-Total-Idx FROM 1 BY 1
               UNTIL WS-Cust-Total-Idx > 999
