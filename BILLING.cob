*> writes an invoice register invreg.txt tying order numbers to
*> invoice numbers for the reconciliation step. Feed orders read
*> vs. invoiced go to reconcile.dat via RECONLOG.
*> October 15th 2026 - Only what has actually shipped is billed.
*> A priced order no longer goes straight onto an invoice: tonight's
*> billfeed.dat orders join the orders still held from earlier
*> nights (billhold.dat, same layout, carrying what is still
*> unbilled), and each is invoiced only for the quantities the
*> warehouse has confirmed through SHIPCONF (shipconf.dat) against
*> its lines on the open shipment file shipopen.dat, priced at
*> the unit price coboltut12 priced the line at. An order that
*> shipped in full is billed whatever is left of its priced
*> totals; a part shipment is billed its shipped extended price,
*> with the order's discount and tax prorated on it, and the rest
*> is held on billhold.new until it ships. The invoice lists the
*> lines shipped with their carrier and tracking number. A
*> confirmation that does not match an open line, or would ship
*> more than was picked, is refused on the register with a
*> warning alert. shipopen.new carries forward every line not yet
*> fully shipped; daily_batch.sh puts both .new files in place
*> and moves the consumed confirmations onto the shipment history
*> shiphist.dat once this step completes. The receivable / sales /
*> sales tax feed to the general ledger moved here from
*> coboltut12 and now books what was invoiced, so receivables are
*> recognised when the customer is billed. Confirmations read vs.
*> applied or refused go to reconcile.dat as well.
*> October 15th 2026 - Sales tax is recorded when it is invoiced:
*> each invoice now writes the order's taxcoll.dat record (source
*> ORDER, the order number as the document, the invoice number
*> alongside) for the prorated tax it bills, staged on
*> taxcoll.add. The billing feed and billhold.dat carry the
*> order's state, tax source and exemption certificate for it; an
*> order held from before they did had its tax recorded when it
*> was priced and writes none. Each invoice also goes onto the
*> invoice history (invhist.add) with what it billed, and each
*> line it bills onto the shipment history (shiphist.add) with the
*> quantity, the unit price and the invoice number, so RETURNS can
*> credit no more than was invoiced at the price it was sold at.
*> daily_batch.sh folds all three in once this step completes.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BillFeedFile ASSIGN TO 'billfeed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Feed-Status.
       SELECT BillHoldFile ASSIGN TO 'billhold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Hold-Status.
       SELECT BillHoldNewFile ASSIGN TO 'billhold.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ShipOpenFile ASSIGN TO 'shipopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ship-Status.
       SELECT ShipOpenNewFile ASSIGN TO 'shipopen.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ShipConfFile ASSIGN TO 'shipconf.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Conf-Status.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       SELECT InstFile ASSIGN TO 'openinst.add'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
       SELECT TaxCollFile ASSIGN TO 'taxcoll.add'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InvHistFile ASSIGN TO 'invhist.add'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ShipHistFile ASSIGN TO 'shiphist.add'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BillFeedFile.
01 BillFeedRec PIC X(85).

FD BillHoldFile.
01 BillHoldRec PIC X(85).

FD BillHoldNewFile.
01 BillHoldNewRec PIC X(85).

FD ShipOpenFile.
01 ShipOpenRec.
       COPY SHIPREC.

FD ShipOpenNewFile.
01 ShipOpenNewRec.
       COPY SHIPREC REPLACING LEADING ==SHP-== BY ==SHN-==.

FD ShipConfFile.
01 ShipConfRec.
       02 SC-Order-Number PIC 9(6).
       02 SC-Order-Date   PIC 9(8).
       02 SC-Line         PIC 9(2).
       02 SC-Ship-Qty     PIC 9(3).
       02 SC-Carrier      PIC X(10).
       02 SC-Tracking     PIC X(20).
       02 SC-Ship-Date    PIC 9(8).
       02 SC-Operator     PIC X(8).

FD CustMastFile.
01 Customer.
       02 IN-Paid-Flag    PIC X.
       02 IN-Invoice-Number PIC 9(6).

FD TaxCollFile.
01 TaxCollRec.
       02 TX-Date    PIC 9(8).
       02 TX-Source  PIC X(8).
       02 TX-Taxable PIC 9(9)V99.
       02 TX-Tax     PIC 9(8)V99.
       02 TX-State   PIC X(2).
       02 TX-Exempt  PIC 9(9)V99.
       02 TX-Cust-Ident  PIC 9(3).
       02 TX-Doc-Number  PIC 9(6).
       02 TX-Cert-Number PIC X(15).
       02 TX-Cert-Expiry PIC 9(8).
       02 TX-Invoice-Number PIC 9(6).

FD InvHistFile.
01 InvHistRec.
       COPY INVHIST.

FD ShipHistFile.
01 ShipHistRec.
       COPY SHIPHIST.

WORKING-STORAGE SECTION.
*> billfeed.dat and billhold.dat share this layout; a held order
*> carries only what is still unbilled. A held order written
*> before the tax details were added has them blank.
01 WS-Feed-Order.
       02 BF-Order-Number PIC 9(6).
       02 BF-Order-Date   PIC 9(8).
       02 BF-Cust-Ident   PIC 9(3).
       02 BF-Ext-Total    PIC 9(9)V99.
       02 BF-Discount     PIC 9(8)V99.
       02 BF-Tax          PIC 9(8)V99.
       02 BF-Total        PIC 9(9)V99.
       02 BF-State        PIC X(2).
       02 BF-Tax-Source   PIC X.
       02 BF-Cert-Number  PIC X(15).
       02 BF-Cert-Expiry  PIC X(8).
01 WS-Feed-Status   PIC XX.
01 WS-Hold-Status   PIC XX.
01 WS-Ship-Status   PIC XX.
01 WS-Conf-Status   PIC XX.
01 WS-Hold-EOF      PIC X VALUE 'N'.
01 WS-Ship-EOF      PIC X VALUE 'N'.
01 WS-Conf-EOF      PIC X VALUE 'N'.
*> Every order awaiting billing - held from earlier nights, then
*> tonight's feed.
01 WS-Bill-Table.
       02 WS-Bill-Entry OCCURS 500 TIMES.
           03 WS-BTab-Order-Number PIC 9(6).
           03 WS-BTab-Order-Date   PIC 9(8).
           03 WS-BTab-Cust-Ident   PIC 9(3).
           03 WS-BTab-Ext-Total    PIC 9(9)V99.
           03 WS-BTab-Discount     PIC 9(8)V99.
           03 WS-BTab-Tax          PIC 9(8)V99.
           03 WS-BTab-Total        PIC 9(9)V99.
           03 WS-BTab-State        PIC X(2).
           03 WS-BTab-Tax-Source   PIC X.
               88 BTabTaxExempt    VALUES 'E', 'X'.
               88 BTabTaxUnrecorded VALUE SPACE.
           03 WS-BTab-Cert-Number  PIC X(15).
           03 WS-BTab-Cert-Expiry  PIC X(8).
01 WS-Bill-Count    PIC 9(3) VALUE 0.
01 WS-Bill-Idx      PIC 9(3) VALUE 0.
*> The open shipment file, with tonight's confirmations applied.
01 WS-Ship-Table.
       02 WS-Ship-Entry OCCURS 1000 TIMES.
           03 WS-STab-Order-Number PIC 9(6).
           03 WS-STab-Order-Date   PIC 9(8).
           03 WS-STab-Cust-Ident   PIC 9(3).
           03 WS-STab-Line         PIC 9(2).
           03 WS-STab-Prod-Name    PIC X(10).
           03 WS-STab-Sizes        PIC X(10).
           03 WS-STab-Pick-Qty     PIC 9(3).
           03 WS-STab-Unit-Price   PIC 9(5)V99.
           03 WS-STab-Shipped-Qty  PIC 9(3).
           03 WS-STab-Now-Qty      PIC 9(3).
           03 WS-STab-Carrier      PIC X(10).
           03 WS-STab-Tracking     PIC X(20).
           03 WS-STab-Ship-Date    PIC 9(8).
           03 WS-STab-Billed       PIC X.
01 WS-Ship-Count    PIC 9(4) VALUE 0.
01 WS-Ship-Read-Count PIC 9(8) VALUE 0.
01 WS-Ship-Idx      PIC 9(4) VALUE 0.
01 WS-Ship-Hit-Idx  PIC 9(4) VALUE 0.
01 WS-Ship-Found    PIC X VALUE 'N'.
       88 ShipLineFound VALUE 'Y'.
01 WS-Conf-Read-Count    PIC 9(8) VALUE 0.
01 WS-Conf-Applied-Count PIC 9(8) VALUE 0.
01 WS-Conf-Refused-Count PIC 9(8) VALUE 0.
01 WS-Conf-Left-Qty      PIC 9(4) VALUE 0.
*> What tonight's invoice for the current order carries.
01 WS-Invoice-Amounts.
       02 WS-Inv-Order-Number PIC 9(6).
       02 WS-Inv-Order-Date   PIC 9(8).
       02 WS-Inv-Cust-Ident   PIC 9(3).
       02 WS-Inv-Ext-Total    PIC 9(9)V99.
       02 WS-Inv-Discount     PIC 9(8)V99.
       02 WS-Inv-Tax          PIC 9(8)V99.
       02 WS-Inv-Total        PIC 9(9)V99.
01 WS-Ship-Ext      PIC 9(9)V99 VALUE ZEROES.
01 WS-Ship-Line-Ext PIC 9(8)V99 VALUE ZEROES.
01 WS-Ship-Units    PIC 9(6) VALUE 0.
01 WS-Lines-Open    PIC 9(4) VALUE 0.
01 WS-Held-Count    PIC 9(8) VALUE 0.
01 WS-Closed-Count  PIC 9(8) VALUE 0.
01 WS-Billed-Net-Total PIC 9(10)V99 VALUE ZEROES.
01 WS-Billed-Tax-Total PIC 9(10)V99 VALUE ZEROES.
01 WS-Price-Ed      PIC $$,$$9.99.
01 WS-Cust-Status   PIC XX.
01 WS-InvCtl-Status PIC XX.
01 WS-Inst-Status   PIC XX.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Batch invoicing".
01 WS-Recon-Conf-Label PIC X(20) VALUE "Ship confirmations".
01 WS-Recon-Out     PIC 9(8).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.

PROCEDURE DIVISION.
MAIN-LOGIC.
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM OPEN-CUSTOMER-MASTER
       PERFORM READ-INVOICE-CONTROL
       PERFORM LOAD-OPEN-SHIPMENTS
       PERFORM LOAD-ORDERS-TO-BILL
       OPEN OUTPUT InvoiceFile
       OPEN OUTPUT RegisterFile
       MOVE SPACES TO RegisterLine
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       OPEN OUTPUT InstFile
       OPEN OUTPUT TaxCollFile
       OPEN OUTPUT InvHistFile
       OPEN OUTPUT ShipHistFile
       OPEN OUTPUT BillHoldNewFile
       PERFORM APPLY-SHIP-CONFIRMATIONS
       PERFORM VARYING WS-Bill-Idx FROM 1 BY 1
               UNTIL WS-Bill-Idx > WS-Bill-Count
           PERFORM BILL-ONE-ORDER
       END-PERFORM
       CLOSE BillHoldNewFile
       CLOSE ShipHistFile
       CLOSE InvHistFile
       CLOSE TaxCollFile
       CLOSE InstFile
       PERFORM WRITE-OPEN-SHIPMENTS
       MOVE WS-Billed-Total TO WS-Money-Ed
       MOVE SPACES TO RegisterLine
       STRING "Invoices written................: "
       STRING "Total billed....................: " WS-Money-Ed
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Orders held awaiting shipment...: " WS-Held-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Confirmations refused...........: "
           WS-Conf-Refused-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       CLOSE RegisterFile
       CLOSE InvoiceFile
       CLOSE CustMastFile
       PERFORM FEED-GENERAL-LEDGER
       DISPLAY "BILLING: " WS-Invoiced-Count " invoice(s) written, "
           WS-Held-Count " order(s) held awaiting shipment"
       COMPUTE WS-Recon-Out = WS-Invoiced-Count + WS-Held-Count
           + WS-Closed-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       COMPUTE WS-Recon-Out = WS-Conf-Applied-Count
           + WS-Conf-Refused-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Conf-Label,
           WS-Conf-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
       WRITE InvCtlRec
       CLOSE InvCtlFile.

*> The open shipment lines, loaded before anything is written: an
*> overflow abandons the run the way a master overflow does, since
*> writing back a partial shipopen.new would drop lines the
*> warehouse still has to ship.
LOAD-OPEN-SHIPMENTS.
       OPEN INPUT ShipOpenFile
       IF WS-Ship-Status NOT = '00'
           MOVE 'Y' TO WS-Ship-EOF
       END-IF
       PERFORM UNTIL WS-Ship-EOF = 'Y'
           READ ShipOpenFile
               AT END MOVE 'Y' TO WS-Ship-EOF
               NOT AT END
                   ADD 1 TO WS-Ship-Read-Count
                   IF WS-Ship-Count < 1000
                       ADD 1 TO WS-Ship-Count
                       PERFORM LOAD-ONE-SHIPMENT-LINE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Ship-Status NOT = '35'
           CLOSE ShipOpenFile
       END-IF
       IF WS-Ship-Read-Count > WS-Ship-Count
           DISPLAY "shipopen.dat overflowed the shipment table - "
               "run abandoned"
           MOVE "shipopen.dat overflowed BILLING shipment table"
               TO WS-Alert-Message
           PERFORM ABANDON-RUN
       END-IF.

LOAD-ONE-SHIPMENT-LINE.
       MOVE SHP-Order-Number TO WS-STab-Order-Number(WS-Ship-Count)
       MOVE SHP-Order-Date TO WS-STab-Order-Date(WS-Ship-Count)
       MOVE SHP-Cust-Ident TO WS-STab-Cust-Ident(WS-Ship-Count)
       MOVE SHP-Line TO WS-STab-Line(WS-Ship-Count)
       MOVE SHP-Prod-Name TO WS-STab-Prod-Name(WS-Ship-Count)
       MOVE SHP-Sizes TO WS-STab-Sizes(WS-Ship-Count)
       MOVE SHP-Pick-Qty TO WS-STab-Pick-Qty(WS-Ship-Count)
       MOVE SHP-Unit-Price TO WS-STab-Unit-Price(WS-Ship-Count)
       MOVE SHP-Shipped-Qty TO WS-STab-Shipped-Qty(WS-Ship-Count)
       MOVE 0 TO WS-STab-Now-Qty(WS-Ship-Count)
       MOVE SPACES TO WS-STab-Carrier(WS-Ship-Count)
       MOVE SPACES TO WS-STab-Tracking(WS-Ship-Count)
       MOVE 0 TO WS-STab-Ship-Date(WS-Ship-Count)
       MOVE 'N' TO WS-STab-Billed(WS-Ship-Count).

*> Held orders first, then tonight's feed, so the oldest orders
*> bill first.
LOAD-ORDERS-TO-BILL.
       OPEN INPUT BillHoldFile
       IF WS-Hold-Status NOT = '00'
           MOVE 'Y' TO WS-Hold-EOF
       END-IF
       PERFORM UNTIL WS-Hold-EOF = 'Y'
           READ BillHoldFile INTO WS-Feed-Order
               AT END MOVE 'Y' TO WS-Hold-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM LOAD-ONE-ORDER
           END-READ
       END-PERFORM
       IF WS-Hold-Status NOT = '35'
           CLOSE BillHoldFile
       END-IF
       OPEN INPUT BillFeedFile
       IF WS-Feed-Status NOT = '00'
           DISPLAY "No billfeed.dat tonight (status "
               WS-Feed-Status ") - held orders only"
           MOVE 'Y' TO WS-Feed-EOF
       END-IF
       PERFORM UNTIL WS-Feed-EOF = 'Y'
           READ BillFeedFile INTO WS-Feed-Order
               AT END MOVE 'Y' TO WS-Feed-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM LOAD-ONE-ORDER
           END-READ
       END-PERFORM
       IF WS-Feed-Status NOT = '35'
           CLOSE BillFeedFile
       END-IF
       IF WS-Read-Count > WS-Bill-Count
           DISPLAY "Orders to bill overflowed the billing table - "
               "run abandoned"
           MOVE "Orders to bill overflowed BILLING order table"
               TO WS-Alert-Message
           PERFORM ABANDON-RUN
       END-IF.

LOAD-ONE-ORDER.
       IF WS-Bill-Count < 500
           ADD 1 TO WS-Bill-Count
           MOVE BF-Order-Number TO WS-BTab-Order-Number(WS-Bill-Count)
           MOVE BF-Order-Date TO WS-BTab-Order-Date(WS-Bill-Count)
           MOVE BF-Cust-Ident TO WS-BTab-Cust-Ident(WS-Bill-Count)
           MOVE BF-Ext-Total TO WS-BTab-Ext-Total(WS-Bill-Count)
           MOVE BF-Discount TO WS-BTab-Discount(WS-Bill-Count)
           MOVE BF-Tax TO WS-BTab-Tax(WS-Bill-Count)
           MOVE BF-Total TO WS-BTab-Total(WS-Bill-Count)
           MOVE BF-State TO WS-BTab-State(WS-Bill-Count)
           MOVE BF-Tax-Source TO WS-BTab-Tax-Source(WS-Bill-Count)
           MOVE BF-Cert-Number TO WS-BTab-Cert-Number(WS-Bill-Count)
           MOVE BF-Cert-Expiry TO WS-BTab-Cert-Expiry(WS-Bill-Count)
       END-IF.

*> Nothing has been written and no invoice number reserved when
*> this runs, so the rerun after the table is enlarged starts
*> clean.
ABANDON-RUN.
       MOVE 'C' TO WS-Alert-Severity
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE 16 TO RETURN-CODE
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

*> Each confirmation lands on its open line as tonight's shipped
*> quantity. SHIPCONF never lets more than the open quantity be
*> keyed, but a confirmation for a line that is not open, or one
*> that would take the line past what was picked, is refused here
*> rather than billed.
APPLY-SHIP-CONFIRMATIONS.
       OPEN INPUT ShipConfFile
       IF WS-Conf-Status NOT = '00'
           MOVE 'Y' TO WS-Conf-EOF
       END-IF
       PERFORM UNTIL WS-Conf-EOF = 'Y'
           READ ShipConfFile
               AT END MOVE 'Y' TO WS-Conf-EOF
               NOT AT END
                   ADD 1 TO WS-Conf-Read-Count
                   PERFORM APPLY-ONE-CONFIRMATION
           END-READ
       END-PERFORM
       IF WS-Conf-Status NOT = '35'
           CLOSE ShipConfFile
       END-IF
       IF WS-Conf-Refused-Count > 0
           MOVE 'W' TO WS-Alert-Severity
           MOVE "Shipment confirmations refused - see invreg.txt"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

APPLY-ONE-CONFIRMATION.
       MOVE 'N' TO WS-Ship-Found
       PERFORM VARYING WS-Ship-Idx FROM 1 BY 1
               UNTIL WS-Ship-Idx > WS-Ship-Count OR ShipLineFound
           IF WS-STab-Order-Number(WS-Ship-Idx) = SC-Order-Number
              AND WS-STab-Order-Date(WS-Ship-Idx) = SC-Order-Date
              AND WS-STab-Line(WS-Ship-Idx) = SC-Line
               MOVE 'Y' TO WS-Ship-Found
               MOVE WS-Ship-Idx TO WS-Ship-Hit-Idx
           END-IF
       END-PERFORM
       IF ShipLineFound
           COMPUTE WS-Conf-Left-Qty =
               WS-STab-Pick-Qty(WS-Ship-Hit-Idx)
               - WS-STab-Shipped-Qty(WS-Ship-Hit-Idx)
               - WS-STab-Now-Qty(WS-Ship-Hit-Idx)
           IF SC-Ship-Qty > WS-Conf-Left-Qty
               ADD 1 TO WS-Conf-Refused-Count
               MOVE SPACES TO RegisterLine
               STRING "Confirmation refused: order " SC-Order-Number
                   " line " SC-Line " ships " SC-Ship-Qty
                   " but only " WS-Conf-Left-Qty " open"
                   DELIMITED BY SIZE INTO RegisterLine
               WRITE RegisterLine
           ELSE
               ADD 1 TO WS-Conf-Applied-Count
               ADD SC-Ship-Qty TO WS-STab-Now-Qty(WS-Ship-Hit-Idx)
               MOVE SC-Carrier TO WS-STab-Carrier(WS-Ship-Hit-Idx)
               MOVE SC-Tracking TO WS-STab-Tracking(WS-Ship-Hit-Idx)
               MOVE SC-Ship-Date TO
                   WS-STab-Ship-Date(WS-Ship-Hit-Idx)
           END-IF
       ELSE
           ADD 1 TO WS-Conf-Refused-Count
           MOVE SPACES TO RegisterLine
           STRING "Confirmation refused: order " SC-Order-Number
               " of " SC-Order-Date " line " SC-Line
               " is not open for shipment"
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
       END-IF.

*> Tonight's shipped value for the order decides what happens to
*> it: nothing shipped and lines still open - held as it is; the
*> last of it shipped - billed whatever is left of its priced
*> totals, so rounding on earlier part bills never strands a cent;
*> a part shipment - billed its shipped extended price with the
*> order's remaining discount and tax prorated on it, the rest
*> held. An order with nothing left to ship and nothing left to
*> bill (every line went to backorder) simply closes.
BILL-ONE-ORDER.
       PERFORM TOTAL-ORDER-SHIPMENTS
       MOVE WS-BTab-Order-Number(WS-Bill-Idx) TO WS-Inv-Order-Number
       MOVE WS-BTab-Order-Date(WS-Bill-Idx) TO WS-Inv-Order-Date
       MOVE WS-BTab-Cust-Ident(WS-Bill-Idx) TO WS-Inv-Cust-Ident
       EVALUATE TRUE
           WHEN WS-Ship-Units = 0 AND WS-Lines-Open > 0
               PERFORM HOLD-ORDER
           WHEN WS-Ship-Units = 0 AND WS-BTab-Total(WS-Bill-Idx) = 0
               ADD 1 TO WS-Closed-Count
           WHEN WS-Ship-Units = 0
               PERFORM HOLD-ORDER
               MOVE SPACES TO RegisterLine
               STRING "Order " WS-Inv-Order-Number " of "
                   WS-Inv-Order-Date " has no open shipment lines "
                   "- held for review"
                   DELIMITED BY SIZE INTO RegisterLine
               WRITE RegisterLine
               MOVE 'W' TO WS-Alert-Severity
               MOVE "Order held with no open shipment lines"
                   TO WS-Alert-Message
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
           WHEN WS-Lines-Open = 0
               MOVE WS-BTab-Ext-Total(WS-Bill-Idx) TO WS-Inv-Ext-Total
               MOVE WS-BTab-Discount(WS-Bill-Idx) TO WS-Inv-Discount
               MOVE WS-BTab-Tax(WS-Bill-Idx) TO WS-Inv-Tax
               MOVE WS-BTab-Total(WS-Bill-Idx) TO WS-Inv-Total
               PERFORM INVOICE-SHIPMENT
           WHEN OTHER
               PERFORM PRORATE-PART-SHIPMENT
               PERFORM INVOICE-SHIPMENT
               SUBTRACT WS-Inv-Ext-Total FROM
                   WS-BTab-Ext-Total(WS-Bill-Idx)
               SUBTRACT WS-Inv-Discount FROM
                   WS-BTab-Discount(WS-Bill-Idx)
               SUBTRACT WS-Inv-Tax FROM WS-BTab-Tax(WS-Bill-Idx)
               SUBTRACT WS-Inv-Total FROM WS-BTab-Total(WS-Bill-Idx)
               PERFORM WRITE-HELD-ORDER
       END-EVALUATE.

TOTAL-ORDER-SHIPMENTS.
       MOVE ZEROES TO WS-Ship-Ext
       MOVE 0 TO WS-Ship-Units
       MOVE 0 TO WS-Lines-Open
       PERFORM VARYING WS-Ship-Idx FROM 1 BY 1
               UNTIL WS-Ship-Idx > WS-Ship-Count
           IF WS-STab-Order-Number(WS-Ship-Idx) =
              WS-BTab-Order-Number(WS-Bill-Idx)
              AND WS-STab-Order-Date(WS-Ship-Idx) =
              WS-BTab-Order-Date(WS-Bill-Idx)
               MOVE 'Y' TO WS-STab-Billed(WS-Ship-Idx)
               ADD WS-STab-Now-Qty(WS-Ship-Idx) TO WS-Ship-Units
               COMPUTE WS-Ship-Line-Ext ROUNDED =
                   WS-STab-Now-Qty(WS-Ship-Idx)
                   * WS-STab-Unit-Price(WS-Ship-Idx)
               ADD WS-Ship-Line-Ext TO WS-Ship-Ext
               IF WS-STab-Shipped-Qty(WS-Ship-Idx)
                  + WS-STab-Now-Qty(WS-Ship-Idx)
                  < WS-STab-Pick-Qty(WS-Ship-Idx)
                   ADD 1 TO WS-Lines-Open
               END-IF
           END-IF
       END-PERFORM.

*> The coboltut12 FINALIZE-ORDER arithmetic in proportion: the
*> order's remaining discount and tax scaled by the share of its
*> remaining extended price that shipped tonight.
PRORATE-PART-SHIPMENT.
       MOVE WS-Ship-Ext TO WS-Inv-Ext-Total
       IF WS-Inv-Ext-Total > WS-BTab-Ext-Total(WS-Bill-Idx)
           MOVE WS-BTab-Ext-Total(WS-Bill-Idx) TO WS-Inv-Ext-Total
       END-IF
       IF WS-BTab-Ext-Total(WS-Bill-Idx) > 0
           COMPUTE WS-Inv-Discount ROUNDED =
               WS-BTab-Discount(WS-Bill-Idx) * WS-Inv-Ext-Total
               / WS-BTab-Ext-Total(WS-Bill-Idx)
           COMPUTE WS-Inv-Tax ROUNDED =
               WS-BTab-Tax(WS-Bill-Idx) * WS-Inv-Ext-Total
               / WS-BTab-Ext-Total(WS-Bill-Idx)
       ELSE
           MOVE ZEROES TO WS-Inv-Discount
           MOVE ZEROES TO WS-Inv-Tax
       END-IF
       COMPUTE WS-Inv-Total =
           WS-Inv-Ext-Total - WS-Inv-Discount + WS-Inv-Tax
       IF WS-Inv-Total > WS-BTab-Total(WS-Bill-Idx)
           MOVE WS-BTab-Total(WS-Bill-Idx) TO WS-Inv-Total
       END-IF.

HOLD-ORDER.
       ADD 1 TO WS-Held-Count
       PERFORM WRITE-HELD-ORDER
       MOVE SPACES TO RegisterLine
       STRING "Order " WS-Inv-Order-Number " cust "
           WS-Inv-Cust-Ident " held - not yet shipped"
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.

WRITE-HELD-ORDER.
       MOVE WS-BTab-Order-Number(WS-Bill-Idx) TO BF-Order-Number
       MOVE WS-BTab-Order-Date(WS-Bill-Idx) TO BF-Order-Date
       MOVE WS-BTab-Cust-Ident(WS-Bill-Idx) TO BF-Cust-Ident
       MOVE WS-BTab-Ext-Total(WS-Bill-Idx) TO BF-Ext-Total
       MOVE WS-BTab-Discount(WS-Bill-Idx) TO BF-Discount
       MOVE WS-BTab-Tax(WS-Bill-Idx) TO BF-Tax
       MOVE WS-BTab-Total(WS-Bill-Idx) TO BF-Total
       MOVE WS-BTab-State(WS-Bill-Idx) TO BF-State
       MOVE WS-BTab-Tax-Source(WS-Bill-Idx) TO BF-Tax-Source
       MOVE WS-BTab-Cert-Number(WS-Bill-Idx) TO BF-Cert-Number
       MOVE WS-BTab-Cert-Expiry(WS-Bill-Idx) TO BF-Cert-Expiry
       WRITE BillHoldNewRec FROM WS-Feed-Order.

INVOICE-SHIPMENT.
       ADD 1 TO WS-Next-Invoice-Number
       PERFORM WRITE-INVOICE-CONTROL
       ADD 1 TO WS-Invoiced-Count
       ADD WS-Inv-Total TO WS-Billed-Total
       COMPUTE WS-Billed-Net-Total = WS-Billed-Net-Total
           + WS-Inv-Ext-Total - WS-Inv-Discount
       ADD WS-Inv-Tax TO WS-Billed-Tax-Total
       PERFORM LOOK-UP-INVOICE-CUSTOMER
       PERFORM PRINT-INVOICE-DOCUMENT
       PERFORM WRITE-INSTALLMENT-SCHEDULE
       IF NOT BTabTaxUnrecorded(WS-Bill-Idx)
           PERFORM WRITE-TAX-COLLECTED
       END-IF
       PERFORM WRITE-INVOICE-HISTORY
       PERFORM VARYING WS-Ship-Idx FROM 1 BY 1
               UNTIL WS-Ship-Idx > WS-Ship-Count
           IF WS-STab-Order-Number(WS-Ship-Idx) = WS-Inv-Order-Number
              AND WS-STab-Order-Date(WS-Ship-Idx) = WS-Inv-Order-Date
              AND WS-STab-Now-Qty(WS-Ship-Idx) > 0
               PERFORM WRITE-SHIPMENT-HISTORY
           END-IF
       END-PERFORM
       MOVE WS-Inv-Total TO WS-Money-Ed
       MOVE SPACES TO RegisterLine
       IF WS-Lines-Open > 0
           STRING "Order " WS-Inv-Order-Number " invoiced as "
               WS-Next-Invoice-Number " cust " WS-Inv-Cust-Ident
               " " WS-Money-Ed " part shipment, rest held"
               DELIMITED BY SIZE INTO RegisterLine
       ELSE
           STRING "Order " WS-Inv-Order-Number " invoiced as "
               WS-Next-Invoice-Number " cust " WS-Inv-Cust-Ident
               " " WS-Money-Ed
               DELIMITED BY SIZE INTO RegisterLine
       END-IF
       WRITE RegisterLine.

*> The tax this invoice bills, under the order number RETURNS
*> looks the sale up by. An exempt order's net goes down as exempt
*> rather than taxable.
WRITE-TAX-COLLECTED.
       MOVE WS-Proc-Date TO TX-Date
       MOVE "ORDER" TO TX-Source
       IF BTabTaxExempt(WS-Bill-Idx)
           MOVE ZEROES TO TX-Taxable
           COMPUTE TX-Exempt = WS-Inv-Ext-Total - WS-Inv-Discount
       ELSE
           COMPUTE TX-Taxable = WS-Inv-Ext-Total - WS-Inv-Discount
           MOVE ZEROES TO TX-Exempt
       END-IF
       MOVE WS-Inv-Tax TO TX-Tax
       MOVE WS-BTab-State(WS-Bill-Idx) TO TX-State
       MOVE WS-Inv-Cust-Ident TO TX-Cust-Ident
       MOVE WS-Inv-Order-Number TO TX-Doc-Number
       MOVE WS-BTab-Cert-Number(WS-Bill-Idx) TO TX-Cert-Number
       MOVE WS-BTab-Cert-Expiry(WS-Bill-Idx) TO TX-Cert-Expiry
       MOVE WS-Next-Invoice-Number TO TX-Invoice-Number
       WRITE TaxCollRec.

WRITE-INVOICE-HISTORY.
       MOVE WS-Inv-Order-Number TO IH-Order-Number
       MOVE WS-Inv-Order-Date TO IH-Order-Date
       MOVE WS-Inv-Cust-Ident TO IH-Cust-Ident
       MOVE WS-Next-Invoice-Number TO IH-Invoice-Number
       MOVE WS-Proc-Date TO IH-Invoice-Date
       MOVE WS-Inv-Ext-Total TO IH-Ext-Total
       MOVE WS-Inv-Discount TO IH-Discount
       MOVE WS-Inv-Tax TO IH-Tax
       MOVE WS-Inv-Total TO IH-Total
       WRITE InvHistRec.

WRITE-SHIPMENT-HISTORY.
       MOVE WS-STab-Order-Number(WS-Ship-Idx) TO SHH-Order-Number
       MOVE WS-STab-Order-Date(WS-Ship-Idx) TO SHH-Order-Date
       MOVE WS-STab-Cust-Ident(WS-Ship-Idx) TO SHH-Cust-Ident
       MOVE WS-STab-Line(WS-Ship-Idx) TO SHH-Line
       MOVE WS-STab-Prod-Name(WS-Ship-Idx) TO SHH-Prod-Name
       MOVE WS-STab-Sizes(WS-Ship-Idx) TO SHH-Sizes
       MOVE WS-STab-Now-Qty(WS-Ship-Idx) TO SHH-Ship-Qty
       MOVE WS-STab-Unit-Price(WS-Ship-Idx) TO SHH-Unit-Price
       MOVE WS-STab-Carrier(WS-Ship-Idx) TO SHH-Carrier
       MOVE WS-STab-Tracking(WS-Ship-Idx) TO SHH-Tracking
       MOVE WS-STab-Ship-Date(WS-Ship-Idx) TO SHH-Ship-Date
       MOVE WS-Next-Invoice-Number TO SHH-Invoice-Number
       MOVE WS-Proc-Date TO SHH-Invoice-Date
       WRITE ShipHistRec.

LOOK-UP-INVOICE-CUSTOMER.
       MOVE "(not on customer master)" TO WS-Inv-Cust-Name
       MOVE 'N' TO WS-Inv-Cust-Found
       MOVE WS-Inv-Cust-Ident TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine
       MOVE SPACES TO InvoiceLine
       STRING "Customer " WS-Inv-Cust-Ident "  " WS-Inv-Cust-Name
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine
       IF InvCustFound
           WRITE InvoiceLine
       END-IF
       MOVE SPACES TO InvoiceLine
       STRING "For order " WS-Inv-Order-Number " of "
           WS-Inv-Order-Date
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine
       PERFORM VARYING WS-Ship-Idx FROM 1 BY 1
               UNTIL WS-Ship-Idx > WS-Ship-Count
           IF WS-STab-Order-Number(WS-Ship-Idx) = WS-Inv-Order-Number
              AND WS-STab-Order-Date(WS-Ship-Idx) = WS-Inv-Order-Date
              AND WS-STab-Now-Qty(WS-Ship-Idx) > 0
               PERFORM PRINT-SHIPPED-LINE
           END-IF
       END-PERFORM
       MOVE WS-Inv-Ext-Total TO WS-Money-Ed
       MOVE SPACES TO InvoiceLine
       STRING "Extended price........: " WS-Money-Ed
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine
       MOVE WS-Inv-Discount TO WS-Money-Ed
       MOVE SPACES TO InvoiceLine
       STRING "Less discount.........: " WS-Money-Ed
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine
       MOVE WS-Inv-Tax TO WS-Money-Ed
       MOVE SPACES TO InvoiceLine
       STRING "Sales tax.............: " WS-Money-Ed
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine
       MOVE WS-Inv-Total TO WS-Money-Ed
       MOVE SPACES TO InvoiceLine
       STRING "Invoice total.........: " WS-Money-Ed
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine.

*> What shipped on the line and how, so the customer can match the
*> invoice to the carton.
PRINT-SHIPPED-LINE.
       MOVE WS-STab-Unit-Price(WS-Ship-Idx) TO WS-Price-Ed
       COMPUTE WS-Ship-Line-Ext ROUNDED =
           WS-STab-Now-Qty(WS-Ship-Idx)
           * WS-STab-Unit-Price(WS-Ship-Idx)
       MOVE WS-Ship-Line-Ext TO WS-Money-Ed
       MOVE SPACES TO InvoiceLine
       STRING "  Line " WS-STab-Line(WS-Ship-Idx) " "
           WS-STab-Prod-Name(WS-Ship-Idx) " shipped "
           WS-STab-Now-Qty(WS-Ship-Idx) " @ " WS-Price-Ed
           " " WS-Money-Ed
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine
       MOVE SPACES TO InvoiceLine
       STRING "          " WS-STab-Ship-Date(WS-Ship-Idx) " via "
           WS-STab-Carrier(WS-Ship-Idx) " tracking "
           WS-STab-Tracking(WS-Ship-Idx)
           DELIMITED BY SIZE INTO InvoiceLine
       WRITE InvoiceLine.

*> The coboltut2 WRITE-INSTALLMENT-SCHEDULE split: the total over
*> three installments, leftover cents folded into the first, due
*> dates one month out per installment with the day clamped to the
*> target month's length.
WRITE-INSTALLMENT-SCHEDULE.
       DIVIDE WS-Inv-Total BY WS-Installments
           GIVING WS-Installment-Amt
           REMAINDER WS-Installment-Rem
       COMPUTE WS-First-Installment =
           UNTIL WS-Inst-Idx > WS-Installments.

WRITE-ONE-INSTALLMENT.
       MOVE WS-Inv-Cust-Ident TO IN-Cust-Ident
       MOVE WS-Proc-Date TO IN-Invoice-Date
       MOVE WS-Inst-Idx TO IN-Seq
       PERFORM COMPUTE-INSTALLMENT-DUE-DATE
       MOVE WS-Due-Year TO WS-Due-Date-Year
       MOVE WS-Due-Month TO WS-Due-Date-Month
       MOVE WS-Due-Day TO WS-Due-Date-Day.

*> Every line with something still to ship carries forward with
*> tonight's confirmed quantity added to what has shipped; a line
*> now fully shipped drops off. A line shipped tonight that has no
*> order awaiting billing would be goods out the door unbilled, so
*> it is called out on the register and alerted.
WRITE-OPEN-SHIPMENTS.
       OPEN OUTPUT ShipOpenNewFile
       PERFORM VARYING WS-Ship-Idx FROM 1 BY 1
               UNTIL WS-Ship-Idx > WS-Ship-Count
           IF WS-STab-Now-Qty(WS-Ship-Idx) > 0
              AND WS-STab-Billed(WS-Ship-Idx) = 'N'
               MOVE SPACES TO RegisterLine
               STRING "Order " WS-STab-Order-Number(WS-Ship-Idx)
                   " line " WS-STab-Line(WS-Ship-Idx)
                   " shipped with no order awaiting billing"
                   DELIMITED BY SIZE INTO RegisterLine
               WRITE RegisterLine
               MOVE 'C' TO WS-Alert-Severity
               MOVE "Shipment confirmed with no order to bill"
                   TO WS-Alert-Message
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
           END-IF
           ADD WS-STab-Now-Qty(WS-Ship-Idx) TO
               WS-STab-Shipped-Qty(WS-Ship-Idx)
           IF WS-STab-Shipped-Qty(WS-Ship-Idx) <
              WS-STab-Pick-Qty(WS-Ship-Idx)
               MOVE WS-STab-Order-Number(WS-Ship-Idx)
                   TO SHN-Order-Number
               MOVE WS-STab-Order-Date(WS-Ship-Idx) TO SHN-Order-Date
               MOVE WS-STab-Cust-Ident(WS-Ship-Idx) TO SHN-Cust-Ident
               MOVE WS-STab-Line(WS-Ship-Idx) TO SHN-Line
               MOVE WS-STab-Prod-Name(WS-Ship-Idx) TO SHN-Prod-Name
               MOVE WS-STab-Sizes(WS-Ship-Idx) TO SHN-Sizes
               MOVE WS-STab-Pick-Qty(WS-Ship-Idx) TO SHN-Pick-Qty
               MOVE WS-STab-Unit-Price(WS-Ship-Idx)
                   TO SHN-Unit-Price
               MOVE WS-STab-Shipped-Qty(WS-Ship-Idx)
                   TO SHN-Shipped-Qty
               WRITE ShipOpenNewRec
           END-IF
       END-PERFORM
       CLOSE ShipOpenNewFile.

*> The night's invoiced money as one balanced set of feed lines:
*> DR accounts receivable for the invoiced total, CR sales for the
*> net, CR sales tax payable for the tax. A night that invoiced
*> nothing feeds nothing.
FEED-GENERAL-LEDGER.
       IF WS-Billed-Total > 0
           MOVE 1200 TO WS-GL-Account
           MOVE WS-Billed-Total TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 4000 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Billed-Net-Total TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 2200 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Billed-Tax-Total TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.
