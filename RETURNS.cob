       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RETURNS.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Customer returns and credit memos. A sale could be priced in
*> coboltut12, billed in BILLING and collected in CASHRCPT, but
*> goods coming back were fixed by hand-editing openinst.dat and
*> the tax on them was never given back, so TAXRPT overstated the
*> filing. A clerk signs on through the shared OPERSIGN
*> subroutine, pulls the original order up off the permanent
*> order history ordhist.dat by its number (the ORDINQ START /
*> READ NEXT walk - a backorder release under the original number
*> has its own dated record, and all of them make up the order),
*> and keys the products and quantities coming back, each product
*> validated against prodmast.dat. ordhist.dat carries the priced
*> totals but no line detail, so a returned line is valued at the
*> product's PRD-Unit-Price and then takes the order's own
*> discount and tax rates (worked back from OH-Discount and
*> OH-Tax), and the memo is refused outright if it would credit
*> more than the order was billed for less what earlier credit
*> memos against it already gave back (remembered on crmemo.dat).
*> A posted memo is numbered off the invnum.ctl series BILLING and
*> coboltut2 draw on (rewritten before anything else is written,
*> the ordnum.ctl rule), and then:
*>   - the goods go back on PRD-On-Hand (the product master rides
*>     in a table for the session and is written back at sign-off,
*>     the STKRCPT way, with the same overflow guard);
*>   - the credit is offset against the customer's open
*>     installments on openinst.dat oldest due date first, exactly
*>     as CASHRCPT applies a payment - anything left over once
*>     nothing is open is shown on the memo as a credit balance
*>     owed to the customer;
*>   - the tax is reversed with a RETURN record on taxcoll.dat,
*>     which TAXRPT subtracts from the month's filing;
*>   - the ledger sees it through GLLOG: sales (4000) and sales
*>     tax payable (2200) debited, receivables (1200) credited;
*>   - the memo is remembered on crmemo.dat and printed to
*>     crmemo.txt for the customer.
*> October 15th 2026 - The product master's average cost
*> (PRD-Avg-Cost) rides through the product table so the
*> write-back keeps it; goods coming back are restocked at that
*> average, which leaves it unchanged.
*> October 15th 2026 - A returned line is now valued at the price
*> the customer was charged rather than PRD-Unit-Price: the
*> shared GETPRICE rule coboltut12 prices orders with is asked for
*> the order's customer, the product and the quantity coming back
*> as of the original order date, so a contract customer's return
*> is credited at the contract price. The billed-total ceiling
*> still holds.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - The RETURN record on taxcoll.dat now follows
*> the original sale: the order's ORDER record is found on the
*> file by its order number, and the reversal carries that sale's
*> state, customer and exemption certificate, with the merchandise
*> credit going back as exempt rather than taxable when the sale
*> was exempt - so TAXRPT nets each return off the state it was
*> collected for. A sale from before the file carried a state
*> reverses as before, with no state.
*> October 15th 2026 - the product master write-back is bracketed
*> by MASTSUM and the change it made to the control totals logged
*> through MASTLOG for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - What an order can be credited is now what
*> BILLING actually invoiced for it - the order's records on the
*> invoice history invhist.dat - less earlier credit memos, not
*> its priced total on ordhist.dat; an order not yet invoiced
*> cannot be credited. A returned product is credited at the unit
*> price the line shipped and was invoiced at, off the shipment
*> history shiphist.dat, instead of being repriced through
*> GETPRICE, and no more of it than was shipped at that price can
*> come back on one memo; the discount and tax rates are worked
*> from the invoiced totals. Receivables (1200) are now credited
*> only with what the memo took off open installments; a balance
*> left over goes to unapplied cash (2150) and onto unapplied.dat
*> as an item for the customer, the way LOCKBOX files an
*> overpayment, so CASHAPPL can apply it to their next invoice.
*> The goods restocked are costed at the product's average cost
*> and fed back as inventory (1300) DR, cost of goods sold (5400)
*> CR.
*> October 15th 2026 - Each memo's lines are now remembered on
*> crmline.dat (memo, order, product, unit price, quantity), and
*> what earlier memos took back of a product at a price is
*> subtracted from what shipped of it, so the same goods cannot
*> come back on a second memo. The RETURN record on taxcoll.dat is
*> cleared before it is built and carries the memo number.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrdHistFile ASSIGN TO 'ordhist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OH-Hist-Key
           FILE STATUS IS WS-Hist-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT InstFile ASSIGN TO 'openinst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
       SELECT InvCtlFile ASSIGN TO 'invnum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvCtl-Status.
       SELECT TaxCollFile ASSIGN TO 'taxcoll.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxColl-Status.
       SELECT MemoFile ASSIGN TO 'crmemo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Memo-Status.
       SELECT MemoLineFile ASSIGN TO 'crmline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MemoLine-Status.
       SELECT MemoPrtFile ASSIGN TO 'crmemo.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InvHistFile ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvHist-Status.
       SELECT ShipHistFile ASSIGN TO 'shiphist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ShipHist-Status.
       SELECT UnapFile ASSIGN TO 'unapplied.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Unap-Status.

DATA DIVISION.
FILE SECTION.
FD OrdHistFile.
01 OrdHistRec.
       02 OH-Hist-Key.
           03 OH-Number PIC 9(6).
           03 OH-Date   PIC 9(8).
       02 OH-Cust-Ident PIC 9(3).
       02 OH-Line-Count PIC 9(3).
       02 OH-Ext-Total  PIC 9(9)V99.
       02 OH-Discount   PIC 9(8)V99.
       02 OH-Tax        PIC 9(8)V99.
       02 OH-Total      PIC 9(9)V99.

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD InstFile.
01 InstRec.
       02 IN-Cust-Ident   PIC 9(3).
       02 IN-Invoice-Date PIC 9(8).
       02 IN-Seq          PIC 9.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
       02 IN-Invoice-Number PIC 9(6).

FD InvCtlFile.
01 InvCtlRec.
       02 IC-Last-Invoice-Number PIC 9(6).

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

*> One record per posted credit memo, kept forever: the memory
*> that stops the same order being credited twice over.
FD MemoFile.
01 MemoRec.
       02 CM-Memo-Number  PIC 9(6).
       02 CM-Date         PIC 9(8).
       02 CM-Operator     PIC X(8).
       02 CM-Order-Number PIC 9(6).
       02 CM-Cust-Ident   PIC 9(3).
       02 CM-Taxable      PIC 9(9)V99.
       02 CM-Tax          PIC 9(8)V99.
       02 CM-Total        PIC 9(9)V99.
       02 CM-Applied      PIC 9(9)V99.
       02 CM-Unapplied    PIC 9(9)V99.

*> One record per line of a posted memo, kept forever alongside
*> crmemo.dat: what has already come back of each product at each
*> price it shipped at.
FD MemoLineFile.
01 MemoLineRec.
       02 CL-Memo-Number  PIC 9(6).
       02 CL-Order-Number PIC 9(6).
       02 CL-Prod-Name    PIC X(10).
       02 CL-Unit-Price   PIC 9(5)V99.
       02 CL-Qty          PIC 9(3).

FD MemoPrtFile.
01 MemoPrtLine PIC X(80).

FD InvHistFile.
01 InvHistRec.
       COPY INVHIST.

FD ShipHistFile.
01 ShipHistRec.
       COPY SHIPHIST.

FD UnapFile.
01 UnapRec.
       COPY UNAPREC.

WORKING-STORAGE SECTION.
01 WS-Hist-Status    PIC XX.
01 WS-Prod-Status    PIC XX.
01 WS-Inst-Status    PIC XX.
01 WS-InvCtl-Status  PIC XX.
01 WS-TaxColl-Status PIC XX.
01 WS-Memo-Status    PIC XX.
01 WS-MemoLine-Status PIC XX.
01 WS-InvHist-Status  PIC XX.
01 WS-ShipHist-Status PIC XX.
01 WS-Unap-Status    PIC XX.
01 WS-InvHist-EOF    PIC X VALUE 'N'.
01 WS-ShipHist-EOF   PIC X VALUE 'N'.
01 WS-Unap-EOF       PIC X VALUE 'N'.
01 WS-Prod-EOF       PIC X VALUE 'N'.
01 WS-Inst-EOF       PIC X VALUE 'N'.
01 WS-Memo-EOF       PIC X VALUE 'N'.
01 WS-MemoLine-EOF   PIC X VALUE 'N'.
01 WS-Browse-EOF     PIC X VALUE 'N'.
01 WS-Prod-Table.
       02 WS-Prod-Entry OCCURS 200 TIMES.
           03 WS-Tab-Name    PIC X(10).
           03 WS-Tab-Sizes   PIC X(10).
           03 WS-Tab-Price   PIC 9(5)V99.
           03 WS-Tab-On-Hand PIC 9(5).
           03 WS-Tab-Reorder PIC 9(5).
           03 WS-Tab-Avg-Cost PIC 9(5)V99.
01 WS-Prod-Count      PIC 9(3) VALUE 0.
01 WS-Prod-Read-Count PIC 9(8) VALUE 0.
01 WS-Prod-Idx        PIC 9(3) VALUE 0.
01 WS-Prod-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Prod-Found      PIC X VALUE 'N'.
       88 ProdFound VALUE 'Y'.
*> The whole open-installments file rides in this table for the
*> session and goes back out at sign-off (the CASHRCPT load and
*> write-back, with the same overflow refusal).
01 WS-Inst-Table.
       02 WS-Inst-Entry OCCURS 500 TIMES.
           03 WS-ITab-Cust-Ident   PIC 9(3).
           03 WS-ITab-Invoice-Date PIC 9(8).
           03 WS-ITab-Seq          PIC 9.
           03 WS-ITab-Due-Date     PIC 9(8).
           03 WS-ITab-Amount       PIC 9(8)V99.
           03 WS-ITab-Paid-Flag    PIC X.
               88 ITabClosed VALUES 'Y', 'W', 'S'.
           03 WS-ITab-Invoice-No   PIC 9(6).
01 WS-Inst-Count      PIC 9(3) VALUE 0.
01 WS-Inst-Read-Count PIC 9(8) VALUE 0.
01 WS-Inst-Idx        PIC 9(3) VALUE 0.
01 WS-Inst-Changed    PIC X VALUE 'N'.
01 WS-Oldest-Idx      PIC 9(3) VALUE 0.
01 WS-Oldest-Due      PIC 9(8) VALUE 0.
01 WS-Oldest-Found    PIC X VALUE 'N'.
       88 OldestFound VALUE 'Y'.
*> The lines coming back on the memo being keyed.
01 WS-Ret-Table.
       02 WS-Ret-Entry OCCURS 20 TIMES.
           03 WS-Ret-Prod-Idx PIC 9(3).
           03 WS-Ret-Name     PIC X(10).
           03 WS-Ret-Qty      PIC 9(3).
           03 WS-Ret-Price    PIC 9(5)V99.
           03 WS-Ret-Ext      PIC 9(8)V99.
01 WS-Ret-Count      PIC 99 VALUE 0.
*> What shipped on the order and was invoiced, one entry per
*> product and unit price, less what earlier memos took back, with
*> what this memo has keyed of it.
01 WS-Shipped-Table.
       02 WS-Shipped-Entry OCCURS 99 TIMES.
           03 WS-Shp-Name    PIC X(10).
           03 WS-Shp-Price   PIC 9(5)V99.
           03 WS-Shp-Qty     PIC 9(5).
           03 WS-Shp-Keyed   PIC 9(5).
01 WS-Shipped-Count   PIC 9(3) VALUE 0.
01 WS-Shipped-Idx     PIC 9(3) VALUE 0.
01 WS-Shipped-Hit-Idx PIC 9(3) VALUE 0.
01 WS-Shipped-Left    PIC 9(5) VALUE 0.
01 WS-Shipped-Found   PIC X VALUE 'N'.
       88 ShippedFound VALUE 'Y'.
01 WS-Ret-Idx        PIC 99 VALUE 0.
01 WS-More-Work      PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-More-Lines     PIC X VALUE 'Y'.
       88 MoreLines VALUE 'Y'.
01 WS-Order-Entry    PIC X(6).
01 WS-Order-Num REDEFINES WS-Order-Entry PIC 9(6).
01 WS-Order-Valid    PIC X VALUE 'N'.
       88 OrderEntryOK VALUE 'Y'.
01 WS-Order-Found    PIC X VALUE 'N'.
       88 OrderFound VALUE 'Y'.
01 WS-Name-Entry     PIC X(10).
01 WS-Qty-Entry      PIC X(3).
01 WS-Qty-Amount REDEFINES WS-Qty-Entry PIC 9(3).
01 WS-Qty-Valid      PIC X VALUE 'N'.
       88 QtyEntryOK VALUE 'Y'.
01 WS-Chk-Idx        PIC 99.
01 WS-Confirm        PIC X.
*> The order as invoiced, summed over its invhist.dat records.
01 WS-Ord-Cust       PIC 9(3) VALUE 0.
01 WS-Ord-Date       PIC 9(8) VALUE 0.
01 WS-Ord-Invoices   PIC 9(3) VALUE 0.
01 WS-Ord-Ext        PIC 9(10)V99 VALUE ZEROES.
01 WS-Ord-Disc       PIC 9(10)V99 VALUE ZEROES.
01 WS-Ord-Tax        PIC 9(10)V99 VALUE ZEROES.
01 WS-Ord-Total      PIC 9(10)V99 VALUE ZEROES.
01 WS-Ord-Net        PIC 9(10)V99 VALUE ZEROES.
01 WS-Prior-Credit   PIC 9(10)V99 VALUE ZEROES.
01 WS-Creditable     PIC 9(10)V99 VALUE ZEROES.
*> The memo being built.
01 WS-Memo-Gross     PIC 9(9)V99 VALUE ZEROES.
01 WS-Memo-Disc      PIC 9(9)V99 VALUE ZEROES.
01 WS-Memo-Taxable   PIC 9(9)V99 VALUE ZEROES.
01 WS-Memo-Tax       PIC 9(8)V99 VALUE ZEROES.
*> The original sale's tax record, as FIND-ORIGINAL-SALE left it.
01 WS-TaxColl-EOF    PIC X VALUE 'N'.
01 WS-Sale-Found     PIC X VALUE 'N'.
       88 SaleFound VALUE 'Y'.
01 WS-Sale-Exempt    PIC X VALUE 'N'.
       88 SaleWasExempt VALUE 'Y'.
01 WS-Sale-State       PIC X(2) VALUE SPACES.
01 WS-Sale-Cert-Number PIC X(15) VALUE SPACES.
01 WS-Sale-Cert-Expiry PIC 9(8) VALUE ZEROES.
01 WS-Memo-Total     PIC 9(9)V99 VALUE ZEROES.
01 WS-Memo-Applied   PIC 9(9)V99 VALUE ZEROES.
01 WS-Remaining      PIC 9(9)V99 VALUE ZEROES.
01 WS-Memo-Cost      PIC 9(9)V99 VALUE ZEROES.
01 WS-Line-Cost      PIC 9(8)V99 VALUE ZEROES.
01 WS-Unap-High-Number PIC 9(6) VALUE 0.
01 WS-Next-Invoice-Number PIC 9(6) VALUE 0.
01 WS-Memo-Date      PIC 9(8).
01 WS-Memos-Posted   PIC 9(4) VALUE 0.
01 WS-Session-Credit PIC 9(10)V99 VALUE ZEROES.
01 WS-Money-Ed       PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-2     PIC $$$,$$$,$$9.99.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Mast-Code  PIC X(4) VALUE "PROD".
01 WS-Mast-Kind  PIC X VALUE 'D'.
01 WS-Mast-Found PIC X.
01 WS-Mast-Before.
       COPY MASTTOT REPLACING LEADING ==MS-== BY ==WS-MB-==.
01 WS-Mast-Change.
       COPY MASTTOT.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "RETURNS".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Signed-On   PIC X.
01 WS-Operator-Role PIC X.
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).

PROCEDURE DIVISION.
MAIN-LOGIC.
       CALL "OPERSIGN" USING WS-Operator-ID, WS-Signed-On,
       WS-Operator-Role
       IF WS-Signed-On NOT = 'Y'
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-Operator-ID TO WS-Audit-Operator
       CALL "BATCHCHK" USING WS-Audit-Program, WS-Operator-ID,
           WS-Operator-Role, WS-Batch-Lock
       IF WS-Batch-Lock = 'L'
           DISPLAY "Not started - the batch stream is using these files"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       ACCEPT WS-Memo-Date FROM DATE YYYYMMDD
       PERFORM LOAD-PRODUCTS
       PERFORM LOAD-INSTALLMENTS
       OPEN INPUT OrdHistFile
       IF WS-Hist-Status NOT = '00'
           DISPLAY "Unable to open ordhist.dat (status "
               WS-Hist-Status ") - no orders to take returns on"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT MemoPrtFile
       DISPLAY "Customer returns - credit memos against ordhist.dat"
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-RETURN-ORDER
           IF MoreWork AND OrderFound
               PERFORM GET-RETURN-LINES
               IF WS-Ret-Count > 0
                   PERFORM PRICE-RETURN
                   PERFORM CONFIRM-AND-POST
               ELSE
                   DISPLAY "  No lines keyed - nothing credited"
               END-IF
           END-IF
       END-PERFORM
       CLOSE OrdHistFile
       CLOSE MemoPrtFile
       IF WS-Memos-Posted > 0
           PERFORM WRITE-PRODUCT-MASTER
           PERFORM WRITE-INSTALLMENTS-BACK
       END-IF
       MOVE WS-Session-Credit TO WS-Money-Ed
       DISPLAY "RETURNS finished - " WS-Memos-Posted
           " credit memo(s), " WS-Money-Ed " credited"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-PRODUCTS.
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "Unable to open prodmast.dat (status "
               WS-Prod-Status ") - nothing to return goods to"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-Prod-EOF = 'Y'
           READ ProdFile
               AT END MOVE 'Y' TO WS-Prod-EOF
               NOT AT END
                   ADD 1 TO WS-Prod-Read-Count
                   IF WS-Prod-Count < 200
                       ADD 1 TO WS-Prod-Count
                       MOVE PRD-Name TO
                           WS-Tab-Name(WS-Prod-Count)
                       MOVE PRD-Sizes TO
                           WS-Tab-Sizes(WS-Prod-Count)
                       MOVE PRD-Unit-Price TO
                           WS-Tab-Price(WS-Prod-Count)
                       MOVE PRD-On-Hand TO
                           WS-Tab-On-Hand(WS-Prod-Count)
                       MOVE PRD-Reorder-Point TO
                           WS-Tab-Reorder(WS-Prod-Count)
                       IF PRD-Avg-Cost NUMERIC
                           MOVE PRD-Avg-Cost TO
                               WS-Tab-Avg-Cost(WS-Prod-Count)
                       ELSE
                           MOVE ZEROES TO WS-Tab-Avg-Cost(WS-Prod-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProdFile
       IF WS-Prod-Read-Count > WS-Prod-Count
           DISPLAY "prodmast.dat overflowed the product table - "
               "returns refused this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "prodmast.dat overflowed RETURNS product table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE 16 TO RETURN-CODE
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           STOP RUN
       END-IF.

*> A missing openinst.dat just means nothing is owed - every
*> credit then stands as a balance due the customer.
LOAD-INSTALLMENTS.
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
           MOVE 'Y' TO WS-Inst-EOF
       END-IF
       PERFORM UNTIL WS-Inst-EOF = 'Y'
           READ InstFile
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   ADD 1 TO WS-Inst-Read-Count
                   IF WS-Inst-Count < 500
                       ADD 1 TO WS-Inst-Count
                       MOVE IN-Cust-Ident TO
                           WS-ITab-Cust-Ident(WS-Inst-Count)
                       MOVE IN-Invoice-Date TO
                           WS-ITab-Invoice-Date(WS-Inst-Count)
                       MOVE IN-Seq TO WS-ITab-Seq(WS-Inst-Count)
                       MOVE IN-Due-Date TO
                           WS-ITab-Due-Date(WS-Inst-Count)
                       MOVE IN-Amount TO
                           WS-ITab-Amount(WS-Inst-Count)
                       MOVE IN-Paid-Flag TO
                           WS-ITab-Paid-Flag(WS-Inst-Count)
                       IF IN-Invoice-Number NUMERIC
                           MOVE IN-Invoice-Number TO
                               WS-ITab-Invoice-No(WS-Inst-Count)
                       ELSE
                           MOVE 0 TO
                               WS-ITab-Invoice-No(WS-Inst-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Inst-Status NOT = '35'
           CLOSE InstFile
       END-IF
       IF WS-Inst-Read-Count > WS-Inst-Count
           DISPLAY "openinst.dat overflowed the installment table - "
               "returns refused this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "openinst.dat overflowed RETURNS installment table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE 16 TO RETURN-CODE
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           STOP RUN
       END-IF.

*> The order is every dated history record under the keyed
*> number (the ORDINQ walk), so a backorder release is returnable
*> like the original shipment; what it was invoiced and what
*> shipped come off the invoice and shipment histories.
GET-RETURN-ORDER.
       MOVE 'N' TO WS-Order-Found
       MOVE 'N' TO WS-Order-Valid
       PERFORM UNTIL OrderEntryOK OR NOT MoreWork
           DISPLAY "Original order number (6 digits, or Q to quit): "
               WITH NO ADVANCING
           ACCEPT WS-Order-Entry
           IF WS-Order-Entry = "Q" OR WS-Order-Entry = "q"
               MOVE 'N' TO WS-More-Work
           ELSE
               PERFORM CHECK-ORDER-FORMAT
               IF NOT OrderEntryOK
                   DISPLAY "Invalid entry - enter exactly 6 digits"
               END-IF
           END-IF
       END-PERFORM
       IF MoreWork
           MOVE ZEROES TO WS-Ord-Ext WS-Ord-Disc WS-Ord-Tax
               WS-Ord-Total
           MOVE 'N' TO WS-Browse-EOF
           MOVE WS-Order-Num TO OH-Number
           MOVE ZEROES TO OH-Date
           START OrdHistFile KEY NOT < OH-Hist-Key
               INVALID KEY
                   MOVE 'Y' TO WS-Browse-EOF
           END-START
           PERFORM UNTIL WS-Browse-EOF = 'Y'
               READ OrdHistFile NEXT
                   AT END MOVE 'Y' TO WS-Browse-EOF
                   NOT AT END
                       IF OH-Number = WS-Order-Num
                           IF NOT OrderFound
                               MOVE OH-Date TO WS-Ord-Date
                           END-IF
                           MOVE 'Y' TO WS-Order-Found
                           MOVE OH-Cust-Ident TO WS-Ord-Cust
                       ELSE
                           MOVE 'Y' TO WS-Browse-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF OrderFound
               PERFORM TOTAL-ORDER-INVOICES
               PERFORM LOAD-ORDER-SHIPMENTS
               PERFORM SHOW-RETURN-ORDER
           ELSE
               DISPLAY "Order " WS-Order-Entry " not on the history"
           END-IF
       END-IF.

CHECK-ORDER-FORMAT.
       MOVE 'Y' TO WS-Order-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 6
           IF WS-Order-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Order-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Order-Valid
           END-IF
       END-PERFORM.

*> Every invoice BILLING wrote for the order, part shipments and
*> backorder releases alike.
TOTAL-ORDER-INVOICES.
       MOVE ZEROES TO WS-Ord-Ext WS-Ord-Disc WS-Ord-Tax
           WS-Ord-Total
       MOVE 0 TO WS-Ord-Invoices
       MOVE 'N' TO WS-InvHist-EOF
       OPEN INPUT InvHistFile
       IF WS-InvHist-Status NOT = '00'
           MOVE 'Y' TO WS-InvHist-EOF
       END-IF
       PERFORM UNTIL WS-InvHist-EOF = 'Y'
           READ InvHistFile
               AT END MOVE 'Y' TO WS-InvHist-EOF
               NOT AT END
                   IF IH-Order-Number = WS-Order-Num
                       ADD 1 TO WS-Ord-Invoices
                       ADD IH-Ext-Total TO WS-Ord-Ext
                       ADD IH-Discount TO WS-Ord-Disc
                       ADD IH-Tax TO WS-Ord-Tax
                       ADD IH-Total TO WS-Ord-Total
                   END-IF
           END-READ
       END-PERFORM
       IF WS-InvHist-Status NOT = '35'
           CLOSE InvHistFile
       END-IF.

*> The order's invoiced shipment lines, one entry per product at
*> each unit price it shipped at. A record from before the history
*> carried prices has no invoice number and is passed over.
LOAD-ORDER-SHIPMENTS.
       MOVE 0 TO WS-Shipped-Count
       MOVE 'N' TO WS-ShipHist-EOF
       OPEN INPUT ShipHistFile
       IF WS-ShipHist-Status NOT = '00'
           MOVE 'Y' TO WS-ShipHist-EOF
       END-IF
       PERFORM UNTIL WS-ShipHist-EOF = 'Y'
           READ ShipHistFile
               AT END MOVE 'Y' TO WS-ShipHist-EOF
               NOT AT END
                   IF SHH-Invoice-Number IS NUMERIC AND
                      SHH-Order-Number = WS-Order-Num
                       PERFORM ADD-SHIPPED-LINE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-ShipHist-Status NOT = '35'
           CLOSE ShipHistFile
       END-IF
       PERFORM SUBTRACT-PRIOR-RETURNS.

ADD-SHIPPED-LINE.
       MOVE 'N' TO WS-Shipped-Found
       PERFORM VARYING WS-Shipped-Idx FROM 1 BY 1
               UNTIL WS-Shipped-Idx > WS-Shipped-Count
                  OR ShippedFound
           IF WS-Shp-Name(WS-Shipped-Idx) = SHH-Prod-Name AND
              WS-Shp-Price(WS-Shipped-Idx) = SHH-Unit-Price
               MOVE 'Y' TO WS-Shipped-Found
               ADD SHH-Ship-Qty TO WS-Shp-Qty(WS-Shipped-Idx)
           END-IF
       END-PERFORM
       IF NOT ShippedFound AND WS-Shipped-Count < 99
           ADD 1 TO WS-Shipped-Count
           MOVE SHH-Prod-Name TO WS-Shp-Name(WS-Shipped-Count)
           MOVE SHH-Unit-Price TO WS-Shp-Price(WS-Shipped-Count)
           MOVE SHH-Ship-Qty TO WS-Shp-Qty(WS-Shipped-Count)
           MOVE 0 TO WS-Shp-Keyed(WS-Shipped-Count)
       END-IF.

*> Lines of earlier memos against the order come off what shipped
*> at the same price. A memo posted before crmline.dat was kept has
*> no lines here; the billed-total ceiling still covers it.
SUBTRACT-PRIOR-RETURNS.
       MOVE 'N' TO WS-MemoLine-EOF
       OPEN INPUT MemoLineFile
       IF WS-MemoLine-Status NOT = '00'
           MOVE 'Y' TO WS-MemoLine-EOF
       END-IF
       PERFORM UNTIL WS-MemoLine-EOF = 'Y'
           READ MemoLineFile
               AT END MOVE 'Y' TO WS-MemoLine-EOF
               NOT AT END
                   IF CL-Order-Number = WS-Order-Num
                       PERFORM SUBTRACT-RETURNED-LINE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-MemoLine-Status NOT = '35'
           CLOSE MemoLineFile
       END-IF.

SUBTRACT-RETURNED-LINE.
       MOVE 'N' TO WS-Shipped-Found
       PERFORM VARYING WS-Shipped-Idx FROM 1 BY 1
               UNTIL WS-Shipped-Idx > WS-Shipped-Count
                  OR ShippedFound
           IF WS-Shp-Name(WS-Shipped-Idx) = CL-Prod-Name AND
              WS-Shp-Price(WS-Shipped-Idx) = CL-Unit-Price
               MOVE 'Y' TO WS-Shipped-Found
               IF CL-Qty < WS-Shp-Qty(WS-Shipped-Idx)
                   SUBTRACT CL-Qty FROM WS-Shp-Qty(WS-Shipped-Idx)
               ELSE
                   MOVE 0 TO WS-Shp-Qty(WS-Shipped-Idx)
               END-IF
           END-IF
       END-PERFORM.

*> What is still creditable is the invoiced total less every memo
*> already posted against this order.
SHOW-RETURN-ORDER.
       IF WS-Ord-Invoices = 0
           DISPLAY "  Order " WS-Order-Entry " has not been "
               "invoiced yet - nothing to credit"
           MOVE 'N' TO WS-Order-Found
       ELSE
           PERFORM SHOW-INVOICED-ORDER
       END-IF.

SHOW-INVOICED-ORDER.
       PERFORM TOTAL-PRIOR-CREDITS
       IF WS-Prior-Credit < WS-Ord-Total
           COMPUTE WS-Creditable = WS-Ord-Total - WS-Prior-Credit
       ELSE
           MOVE ZEROES TO WS-Creditable
       END-IF
       MOVE WS-Ord-Total TO WS-Money-Ed
       DISPLAY "  Order " WS-Order-Entry " customer " WS-Ord-Cust
           " invoiced " WS-Money-Ed
       IF WS-Prior-Credit > 0
           MOVE WS-Prior-Credit TO WS-Money-Ed
           MOVE WS-Creditable TO WS-Money-Ed-2
           DISPLAY "  Already credited " WS-Money-Ed
               " - still creditable " WS-Money-Ed-2
       END-IF
       IF WS-Creditable = 0
           DISPLAY "  Order " WS-Order-Entry " has been credited "
               "in full - nothing more can come back on it"
           MOVE 'N' TO WS-Order-Found
       END-IF.

TOTAL-PRIOR-CREDITS.
       MOVE ZEROES TO WS-Prior-Credit
       MOVE 'N' TO WS-Memo-EOF
       OPEN INPUT MemoFile
       IF WS-Memo-Status NOT = '00'
           MOVE 'Y' TO WS-Memo-EOF
       END-IF
       PERFORM UNTIL WS-Memo-EOF = 'Y'
           READ MemoFile
               AT END MOVE 'Y' TO WS-Memo-EOF
               NOT AT END
                   IF CM-Order-Number = WS-Order-Num
                       ADD CM-Total TO WS-Prior-Credit
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Memo-Status NOT = '35'
           CLOSE MemoFile
       END-IF.

GET-RETURN-LINES.
       MOVE 0 TO WS-Ret-Count
       MOVE 'Y' TO WS-More-Lines
       PERFORM UNTIL NOT MoreLines
           PERFORM GET-RETURN-PRODUCT
           IF MoreLines
               PERFORM GET-RETURN-QTY
               ADD 1 TO WS-Ret-Count
               MOVE WS-Prod-Hit-Idx TO WS-Ret-Prod-Idx(WS-Ret-Count)
               MOVE WS-Name-Entry TO WS-Ret-Name(WS-Ret-Count)
               MOVE WS-Qty-Amount TO WS-Ret-Qty(WS-Ret-Count)
               MOVE WS-Shp-Price(WS-Shipped-Hit-Idx)
                   TO WS-Ret-Price(WS-Ret-Count)
               ADD WS-Qty-Amount TO WS-Shp-Keyed(WS-Shipped-Hit-Idx)
               COMPUTE WS-Ret-Ext(WS-Ret-Count) =
                   WS-Ret-Qty(WS-Ret-Count) *
                   WS-Ret-Price(WS-Ret-Count)
               IF WS-Ret-Count >= 20
                   DISPLAY "  20 lines is the most one memo holds"
                   MOVE 'N' TO WS-More-Lines
               END-IF
           END-IF
       END-PERFORM.

GET-RETURN-PRODUCT.
       MOVE 'N' TO WS-Prod-Found
       PERFORM UNTIL ProdFound OR NOT MoreLines
           DISPLAY "Product coming back (or E to end the memo): "
               WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           IF WS-Name-Entry = "E" OR WS-Name-Entry = "e"
               MOVE 'N' TO WS-More-Lines
           ELSE
               PERFORM FIND-PRODUCT
               IF NOT ProdFound
                   DISPLAY "Product '" WS-Name-Entry
                       "' not on the product master"
               ELSE
                   PERFORM FIND-SHIPPED-PRODUCT
               END-IF
           END-IF
       END-PERFORM.

*> The oldest shipment of the product on the order with something
*> not yet keyed on this memo; its unit price is the credit price.
FIND-SHIPPED-PRODUCT.
       MOVE 'N' TO WS-Shipped-Found
       PERFORM VARYING WS-Shipped-Idx FROM 1 BY 1
               UNTIL WS-Shipped-Idx > WS-Shipped-Count
                  OR ShippedFound
           IF WS-Shp-Name(WS-Shipped-Idx) = WS-Name-Entry AND
              WS-Shp-Qty(WS-Shipped-Idx) >
              WS-Shp-Keyed(WS-Shipped-Idx)
               MOVE 'Y' TO WS-Shipped-Found
               MOVE WS-Shipped-Idx TO WS-Shipped-Hit-Idx
               COMPUTE WS-Shipped-Left =
                   WS-Shp-Qty(WS-Shipped-Idx)
                   - WS-Shp-Keyed(WS-Shipped-Idx)
           END-IF
       END-PERFORM
       IF ShippedFound
           MOVE WS-Shp-Price(WS-Shipped-Hit-Idx) TO WS-Money-Ed
           DISPLAY "  Returnable " WS-Shipped-Left " at " WS-Money-Ed
       ELSE
           MOVE 'N' TO WS-Prod-Found
           DISPLAY "Product '" WS-Name-Entry
               "' was not invoiced on this order, or has all come back"
       END-IF.

FIND-PRODUCT.
       MOVE 'N' TO WS-Prod-Found
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count OR ProdFound
           IF WS-Tab-Name(WS-Prod-Idx) = WS-Name-Entry
               MOVE 'Y' TO WS-Prod-Found
               MOVE WS-Prod-Idx TO WS-Prod-Hit-Idx
           END-IF
       END-PERFORM.

*> WS-Qty-Amount is a REDEFINES of this same field, so every
*> position must hold a digit - and a zero return is a mis-key, as
*> is more than shipped at the price and has not come back.
GET-RETURN-QTY.
       MOVE 'N' TO WS-Qty-Valid
       PERFORM UNTIL QtyEntryOK
           DISPLAY "Quantity returned (3 digits, e.g. 002): "
               WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           MOVE 'Y' TO WS-Qty-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 3
               IF WS-Qty-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Qty-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Qty-Valid
               END-IF
           END-PERFORM
           IF QtyEntryOK AND WS-Qty-Entry = '000'
               MOVE 'N' TO WS-Qty-Valid
           END-IF
           IF NOT QtyEntryOK
               DISPLAY "Invalid entry - 3 digits, not all zero"
           ELSE
               IF WS-Qty-Amount > WS-Shipped-Left
                   MOVE 'N' TO WS-Qty-Valid
                   DISPLAY "Only " WS-Shipped-Left " returnable at that "
                       "price - key any more as a further line"
               END-IF
           END-IF
       END-PERFORM.

*> The returned goods at the unit price they shipped at, less the
*> discount rate the order was invoiced at, plus tax at its
*> invoiced effective rate - so a fully returned order credits
*> back what it was invoiced.
PRICE-RETURN.
       MOVE ZEROES TO WS-Memo-Gross WS-Memo-Disc WS-Memo-Tax
       PERFORM VARYING WS-Ret-Idx FROM 1 BY 1
               UNTIL WS-Ret-Idx > WS-Ret-Count
           ADD WS-Ret-Ext(WS-Ret-Idx) TO WS-Memo-Gross
       END-PERFORM
       IF WS-Ord-Ext > 0
           COMPUTE WS-Memo-Disc ROUNDED =
               WS-Memo-Gross * WS-Ord-Disc / WS-Ord-Ext
       END-IF
       COMPUTE WS-Memo-Taxable = WS-Memo-Gross - WS-Memo-Disc
       IF WS-Ord-Ext > WS-Ord-Disc
           COMPUTE WS-Ord-Net = WS-Ord-Ext - WS-Ord-Disc
           COMPUTE WS-Memo-Tax ROUNDED =
               WS-Memo-Taxable * WS-Ord-Tax / WS-Ord-Net
       END-IF
       COMPUTE WS-Memo-Total = WS-Memo-Taxable + WS-Memo-Tax
       MOVE WS-Memo-Taxable TO WS-Money-Ed
       MOVE WS-Memo-Tax TO WS-Money-Ed-2
       DISPLAY "  Merchandise credit " WS-Money-Ed " tax "
           WS-Money-Ed-2
       MOVE WS-Memo-Total TO WS-Money-Ed
       DISPLAY "  Credit memo total  " WS-Money-Ed.

CONFIRM-AND-POST.
       IF WS-Memo-Total > WS-Creditable
           MOVE WS-Creditable TO WS-Money-Ed
           DISPLAY "  *** Refused - the order has only " WS-Money-Ed
               " left to credit ***"
       ELSE
           DISPLAY "Post this credit memo (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               PERFORM POST-CREDIT-MEMO
           ELSE
               DISPLAY "  Credit memo abandoned"
           END-IF
       END-IF.

*> The number is reserved before anything else is written, so a
*> crash part way skips a number instead of reusing one.
POST-CREDIT-MEMO.
       PERFORM RESERVE-MEMO-NUMBER
       MOVE ZEROES TO WS-Memo-Cost
       PERFORM VARYING WS-Ret-Idx FROM 1 BY 1
               UNTIL WS-Ret-Idx > WS-Ret-Count
           ADD WS-Ret-Qty(WS-Ret-Idx) TO
               WS-Tab-On-Hand(WS-Ret-Prod-Idx(WS-Ret-Idx))
           COMPUTE WS-Line-Cost ROUNDED = WS-Ret-Qty(WS-Ret-Idx)
               * WS-Tab-Avg-Cost(WS-Ret-Prod-Idx(WS-Ret-Idx))
           ADD WS-Line-Cost TO WS-Memo-Cost
       END-PERFORM
       PERFORM OFFSET-INSTALLMENTS
       IF WS-Remaining > 0
           PERFORM ADD-UNAPPLIED-ITEM
       END-IF
       PERFORM REVERSE-SALES-TAX
       PERFORM FEED-GENERAL-LEDGER
       PERFORM REMEMBER-CREDIT-MEMO
       PERFORM PRINT-CREDIT-MEMO
       ADD 1 TO WS-Memos-Posted
       ADD WS-Memo-Total TO WS-Session-Credit
       MOVE "CRMEMO" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Memo " WS-Next-Invoice-Number " order "
           WS-Order-Entry " cust " WS-Ord-Cust
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  Credit memo " WS-Next-Invoice-Number " posted".

RESERVE-MEMO-NUMBER.
       MOVE 0 TO WS-Next-Invoice-Number
       OPEN INPUT InvCtlFile
       IF WS-InvCtl-Status = '00'
           READ InvCtlFile
               NOT AT END
                   MOVE IC-Last-Invoice-Number
                       TO WS-Next-Invoice-Number
           END-READ
           CLOSE InvCtlFile
       END-IF
       ADD 1 TO WS-Next-Invoice-Number
       OPEN OUTPUT InvCtlFile
       MOVE WS-Next-Invoice-Number TO IC-Last-Invoice-Number
       WRITE InvCtlRec
       CLOSE InvCtlFile.

*> Oldest open installment first, the CASHRCPT application: one
*> the credit covers is closed off, one it only partly covers is
*> reduced, and what is left once nothing is open stays owed to
*> the customer.
OFFSET-INSTALLMENTS.
       MOVE WS-Memo-Total TO WS-Remaining
       MOVE ZEROES TO WS-Memo-Applied
       PERFORM FIND-OLDEST-OPEN
       PERFORM UNTIL WS-Remaining = 0 OR NOT OldestFound
           MOVE 'Y' TO WS-Inst-Changed
           IF WS-Remaining NOT < WS-ITab-Amount(WS-Oldest-Idx)
               SUBTRACT WS-ITab-Amount(WS-Oldest-Idx)
                   FROM WS-Remaining
               ADD WS-ITab-Amount(WS-Oldest-Idx) TO WS-Memo-Applied
               MOVE 'Y' TO WS-ITab-Paid-Flag(WS-Oldest-Idx)
               DISPLAY "  Installment " WS-ITab-Seq(WS-Oldest-Idx)
                   " of invoice " WS-ITab-Invoice-Date(WS-Oldest-Idx)
                   " closed by the credit"
           ELSE
               SUBTRACT WS-Remaining
                   FROM WS-ITab-Amount(WS-Oldest-Idx)
               ADD WS-Remaining TO WS-Memo-Applied
               MOVE ZEROES TO WS-Remaining
               MOVE WS-ITab-Amount(WS-Oldest-Idx) TO WS-Money-Ed
               DISPLAY "  Installment " WS-ITab-Seq(WS-Oldest-Idx)
                   " of invoice " WS-ITab-Invoice-Date(WS-Oldest-Idx)
                   " reduced - " WS-Money-Ed " still owing"
           END-IF
           PERFORM FIND-OLDEST-OPEN
       END-PERFORM
       IF WS-Remaining > 0
           MOVE WS-Remaining TO WS-Money-Ed
           DISPLAY "  *** " WS-Money-Ed " credit balance owed to "
               "the customer - nothing left open ***"
       END-IF.

*> The credit balance is filed for the customer on unapplied.dat,
*> numbered one past the highest item on file the way LOCKBOX
*> numbers one, with the memo number where a check number goes.
ADD-UNAPPLIED-ITEM.
       MOVE 0 TO WS-Unap-High-Number
       MOVE 'N' TO WS-Unap-EOF
       OPEN INPUT UnapFile
       IF WS-Unap-Status NOT = '00'
           MOVE 'Y' TO WS-Unap-EOF
       END-IF
       PERFORM UNTIL WS-Unap-EOF = 'Y'
           READ UnapFile
               AT END MOVE 'Y' TO WS-Unap-EOF
               NOT AT END
                   IF UA-Number > WS-Unap-High-Number
                       MOVE UA-Number TO WS-Unap-High-Number
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Unap-Status NOT = '35'
           CLOSE UnapFile
       END-IF
       OPEN EXTEND UnapFile
       IF WS-Unap-Status NOT = '00'
           OPEN OUTPUT UnapFile
       END-IF
       MOVE SPACES TO UnapRec
       ADD 1 TO WS-Unap-High-Number
       MOVE WS-Unap-High-Number TO UA-Number
       MOVE WS-Memo-Date TO UA-Received-Date
       MOVE "RETURNS" TO UA-Source
       STRING "CM" WS-Next-Invoice-Number
           DELIMITED BY SIZE INTO UA-Check-Number
       MOVE WS-Ord-Cust TO UA-Cust-Ident
       MOVE ZEROES TO UA-Invoice-Number
       MOVE WS-Remaining TO UA-Amount
       MOVE "Credit memo balance" TO UA-Reason
       MOVE ZEROES TO UA-Applied-Date
       WRITE UnapRec
       CLOSE UnapFile
       DISPLAY "  Credit balance filed as unapplied item "
           WS-Unap-High-Number.

FIND-OLDEST-OPEN.
       MOVE 'N' TO WS-Oldest-Found
       MOVE 0 TO WS-Oldest-Idx
       MOVE 99999999 TO WS-Oldest-Due
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-ITab-Cust-Ident(WS-Inst-Idx) = WS-Ord-Cust AND
              NOT ITabClosed(WS-Inst-Idx) AND
              WS-ITab-Due-Date(WS-Inst-Idx) < WS-Oldest-Due
               MOVE 'Y' TO WS-Oldest-Found
               MOVE WS-Inst-Idx TO WS-Oldest-Idx
               MOVE WS-ITab-Due-Date(WS-Inst-Idx) TO WS-Oldest-Due
           END-IF
       END-PERFORM.

*> taxcoll.dat amounts are unsigned, so the reversal is its own
*> source code and TAXRPT nets RETURN records off the month.
REVERSE-SALES-TAX.
       PERFORM FIND-ORIGINAL-SALE
       OPEN EXTEND TaxCollFile
       IF WS-TaxColl-Status NOT = '00'
           OPEN OUTPUT TaxCollFile
       END-IF
       INITIALIZE TaxCollRec
       MOVE WS-Memo-Date TO TX-Date
       MOVE "RETURN" TO TX-Source
       IF SaleWasExempt
           MOVE ZEROES TO TX-Taxable
           MOVE WS-Memo-Taxable TO TX-Exempt
       ELSE
           MOVE WS-Memo-Taxable TO TX-Taxable
           MOVE ZEROES TO TX-Exempt
       END-IF
       MOVE WS-Memo-Tax TO TX-Tax
       MOVE WS-Sale-State TO TX-State
       MOVE WS-Ord-Cust TO TX-Cust-Ident
       MOVE WS-Order-Num TO TX-Doc-Number
       MOVE WS-Sale-Cert-Number TO TX-Cert-Number
       MOVE WS-Sale-Cert-Expiry TO TX-Cert-Expiry
       MOVE WS-Next-Invoice-Number TO TX-Invoice-Number
       WRITE TaxCollRec
       CLOSE TaxCollFile.

*> The order's first ORDER record on taxcoll.dat (a backorder
*> release rides the same number and the same customer). A record
*> from before the file carried a state has spaces there and is
*> taken as not exempt.
FIND-ORIGINAL-SALE.
       MOVE 'N' TO WS-Sale-Found
       MOVE 'N' TO WS-Sale-Exempt
       MOVE SPACES TO WS-Sale-State
       MOVE SPACES TO WS-Sale-Cert-Number
       MOVE ZEROES TO WS-Sale-Cert-Expiry
       MOVE 'N' TO WS-TaxColl-EOF
       OPEN INPUT TaxCollFile
       IF WS-TaxColl-Status NOT = '00'
           MOVE 'Y' TO WS-TaxColl-EOF
       END-IF
       PERFORM UNTIL WS-TaxColl-EOF = 'Y' OR SaleFound
           READ TaxCollFile
               AT END MOVE 'Y' TO WS-TaxColl-EOF
               NOT AT END
                   IF TX-Source = "ORDER" AND
                      TX-Doc-Number IS NUMERIC AND
                      TX-Doc-Number = WS-Order-Num
                       MOVE 'Y' TO WS-Sale-Found
                       MOVE TX-State TO WS-Sale-State
                       MOVE TX-Cert-Number TO WS-Sale-Cert-Number
                       IF TX-Cert-Expiry IS NUMERIC
                           MOVE TX-Cert-Expiry TO WS-Sale-Cert-Expiry
                       END-IF
                       IF TX-Cert-Number NOT = SPACES
                           MOVE 'Y' TO WS-Sale-Exempt
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-TaxColl-Status NOT = '35'
           CLOSE TaxCollFile
       END-IF.

*> The reverse of BILLING's FEED-GENERAL-LEDGER posting for the
*> goods credited: sales and sales tax payable debited, and the
*> credit split between receivables, for what came off open
*> installments, and unapplied cash, for the balance filed on
*> unapplied.dat. The goods back on the shelf go back into
*> inventory at average cost, out of cost of goods sold.
FEED-GENERAL-LEDGER.
       MOVE 4000 TO WS-GL-Account
       MOVE WS-Memo-Taxable TO WS-GL-Debit
       MOVE ZEROES TO WS-GL-Credit
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit
       IF WS-Memo-Tax > 0
           MOVE 2200 TO WS-GL-Account
           MOVE WS-Memo-Tax TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Memo-Applied > 0
           MOVE 1200 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Memo-Applied TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Remaining > 0
           MOVE 2150 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Remaining TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Memo-Cost > 0
           MOVE 1300 TO WS-GL-Account
           MOVE WS-Memo-Cost TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 5400 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Memo-Cost TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.

REMEMBER-CREDIT-MEMO.
       OPEN EXTEND MemoFile
       IF WS-Memo-Status NOT = '00'
           OPEN OUTPUT MemoFile
       END-IF
       MOVE WS-Next-Invoice-Number TO CM-Memo-Number
       MOVE WS-Memo-Date TO CM-Date
       MOVE WS-Operator-ID TO CM-Operator
       MOVE WS-Order-Num TO CM-Order-Number
       MOVE WS-Ord-Cust TO CM-Cust-Ident
       MOVE WS-Memo-Taxable TO CM-Taxable
       MOVE WS-Memo-Tax TO CM-Tax
       MOVE WS-Memo-Total TO CM-Total
       MOVE WS-Memo-Applied TO CM-Applied
       MOVE WS-Remaining TO CM-Unapplied
       WRITE MemoRec
       CLOSE MemoFile
       OPEN EXTEND MemoLineFile
       IF WS-MemoLine-Status NOT = '00'
           OPEN OUTPUT MemoLineFile
       END-IF
       PERFORM VARYING WS-Ret-Idx FROM 1 BY 1
               UNTIL WS-Ret-Idx > WS-Ret-Count
           MOVE WS-Next-Invoice-Number TO CL-Memo-Number
           MOVE WS-Order-Num TO CL-Order-Number
           MOVE WS-Ret-Name(WS-Ret-Idx) TO CL-Prod-Name
           MOVE WS-Ret-Price(WS-Ret-Idx) TO CL-Unit-Price
           MOVE WS-Ret-Qty(WS-Ret-Idx) TO CL-Qty
           WRITE MemoLineRec
       END-PERFORM
       CLOSE MemoLineFile.

PRINT-CREDIT-MEMO.
       MOVE SPACES TO MemoPrtLine
       WRITE MemoPrtLine
       MOVE SPACES TO MemoPrtLine
       STRING "C R E D I T   M E M O   " WS-Next-Invoice-Number
           "      " WS-Memo-Date
           DELIMITED BY SIZE INTO MemoPrtLine
       WRITE MemoPrtLine
       MOVE SPACES TO MemoPrtLine
       STRING "Customer " WS-Ord-Cust "   against order "
           WS-Order-Entry
           DELIMITED BY SIZE INTO MemoPrtLine
       WRITE MemoPrtLine
       PERFORM VARYING WS-Ret-Idx FROM 1 BY 1
               UNTIL WS-Ret-Idx > WS-Ret-Count
           MOVE WS-Ret-Price(WS-Ret-Idx) TO WS-Money-Ed
           MOVE WS-Ret-Ext(WS-Ret-Idx) TO WS-Money-Ed-2
           MOVE SPACES TO MemoPrtLine
           STRING "  " WS-Ret-Name(WS-Ret-Idx) " qty "
               WS-Ret-Qty(WS-Ret-Idx) " @ " WS-Money-Ed "  "
               WS-Money-Ed-2
               DELIMITED BY SIZE INTO MemoPrtLine
           WRITE MemoPrtLine
       END-PERFORM
       MOVE WS-Memo-Disc TO WS-Money-Ed
       MOVE SPACES TO MemoPrtLine
       STRING "  Less order discount.....: " WS-Money-Ed
           DELIMITED BY SIZE INTO MemoPrtLine
       WRITE MemoPrtLine
       MOVE WS-Memo-Tax TO WS-Money-Ed
       MOVE SPACES TO MemoPrtLine
       STRING "  Sales tax credited......: " WS-Money-Ed
           DELIMITED BY SIZE INTO MemoPrtLine
       WRITE MemoPrtLine
       MOVE WS-Memo-Total TO WS-Money-Ed
       MOVE SPACES TO MemoPrtLine
       STRING "  Total credit............: " WS-Money-Ed
           DELIMITED BY SIZE INTO MemoPrtLine
       WRITE MemoPrtLine
       MOVE WS-Memo-Applied TO WS-Money-Ed
       MOVE SPACES TO MemoPrtLine
       STRING "  Applied to balance owing: " WS-Money-Ed
           DELIMITED BY SIZE INTO MemoPrtLine
       WRITE MemoPrtLine
       IF WS-Remaining > 0
           MOVE WS-Remaining TO WS-Money-Ed
           MOVE SPACES TO MemoPrtLine
           STRING "  Credit balance due you..: " WS-Money-Ed
               DELIMITED BY SIZE INTO MemoPrtLine
           WRITE MemoPrtLine
       END-IF.

WRITE-PRODUCT-MASTER.
       PERFORM TOTAL-MASTER-BEFORE
       OPEN OUTPUT ProdFile
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count
           MOVE WS-Tab-Name(WS-Prod-Idx) TO PRD-Name
           MOVE WS-Tab-Sizes(WS-Prod-Idx) TO PRD-Sizes
           MOVE WS-Tab-Price(WS-Prod-Idx) TO PRD-Unit-Price
           MOVE WS-Tab-On-Hand(WS-Prod-Idx) TO PRD-On-Hand
           MOVE WS-Tab-Reorder(WS-Prod-Idx) TO PRD-Reorder-Point
           MOVE WS-Tab-Avg-Cost(WS-Prod-Idx) TO PRD-Avg-Cost
           WRITE ProdMastRec
       END-PERFORM
       CLOSE ProdFile
       PERFORM LOG-MASTER-CHANGE.

*> Written back only when a credit actually touched an
*> installment - closed ones keep their records at 'Y'.
WRITE-INSTALLMENTS-BACK.
       IF WS-Inst-Changed = 'Y'
           OPEN OUTPUT InstFile
           PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
                   UNTIL WS-Inst-Idx > WS-Inst-Count
               MOVE WS-ITab-Cust-Ident(WS-Inst-Idx) TO IN-Cust-Ident
               MOVE WS-ITab-Invoice-Date(WS-Inst-Idx)
                   TO IN-Invoice-Date
               MOVE WS-ITab-Seq(WS-Inst-Idx) TO IN-Seq
               MOVE WS-ITab-Due-Date(WS-Inst-Idx) TO IN-Due-Date
               MOVE WS-ITab-Amount(WS-Inst-Idx) TO IN-Amount
               MOVE WS-ITab-Paid-Flag(WS-Inst-Idx) TO IN-Paid-Flag
               MOVE WS-ITab-Invoice-No(WS-Inst-Idx)
                   TO IN-Invoice-Number
               WRITE InstRec
           END-PERFORM
           CLOSE InstFile
       END-IF.

*> What the write-back did to the product master's control totals
*> goes to mastctl.dat, so the nightly master check can tell this
*> program's changes from an outside edit.
TOTAL-MASTER-BEFORE.
       CALL "MASTSUM" USING WS-Mast-Code, WS-Mast-Before,
           WS-Mast-Found.

LOG-MASTER-CHANGE.
       CALL "MASTSUM" USING WS-Mast-Code, WS-Mast-Change,
           WS-Mast-Found
       SUBTRACT WS-MB-Count FROM MS-Count
       SUBTRACT WS-MB-Key-Hash FROM MS-Key-Hash
       SUBTRACT WS-MB-Amt-Hash FROM MS-Amt-Hash
       CALL "MASTLOG" USING WS-Audit-Program, WS-Mast-Code,
           WS-Mast-Kind, WS-Mast-Change.
