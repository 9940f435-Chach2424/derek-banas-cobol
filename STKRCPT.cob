*> never arrived finally shows on the open-PO file. A receipt
*> with no PO (a walk-in delivery) is still taken, journaled with
*> PO number zero.
*> October 15th 2026 - openpo.dat now carries the PO unit cost
*> and the quantity billed so far (PO-Unit-Cost, PO-Inv-Qty,
*> maintained by POGEN and VENDINV); both ride through the PO
*> table untouched so the write-back at sign-off keeps them. A PO
*> record in the older shape reads back with both at zero.
*> October 15th 2026 - A receipt against a PO now re-averages the
*> product's running average cost (PRD-Avg-Cost): the on-hand
*> already there at its average cost plus the quantity received
*> at the PO unit cost, over the new on-hand. A walk-in receipt,
*> or a PO with no cost on it, leaves the average where it was.
*> October 15th 2026 - the product master write-back is bracketed
*> by MASTSUM and the change it made to the control totals logged
*> through MASTLOG for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - What the session received is fed to the
*> general ledger through GLLOG once the product master is written
*> back: inventory (1300) DR, accrued receipts (2050) CR, which
*> VENDINV clears when the vendor's invoice is matched. A receipt
*> against a PO is valued at the PO unit cost; a walk-in receipt,
*> or a PO with no cost on it, at the product's average cost, the
*> value it went onto the shelf at.
*> October 15th 2026 - Only a receipt against a PO is credited to
*> accrued receipts (2050): VENDINV can clear nothing that has no
*> PO to match an invoice to, so a walk-in receipt's value is now
*> credited straight to accounts payable (2000), the delivery
*> being on the vendor's account from the day it arrives.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 PO-Qty       PIC 9(5).
       02 PO-Recv-Qty  PIC 9(5).
       02 PO-Status    PIC X.
       02 PO-Unit-Cost PIC 9(5)V99.
       02 PO-Inv-Qty   PIC 9(5).

WORKING-STORAGE SECTION.
01 WS-Prod-Status    PIC XX.
           03 WS-Tab-Price   PIC 9(5)V99.
           03 WS-Tab-On-Hand PIC 9(5).
           03 WS-Tab-Reorder PIC 9(5).
           03 WS-Tab-Avg-Cost PIC 9(5)V99.
01 WS-Prod-Count      PIC 9(3) VALUE 0.
01 WS-Prod-Read-Count PIC 9(8) VALUE 0.
01 WS-Prod-Idx        PIC 9(3) VALUE 0.
01 WS-Qty-Amount REDEFINES WS-Qty-Entry PIC 9(5).
01 WS-Qty-Valid      PIC X VALUE 'N'.
       88 QtyEntryOK VALUE 'Y'.
01 WS-Cost-New-Qty   PIC 9(6) VALUE 0.
01 WS-Chk-Idx        PIC 99.
01 WS-Receipt-Date   PIC 9(8).
01 WS-Receipts-Keyed PIC 9(8) VALUE 0.
           03 WS-PTab-Qty       PIC 9(5).
           03 WS-PTab-Recv-Qty  PIC 9(5).
           03 WS-PTab-Status    PIC X.
           03 WS-PTab-Unit-Cost PIC 9(5)V99.
           03 WS-PTab-Inv-Qty   PIC 9(5).
01 WS-PO-Count      PIC 9(3) VALUE 0.
01 WS-PO-Read-Count PIC 9(8) VALUE 0.
01 WS-PO-Idx        PIC 9(3) VALUE 0.
       88 POEntryOK VALUE 'Y'.
01 WS-Receipt-PO    PIC 9(6) VALUE 0.
01 WS-PO-Changed    PIC X VALUE 'N'.
01 WS-Receipt-Value PIC 9(8)V99 VALUE ZEROES.
01 WS-Received-Value PIC 9(10)V99 VALUE ZEROES.
01 WS-Walkin-Value  PIC 9(10)V99 VALUE ZEROES.
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
01 WS-Audit-Program PIC X(8) VALUE "STKRCPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
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
       END-PERFORM
       CLOSE JournalFile
       PERFORM WRITE-PRODUCT-MASTER
       PERFORM FEED-GENERAL-LEDGER
       PERFORM WRITE-OPEN-PO-FILE
       DISPLAY "STKRCPT finished - " WS-Receipts-Keyed
           " receipt(s) posted"
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
                           WS-PTab-Recv-Qty(WS-PO-Count)
                       MOVE PO-Status TO
                           WS-PTab-Status(WS-PO-Count)
                       IF PO-Unit-Cost NUMERIC
                           MOVE PO-Unit-Cost TO
                               WS-PTab-Unit-Cost(WS-PO-Count)
                       ELSE
                           MOVE ZEROES TO
                               WS-PTab-Unit-Cost(WS-PO-Count)
                       END-IF
                       IF PO-Inv-Qty NUMERIC
                           MOVE PO-Inv-Qty TO
                               WS-PTab-Inv-Qty(WS-PO-Count)
                       ELSE
                           MOVE ZEROES TO
                               WS-PTab-Inv-Qty(WS-PO-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM

POST-ONE-RECEIPT.
       ADD 1 TO WS-Receipts-Keyed
       PERFORM VALUE-ONE-RECEIPT
       IF WS-Receipt-PO > 0
           PERFORM REAVERAGE-PRODUCT-COST
       END-IF
       ADD WS-Qty-Amount TO WS-Tab-On-Hand(WS-Prod-Hit-Idx)
       IF WS-Receipt-PO > 0
           PERFORM POST-RECEIPT-TO-PO
       DISPLAY "  " WS-Qty-Amount " received - on hand now "
           WS-Tab-On-Hand(WS-Prod-Hit-Idx).

*> At the PO unit cost where there is one, otherwise at the average
*> cost the goods go onto the shelf at. PO and walk-in receipts are
*> totalled apart, for the two accounts they are credited to.
VALUE-ONE-RECEIPT.
       IF WS-Receipt-PO > 0
           IF WS-PTab-Unit-Cost(WS-PO-Hit-Idx) > 0
               COMPUTE WS-Receipt-Value ROUNDED = WS-Qty-Amount
                   * WS-PTab-Unit-Cost(WS-PO-Hit-Idx)
           ELSE
               COMPUTE WS-Receipt-Value ROUNDED = WS-Qty-Amount
                   * WS-Tab-Avg-Cost(WS-Prod-Hit-Idx)
           END-IF
           ADD WS-Receipt-Value TO WS-Received-Value
       ELSE
           COMPUTE WS-Receipt-Value ROUNDED = WS-Qty-Amount
               * WS-Tab-Avg-Cost(WS-Prod-Hit-Idx)
           ADD WS-Receipt-Value TO WS-Walkin-Value
       END-IF.

*> Weighted by quantity, before the receipt is added to on-hand.
REAVERAGE-PRODUCT-COST.
       IF WS-PTab-Unit-Cost(WS-PO-Hit-Idx) > 0
           COMPUTE WS-Cost-New-Qty =
               WS-Tab-On-Hand(WS-Prod-Hit-Idx) + WS-Qty-Amount
           COMPUTE WS-Tab-Avg-Cost(WS-Prod-Hit-Idx) ROUNDED =
               (WS-Tab-On-Hand(WS-Prod-Hit-Idx)
                 * WS-Tab-Avg-Cost(WS-Prod-Hit-Idx)
               + WS-Qty-Amount * WS-PTab-Unit-Cost(WS-PO-Hit-Idx))
               / WS-Cost-New-Qty
       END-IF.

POST-RECEIPT-TO-PO.
       ADD WS-Qty-Amount TO WS-PTab-Recv-Qty(WS-PO-Hit-Idx)
       MOVE 'Y' TO WS-PO-Changed
       END-IF.

WRITE-PRODUCT-MASTER.
       PERFORM TOTAL-MASTER-BEFORE
       OPEN OUTPUT ProdFile
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count
           MOVE WS-Tab-Price(WS-Prod-Idx) TO PRD-Unit-Price
           MOVE WS-Tab-On-Hand(WS-Prod-Idx) TO PRD-On-Hand
           MOVE WS-Tab-Reorder(WS-Prod-Idx) TO PRD-Reorder-Point
           MOVE WS-Tab-Avg-Cost(WS-Prod-Idx) TO PRD-Avg-Cost
           WRITE ProdMastRec
       END-PERFORM
       CLOSE ProdFile
       PERFORM LOG-MASTER-CHANGE.

*> The session's receipts as one balanced set of feed lines: DR
*> inventory for everything received, CR accrued receipts for what
*> came in against a PO and CR accounts payable for walk-ins. A
*> session that received nothing of value feeds nothing.
FEED-GENERAL-LEDGER.
       IF WS-Received-Value + WS-Walkin-Value > 0
           MOVE 1300 TO WS-GL-Account
           COMPUTE WS-GL-Debit = WS-Received-Value + WS-Walkin-Value
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Received-Value > 0
           MOVE 2050 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Received-Value TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Walkin-Value > 0
           MOVE 2000 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Walkin-Value TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.

*> Written back only when a PO was posted to - a session of
*> walk-in receipts leaves openpo.dat untouched.
               MOVE WS-PTab-Qty(WS-PO-Idx) TO PO-Qty
               MOVE WS-PTab-Recv-Qty(WS-PO-Idx) TO PO-Recv-Qty
               MOVE WS-PTab-Status(WS-PO-Idx) TO PO-Status
               MOVE WS-PTab-Unit-Cost(WS-PO-Idx) TO PO-Unit-Cost
               MOVE WS-PTab-Inv-Qty(WS-PO-Idx) TO PO-Inv-Qty
               WRITE OpenPORec
           END-PERFORM
           CLOSE OpenPOFile
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
