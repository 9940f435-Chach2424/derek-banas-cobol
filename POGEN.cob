*> STKRCPT keys receipts against these open POs, so what was
*> ordered but never arrived finally shows. Products read vs.
*> accounted for go to reconcile.dat via RECONLOG.
*> October 15th 2026 - vendmast.dat carries the vendor's agreed
*> unit cost (VEND-Unit-Cost) and every PO raised records it as
*> PO-Unit-Cost, with PO-Inv-Qty (quantity billed so far) zeroed,
*> so VENDINV can match the vendor's bill to the PO price and to
*> what was received. A vendor record in the older shape, with no
*> cost on it, reads back as cost zero.
*> October 15th 2026 - the vendor record now comes from the shared
*> VENDREC layout, which carries the vendor's lead time at the end.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

FD VendFile.
01 VendMastRec.
       COPY VENDREC.

FD OpenPOFile.
01 OpenPORec.
       02 PO-Qty       PIC 9(5).
       02 PO-Recv-Qty  PIC 9(5).
       02 PO-Status    PIC X.
       02 PO-Unit-Cost PIC 9(5)V99.
       02 PO-Inv-Qty   PIC 9(5).

FD POCtlFile.
01 POCtlRec.
           03 WS-VTab-Name      PIC X(20).
           03 WS-VTab-Prod-Name PIC X(10).
           03 WS-VTab-Order-Qty PIC 9(5).
           03 WS-VTab-Unit-Cost PIC 9(5)V99.
01 WS-Vend-Count   PIC 9(3) VALUE 0.
01 WS-Vend-Idx     PIC 9(3) VALUE 0.
01 WS-Vend-Hit-Idx PIC 9(3) VALUE 0.
       88 OpenPOFound VALUE 'Y'.
01 WS-Next-PO-Number PIC 9(6) VALUE 0.
01 WS-Proc-Date    PIC 9(8).
01 WS-Cost-Ed      PIC $$,$$9.99.
01 WS-Audit-Program PIC X(8) VALUE "POGEN".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
                           WS-VTab-Prod-Name(WS-Vend-Count)
                       MOVE VEND-Order-Qty TO
                           WS-VTab-Order-Qty(WS-Vend-Count)
                       IF VEND-Unit-Cost NUMERIC
                           MOVE VEND-Unit-Cost TO
                               WS-VTab-Unit-Cost(WS-Vend-Count)
                       ELSE
                           MOVE ZEROES TO
                               WS-VTab-Unit-Cost(WS-Vend-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       MOVE WS-VTab-Order-Qty(WS-Vend-Hit-Idx) TO PO-Qty
       MOVE ZEROES TO PO-Recv-Qty
       MOVE 'O' TO PO-Status
       MOVE WS-VTab-Unit-Cost(WS-Vend-Hit-Idx) TO PO-Unit-Cost
       MOVE ZEROES TO PO-Inv-Qty
       WRITE OpenPORec
       MOVE SPACES TO PODocLine
       WRITE PODocLine
           " (on hand " PRD-On-Hand ", reorder point "
           PRD-Reorder-Point ")"
           DELIMITED BY SIZE INTO PODocLine
       WRITE PODocLine
       MOVE PO-Unit-Cost TO WS-Cost-Ed
       MOVE SPACES TO PODocLine
       STRING "  at the agreed unit cost of " WS-Cost-Ed
           DELIMITED BY SIZE INTO PODocLine
       WRITE PODocLine.
