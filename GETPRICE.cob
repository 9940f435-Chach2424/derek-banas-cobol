       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETPRICE.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Shared customer pricing rule. ORDENT shows the clerk the price a
*> customer will pay and coboltut12 prices the order with it, so
*> both CALL this with the customer Ident, the product, the
*> quantity ordered, the date the price is wanted for, and the
*> product master's PRD-Unit-Price, and get back the unit price to
*> charge and where it came from (the GETRATE pattern, carrying a
*> price instead of a rate). Two parameter files feed it:
*>   - pricelst.dat, the customer price list: a negotiated unit
*>     price per customer Ident and product, in effect from its
*>     effective date through its expiry date (an expiry of zero
*>     runs until further notice);
*>   - qtybreak.dat, the quantity break tiers: per product, a unit
*>     price that applies once the line quantity reaches the
*>     tier's minimum.
*> The customer pays the lowest of the list price, the best tier
*> the quantity reaches, and a price list entry in effect on the
*> date - so a contract customer ordering a pallet still gets the
*> pallet break when it is better. Source comes back 'L' list,
*> 'C' contract (price list) or 'Q' quantity break. Both files are
*> loaded on the first call and held for the run; either one
*> missing simply prices at list. A file too big for its table
*> raises a critical alert - entries past the table would
*> silently price at list.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PriceListFile ASSIGN TO 'pricelst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PList-Status.
       SELECT QtyBreakFile ASSIGN TO 'qtybreak.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QBreak-Status.

DATA DIVISION.
FILE SECTION.
FD PriceListFile.
01 PriceListRec.
       02 PL-Cust-Ident PIC 9(3).
       02 PL-Prod-Name  PIC X(10).
       02 PL-Eff-Date   PIC 9(8).
       02 PL-Exp-Date   PIC 9(8).
       02 PL-Unit-Price PIC 9(5)V99.

FD QtyBreakFile.
01 QtyBreakRec.
       02 QB-Prod-Name  PIC X(10).
       02 QB-Min-Qty    PIC 9(3).
       02 QB-Unit-Price PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 WS-PList-Status  PIC XX.
01 WS-QBreak-Status PIC XX.
01 WS-PList-EOF     PIC X VALUE 'N'.
01 WS-QBreak-EOF    PIC X VALUE 'N'.
01 WS-Tables-Loaded PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 WS-PList-Table.
       02 WS-PList-Entry OCCURS 1000 TIMES.
           03 WS-PL-Cust-Ident PIC 9(3).
           03 WS-PL-Prod-Name  PIC X(10).
           03 WS-PL-Eff-Date   PIC 9(8).
           03 WS-PL-Exp-Date   PIC 9(8).
           03 WS-PL-Unit-Price PIC 9(5)V99.
01 WS-PList-Count      PIC 9(4) VALUE 0.
01 WS-PList-Read-Count PIC 9(8) VALUE 0.
01 WS-PList-Idx        PIC 9(4) VALUE 0.
01 WS-QBreak-Table.
       02 WS-QBreak-Entry OCCURS 500 TIMES.
           03 WS-QB-Prod-Name  PIC X(10).
           03 WS-QB-Min-Qty    PIC 9(3).
           03 WS-QB-Unit-Price PIC 9(5)V99.
01 WS-QBreak-Count      PIC 9(3) VALUE 0.
01 WS-QBreak-Read-Count PIC 9(8) VALUE 0.
01 WS-QBreak-Idx        PIC 9(3) VALUE 0.
01 WS-Audit-Program  PIC X(8) VALUE "GETPRICE".
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).

LINKAGE SECTION.
       01 LK-Cust-Ident  PIC 9(3).
       01 LK-Prod-Name   PIC X(10).
       01 LK-Qty         PIC 9(3).
       01 LK-Price-Date  PIC 9(8).
       01 LK-List-Price  PIC 9(5)V99.
       01 LK-Net-Price   PIC 9(5)V99.
       01 LK-Price-Source PIC X.

PROCEDURE DIVISION USING LK-Cust-Ident, LK-Prod-Name, LK-Qty,
       LK-Price-Date, LK-List-Price, LK-Net-Price, LK-Price-Source.
MAIN-LOGIC.
       IF NOT TablesLoaded
           PERFORM LOAD-PRICE-LIST
           PERFORM LOAD-QUANTITY-BREAKS
           MOVE 'Y' TO WS-Tables-Loaded
       END-IF
       MOVE LK-List-Price TO LK-Net-Price
       MOVE 'L' TO LK-Price-Source
       PERFORM VARYING WS-QBreak-Idx FROM 1 BY 1
               UNTIL WS-QBreak-Idx > WS-QBreak-Count
           IF WS-QB-Prod-Name(WS-QBreak-Idx) = LK-Prod-Name
              AND LK-Qty NOT < WS-QB-Min-Qty(WS-QBreak-Idx)
              AND WS-QB-Unit-Price(WS-QBreak-Idx) < LK-Net-Price
               MOVE WS-QB-Unit-Price(WS-QBreak-Idx) TO LK-Net-Price
               MOVE 'Q' TO LK-Price-Source
           END-IF
       END-PERFORM
       PERFORM VARYING WS-PList-Idx FROM 1 BY 1
               UNTIL WS-PList-Idx > WS-PList-Count
           IF WS-PL-Cust-Ident(WS-PList-Idx) = LK-Cust-Ident
              AND WS-PL-Prod-Name(WS-PList-Idx) = LK-Prod-Name
              AND WS-PL-Eff-Date(WS-PList-Idx) NOT > LK-Price-Date
              AND (WS-PL-Exp-Date(WS-PList-Idx) = 0 OR
                   WS-PL-Exp-Date(WS-PList-Idx) NOT < LK-Price-Date)
              AND WS-PL-Unit-Price(WS-PList-Idx) < LK-Net-Price
               MOVE WS-PL-Unit-Price(WS-PList-Idx) TO LK-Net-Price
               MOVE 'C' TO LK-Price-Source
           END-IF
       END-PERFORM
       GO TO PROGRAM-EXIT.

LOAD-PRICE-LIST.
       OPEN INPUT PriceListFile
       IF WS-PList-Status NOT = '00'
           MOVE 'Y' TO WS-PList-EOF
       END-IF
       PERFORM UNTIL WS-PList-EOF = 'Y'
           READ PriceListFile
               AT END MOVE 'Y' TO WS-PList-EOF
               NOT AT END
                   ADD 1 TO WS-PList-Read-Count
                   IF WS-PList-Count < 1000
                       ADD 1 TO WS-PList-Count
                       MOVE PL-Cust-Ident TO
                           WS-PL-Cust-Ident(WS-PList-Count)
                       MOVE PL-Prod-Name TO
                           WS-PL-Prod-Name(WS-PList-Count)
                       MOVE PL-Eff-Date TO
                           WS-PL-Eff-Date(WS-PList-Count)
                       MOVE PL-Exp-Date TO
                           WS-PL-Exp-Date(WS-PList-Count)
                       MOVE PL-Unit-Price TO
                           WS-PL-Unit-Price(WS-PList-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-PList-Status NOT = '35'
           CLOSE PriceListFile
       END-IF
       IF WS-PList-Read-Count > WS-PList-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "pricelst.dat overflowed GETPRICE table - priced at list"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

LOAD-QUANTITY-BREAKS.
       OPEN INPUT QtyBreakFile
       IF WS-QBreak-Status NOT = '00'
           MOVE 'Y' TO WS-QBreak-EOF
       END-IF
       PERFORM UNTIL WS-QBreak-EOF = 'Y'
           READ QtyBreakFile
               AT END MOVE 'Y' TO WS-QBreak-EOF
               NOT AT END
                   ADD 1 TO WS-QBreak-Read-Count
                   IF WS-QBreak-Count < 500
                       ADD 1 TO WS-QBreak-Count
                       MOVE QB-Prod-Name TO
                           WS-QB-Prod-Name(WS-QBreak-Count)
                       MOVE QB-Min-Qty TO
                           WS-QB-Min-Qty(WS-QBreak-Count)
                       MOVE QB-Unit-Price TO
                           WS-QB-Unit-Price(WS-QBreak-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-QBreak-Status NOT = '35'
           CLOSE QtyBreakFile
       END-IF
       IF WS-QBreak-Read-Count > WS-QBreak-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "qtybreak.dat overflowed GETPRICE table - priced at list"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

PROGRAM-EXIT.
       EXIT PROGRAM.
