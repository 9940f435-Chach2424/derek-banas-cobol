       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVVAL.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Nightly inventory valuation and gross margin report for
*> daily_batch.sh. Every product on prodmast.dat is valued at its
*> running average cost (PRD-Avg-Cost, re-averaged by STKRCPT from
*> the PO cost as goods arrive): on-hand x average cost, with the
*> grand total the bank asks for. Beside it, the processing-date
*> month's units and dollars from the sales history salehist.dat
*> (the same file SALERPT ranks) give the month's cost of goods
*> sold at average cost, gross margin dollars, and gross margin
*> percent of sales per product, with month totals - the owner's
*> margin-by-product page for the monthly package. A product with
*> no cost on the master yet is valued at zero and flagged, so a
*> missing cost is seen rather than read as a 100% margin. Product
*> records read vs. products reported go to reconcile.dat via
*> RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SaleHistFile ASSIGN TO 'salehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Hist-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT ValRptFile ASSIGN TO 'invval.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SaleHistFile.
01 SaleHistRec.
       02 SH-Month     PIC 9(6).
       02 SH-Prod-Name PIC X(10).
       02 SH-Units     PIC 9(7).
       02 SH-Dollars   PIC 9(9)V99.

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD ValRptFile.
01 ValRptLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Hist-Status PIC XX.
01 WS-Prod-Status PIC XX.
01 WS-Hist-EOF    PIC X VALUE 'N'.
01 WS-Prod-EOF    PIC X VALUE 'N'.
01 WS-Read-Count  PIC 9(8) VALUE 0.
01 WS-Listed-Count PIC 9(8) VALUE 0.
01 WS-No-Cost-Count PIC 9(4) VALUE 0.
01 WS-Proc-Date   PIC 9(8).
01 WS-Cur-Month   PIC 9(6).
*> The month's sales per product off the history file.
01 WS-Sale-Table.
       02 WS-Sale-Entry OCCURS 200 TIMES.
           03 WS-Sale-Prod    PIC X(10).
           03 WS-Sale-Units   PIC 9(7).
           03 WS-Sale-Dollars PIC 9(9)V99.
01 WS-Sale-Count  PIC 9(3) VALUE 0.
01 WS-Sale-Idx    PIC 9(3) VALUE 0.
01 WS-Sale-Found  PIC X VALUE 'N'.
       88 SaleFound VALUE 'Y'.
01 WS-Avg-Cost    PIC 9(5)V99 VALUE ZEROES.
01 WS-Units       PIC 9(7) VALUE 0.
01 WS-Dollars     PIC 9(9)V99 VALUE ZEROES.
01 WS-Value       PIC 9(10)V99 VALUE ZEROES.
01 WS-Cogs        PIC 9(10)V99 VALUE ZEROES.
01 WS-Margin      PIC S9(10)V99 VALUE ZEROES.
01 WS-Margin-Pct  PIC S9(4)V9 VALUE ZEROES.
01 WS-Total-Value   PIC 9(11)V99 VALUE ZEROES.
01 WS-Total-Dollars PIC 9(11)V99 VALUE ZEROES.
01 WS-Total-Cogs    PIC 9(11)V99 VALUE ZEROES.
01 WS-Total-Margin  PIC S9(11)V99 VALUE ZEROES.
01 WS-Cost-Ed     PIC $$,$$9.99.
01 WS-Value-Ed    PIC $$$,$$$,$$9.99.
01 WS-Dollars-Ed  PIC $$$,$$$,$$9.99.
01 WS-Cogs-Ed     PIC $$$,$$$,$$9.99.
01 WS-Margin-Ed   PIC $$$,$$$,$$9.99-.
01 WS-Pct-Ed      PIC -(4)9.9.
01 WS-Total-Ed    PIC $$,$$$,$$$,$$9.99-.
01 WS-Flag        PIC X(8).
01 WS-Audit-Program PIC X(8) VALUE "INVVAL".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Inventory valuation".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       MOVE WS-Proc-Date(1:6) TO WS-Cur-Month
       PERFORM LOAD-MONTH-SALES
       OPEN OUTPUT ValRptFile
       MOVE SPACES TO ValRptLine
       STRING "Inventory Valuation and Gross Margin - processing date "
           WS-Proc-Date ", sales month " WS-Cur-Month
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine
       MOVE SPACES TO ValRptLine
       STRING "Product    On hand  Avg cost    Value at cost  "
           "Units sold      Sales $          COGS $"
           "        Margin $  Margin %"
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "No prodmast.dat (status " WS-Prod-Status
               ") - nothing to value"
           MOVE 'Y' TO WS-Prod-EOF
       END-IF
       PERFORM UNTIL WS-Prod-EOF = 'Y'
           READ ProdFile
               AT END MOVE 'Y' TO WS-Prod-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM VALUE-ONE-PRODUCT
           END-READ
       END-PERFORM
       IF WS-Prod-Status NOT = '35'
           CLOSE ProdFile
       END-IF
       PERFORM WRITE-REPORT-TOTALS
       CLOSE ValRptFile
       MOVE WS-Total-Value TO WS-Total-Ed
       DISPLAY "INVVAL: " WS-Listed-Count " product(s) valued, "
           "inventory at cost " WS-Total-Ed
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Listed-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> Only the processing month's rows matter here; the history file
*> carries one row per product per month.
LOAD-MONTH-SALES.
       OPEN INPUT SaleHistFile
       IF WS-Hist-Status NOT = '00'
           DISPLAY "No salehist.dat yet (status " WS-Hist-Status
               ") - valuation without margins"
           MOVE 'Y' TO WS-Hist-EOF
       END-IF
       PERFORM UNTIL WS-Hist-EOF = 'Y'
           READ SaleHistFile
               AT END MOVE 'Y' TO WS-Hist-EOF
               NOT AT END
                   IF SH-Month = WS-Cur-Month AND WS-Sale-Count < 200
                       ADD 1 TO WS-Sale-Count
                       MOVE SH-Prod-Name TO WS-Sale-Prod(WS-Sale-Count)
                       MOVE SH-Units TO WS-Sale-Units(WS-Sale-Count)
                       MOVE SH-Dollars TO
                           WS-Sale-Dollars(WS-Sale-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Hist-Status NOT = '35'
           CLOSE SaleHistFile
       END-IF.

FIND-MONTH-SALES.
       MOVE 0 TO WS-Units
       MOVE ZEROES TO WS-Dollars
       MOVE 'N' TO WS-Sale-Found
       PERFORM VARYING WS-Sale-Idx FROM 1 BY 1
               UNTIL WS-Sale-Idx > WS-Sale-Count OR SaleFound
           IF WS-Sale-Prod(WS-Sale-Idx) = PRD-Name
               MOVE 'Y' TO WS-Sale-Found
               MOVE WS-Sale-Units(WS-Sale-Idx) TO WS-Units
               MOVE WS-Sale-Dollars(WS-Sale-Idx) TO WS-Dollars
           END-IF
       END-PERFORM.

*> Cost of goods sold is the month's units at today's average -
*> the running average is the only cost the master keeps.
VALUE-ONE-PRODUCT.
       IF PRD-Avg-Cost NUMERIC
           MOVE PRD-Avg-Cost TO WS-Avg-Cost
       ELSE
           MOVE ZEROES TO WS-Avg-Cost
       END-IF
       PERFORM FIND-MONTH-SALES
       COMPUTE WS-Value = PRD-On-Hand * WS-Avg-Cost
       COMPUTE WS-Cogs = WS-Units * WS-Avg-Cost
       COMPUTE WS-Margin = WS-Dollars - WS-Cogs
       IF WS-Dollars > 0
           COMPUTE WS-Margin-Pct ROUNDED =
               WS-Margin * 100 / WS-Dollars
       ELSE
           MOVE ZEROES TO WS-Margin-Pct
       END-IF
       MOVE SPACES TO WS-Flag
       IF WS-Avg-Cost = 0
           MOVE "NO COST" TO WS-Flag
           ADD 1 TO WS-No-Cost-Count
       END-IF
       ADD WS-Value TO WS-Total-Value
       ADD WS-Dollars TO WS-Total-Dollars
       ADD WS-Cogs TO WS-Total-Cogs
       ADD WS-Margin TO WS-Total-Margin
       ADD 1 TO WS-Listed-Count
       MOVE WS-Avg-Cost TO WS-Cost-Ed
       MOVE WS-Value TO WS-Value-Ed
       MOVE WS-Dollars TO WS-Dollars-Ed
       MOVE WS-Cogs TO WS-Cogs-Ed
       MOVE WS-Margin TO WS-Margin-Ed
       MOVE WS-Margin-Pct TO WS-Pct-Ed
       MOVE SPACES TO ValRptLine
       STRING PRD-Name " " PRD-On-Hand "  " WS-Cost-Ed " "
           WS-Value-Ed "     " WS-Units " " WS-Dollars-Ed " "
           WS-Cogs-Ed " " WS-Margin-Ed " " WS-Pct-Ed "% " WS-Flag
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine.

WRITE-REPORT-TOTALS.
       MOVE SPACES TO ValRptLine
       WRITE ValRptLine
       MOVE SPACES TO ValRptLine
       STRING "Products valued.................: " WS-Listed-Count
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine
       MOVE WS-Total-Value TO WS-Total-Ed
       MOVE SPACES TO ValRptLine
       STRING "Inventory at average cost.......: " WS-Total-Ed
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine
       MOVE WS-Total-Dollars TO WS-Total-Ed
       MOVE SPACES TO ValRptLine
       STRING "Month's sales...................: " WS-Total-Ed
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine
       MOVE WS-Total-Cogs TO WS-Total-Ed
       MOVE SPACES TO ValRptLine
       STRING "Month's cost of goods sold......: " WS-Total-Ed
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine
       MOVE WS-Total-Margin TO WS-Total-Ed
       MOVE SPACES TO ValRptLine
       STRING "Month's gross margin............: " WS-Total-Ed
           DELIMITED BY SIZE INTO ValRptLine
       WRITE ValRptLine
       IF WS-Total-Dollars > 0
           COMPUTE WS-Margin-Pct ROUNDED =
               WS-Total-Margin * 100 / WS-Total-Dollars
           MOVE WS-Margin-Pct TO WS-Pct-Ed
           MOVE SPACES TO ValRptLine
           STRING "Month's gross margin percent....: " WS-Pct-Ed "%"
               DELIMITED BY SIZE INTO ValRptLine
           WRITE ValRptLine
       END-IF
       IF WS-No-Cost-Count > 0
           MOVE SPACES TO ValRptLine
           STRING "*** " WS-No-Cost-Count " product(s) have NO COST "
               "on the master - valued at zero ***"
               DELIMITED BY SIZE INTO ValRptLine
           WRITE ValRptLine
       END-IF.
