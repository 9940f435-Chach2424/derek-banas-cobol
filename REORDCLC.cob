       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REORDCLC.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Monthly reorder point review for daily_batch.sh, scheduled FBD
*> (the first business day after month end) on stepsched.dat and
*> run ahead of REORDRPT and POGEN. PRD-Reorder-Point and
*> VEND-Order-Qty were keyed once and never revisited, so slow
*> movers were reordered too early and fast movers ran out. This
*> step works each product's demand out of the last twelve complete
*> months of SH-Units on the sales history salehist.dat (one row per
*> product per month; a month with no row sold nothing): the
*> average month, and the peak month. Over the lead time of the
*> vendor POGEN orders the product from (VEND-Lead-Days on
*> vendmast.dat - the REORDLEAD rate, 14 days when not set, for a
*> vendor record with none and for a product with no vendor):
*>     lead-time demand = average daily demand x lead days
*>     safety stock     = (peak daily - average daily demand)
*>                        x lead days x REORDSAFE (1 when not set)
*>     reorder point    = lead-time demand + safety stock
*>     order quantity   = average month x REORDCOVER months (1)
*> both rounded up to whole units. Nothing on the masters changes
*> here: every product's proposal goes to reordprop.dat (REORDPRP
*> layout) and the review report reordrev.txt, and purchasing
*> approves them line by line in REORDAPR before they replace the
*> reorder point on prodmast.dat and the order quantity on
*> vendmast.dat. A product with no sales in the twelve months is
*> listed but left as it is - no demand is not a reason to stop
*> ordering it. A proposal still awaiting approval from an earlier
*> review is replaced, with a warning alert. The review is made
*> once a processing month: with reordprop.dat already written
*> earlier in the month, the step says so and does nothing, so it
*> stays monthly on a night the schedule does not cover (removing
*> reordprop.dat asks for a fresh review). Products read vs.
*> proposals written go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT VendFile ASSIGN TO 'vendmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Vend-Status.
       SELECT SaleHistFile ASSIGN TO 'salehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Hist-Status.
       SELECT PropFile ASSIGN TO 'reordprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prop-Status.
       SELECT RevRptFile ASSIGN TO 'reordrev.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD VendFile.
01 VendMastRec.
       COPY VENDREC.

FD SaleHistFile.
01 SaleHistRec.
       02 SH-Month     PIC 9(6).
       02 SH-Prod-Name PIC X(10).
       02 SH-Units     PIC 9(7).
       02 SH-Dollars   PIC 9(9)V99.

FD PropFile.
01 PropRec.
       COPY REORDPRP.

FD RevRptFile.
01 RevRptLine PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Prod-Status  PIC XX.
01 WS-Vend-Status  PIC XX.
01 WS-Hist-Status  PIC XX.
01 WS-Prop-Status  PIC XX.
01 WS-Prod-EOF     PIC X VALUE 'N'.
01 WS-Vend-EOF     PIC X VALUE 'N'.
01 WS-Hist-EOF     PIC X VALUE 'N'.
01 WS-Prop-EOF     PIC X VALUE 'N'.
01 WS-Proc-Date    PIC 9(8).
01 WS-Proc-Year    PIC 9(4).
01 WS-Proc-Mon     PIC 99.
*> The twelve complete months before the processing month.
01 WS-First-Month  PIC 9(6).
01 WS-Last-Month   PIC 9(6).
01 WS-Read-Count     PIC 9(8) VALUE 0.
01 WS-Written-Count  PIC 9(8) VALUE 0.
01 WS-Change-Count   PIC 9(8) VALUE 0.
01 WS-Same-Count     PIC 9(8) VALUE 0.
01 WS-No-Sales-Count PIC 9(8) VALUE 0.
01 WS-Old-Pending    PIC 9(8) VALUE 0.
01 WS-Old-Run-Date   PIC 9(8) VALUE 0.
01 WS-Last-Review    PIC 9(8) VALUE 0.
01 WS-Vend-Table.
       02 WS-Vend-Entry OCCURS 200 TIMES.
           03 WS-VTab-Number    PIC 9(4).
           03 WS-VTab-Prod-Name PIC X(10).
           03 WS-VTab-Order-Qty PIC 9(5).
           03 WS-VTab-Lead-Days PIC 9(3).
01 WS-Vend-Count   PIC 9(3) VALUE 0.
01 WS-Vend-Idx     PIC 9(3) VALUE 0.
01 WS-Vend-Hit-Idx PIC 9(3) VALUE 0.
01 WS-Vend-Found   PIC X VALUE 'N'.
       88 VendFound VALUE 'Y'.
*> Twelve months of units per product, and the best month.
01 WS-Sale-Table.
       02 WS-Sale-Entry OCCURS 200 TIMES.
           03 WS-STab-Prod-Name PIC X(10).
           03 WS-STab-Units     PIC 9(9).
           03 WS-STab-Peak      PIC 9(7).
01 WS-Sale-Count   PIC 9(3) VALUE 0.
01 WS-Sale-Idx     PIC 9(3) VALUE 0.
01 WS-Sale-Hit-Idx PIC 9(3) VALUE 0.
01 WS-Sale-Found   PIC X VALUE 'N'.
       88 SaleFound VALUE 'Y'.
01 WS-Sale-Dropped PIC 9(8) VALUE 0.
01 WS-Total-Units  PIC 9(9).
01 WS-Peak-Units   PIC 9(7).
01 WS-Lead-Days    PIC 9(3).
01 WS-Default-Lead PIC 9(3) VALUE 14.
01 WS-Safety-Factor PIC 9(3)V9(6) VALUE 1.
01 WS-Cover-Months PIC 9(3)V9(6) VALUE 1.
01 WS-Avg-Daily    PIC 9(7)V9(6).
01 WS-Peak-Daily   PIC 9(7)V9(6).
01 WS-Lead-Demand  PIC 9(9)V9(4).
01 WS-Safety-Stock PIC 9(9)V9(4).
01 WS-Calc         PIC 9(9)V9(4).
01 WS-Whole        PIC 9(9).
01 WS-New-Reorder  PIC 9(5).
01 WS-New-Qty      PIC 9(5).
01 WS-Note         PIC X(34).
01 WS-Units-Ed     PIC Z,ZZZ,ZZ9.
01 WS-Peak-Ed      PIC Z,ZZZ,ZZ9.
01 WS-Lead-Ed      PIC ZZ9.
01 WS-Vend-Ed      PIC ZZZ9.
01 WS-Old-ROP-Ed   PIC ZZ,ZZ9.
01 WS-New-ROP-Ed   PIC ZZ,ZZ9.
01 WS-Old-Qty-Ed   PIC ZZ,ZZ9.
01 WS-New-Qty-Ed   PIC ZZ,ZZ9.
01 WS-Factor-Ed    PIC ZZ9.99.
01 WS-Count-Ed     PIC ZZ,ZZ9.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "REORDCLC".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Reorder review".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM FETCH-REORDER-RATES
       PERFORM SET-DEMAND-WINDOW
       PERFORM CHECK-PENDING-PROPOSAL
       IF WS-Last-Review(1:6) = WS-Proc-Date(1:6)
          AND WS-Last-Review NOT = WS-Proc-Date
           DISPLAY "REORDCLC: this month's review was made on "
               WS-Last-Review " - not repeated"
           CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
               WS-Read-Count, WS-Written-Count
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Already reviewed this month" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
               WS-Audit-Event, WS-Audit-Detail
           STOP RUN
       END-IF
       PERFORM LOAD-VENDORS
       PERFORM LOAD-DEMAND
       OPEN OUTPUT RevRptFile
       PERFORM WRITE-REPORT-HEADINGS
       OPEN OUTPUT PropFile
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "No prodmast.dat (status " WS-Prod-Status
               ") - nothing to review"
           MOVE 'Y' TO WS-Prod-EOF
       END-IF
       PERFORM UNTIL WS-Prod-EOF = 'Y'
           READ ProdFile
               AT END MOVE 'Y' TO WS-Prod-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM REVIEW-ONE-PRODUCT
           END-READ
       END-PERFORM
       IF WS-Prod-Status NOT = '35'
           CLOSE ProdFile
       END-IF
       CLOSE PropFile
       PERFORM WRITE-REPORT-TOTALS
       CLOSE RevRptFile
       DISPLAY "REORDCLC: " WS-Read-Count " product(s) reviewed, "
           WS-Change-Count " change(s) await approval in REORDAPR"
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Written-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

FETCH-REORDER-RATES.
       MOVE "REORDLEAD" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
          AND WS-Rate-Value < 1000
           MOVE WS-Rate-Value TO WS-Default-Lead
       END-IF
       MOVE "REORDSAFE" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value < 1000
           MOVE WS-Rate-Value TO WS-Safety-Factor
       END-IF
       MOVE "REORDCOVER" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
          AND WS-Rate-Value < 1000
           MOVE WS-Rate-Value TO WS-Cover-Months
       END-IF.

*> Run on the 1st business day of March, the window is March of
*> last year through February.
SET-DEMAND-WINDOW.
       MOVE WS-Proc-Date(1:4) TO WS-Proc-Year
       MOVE WS-Proc-Date(5:2) TO WS-Proc-Mon
       COMPUTE WS-First-Month = (WS-Proc-Year - 1) * 100 + WS-Proc-Mon
       IF WS-Proc-Mon = 1
           COMPUTE WS-Last-Month = (WS-Proc-Year - 1) * 100 + 12
       ELSE
           COMPUTE WS-Last-Month = WS-Proc-Year * 100 + WS-Proc-Mon - 1
       END-IF.

*> Proposals purchasing never got to are replaced by tonight's -
*> said out loud, since the figures they were looking at change.
CHECK-PENDING-PROPOSAL.
       OPEN INPUT PropFile
       IF WS-Prop-Status NOT = '00'
           MOVE 'Y' TO WS-Prop-EOF
       END-IF
       PERFORM UNTIL WS-Prop-EOF = 'Y'
           READ PropFile
               AT END MOVE 'Y' TO WS-Prop-EOF
               NOT AT END
                   IF RP-Run-Date NUMERIC
                       MOVE RP-Run-Date TO WS-Last-Review
                   END-IF
                   IF RP-Pending AND RP-Run-Date NOT = WS-Proc-Date
                       ADD 1 TO WS-Old-Pending
                       MOVE RP-Run-Date TO WS-Old-Run-Date
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Prop-Status NOT = '35'
           CLOSE PropFile
       END-IF
       IF WS-Last-Review(1:6) = WS-Proc-Date(1:6)
           MOVE ZEROES TO WS-Old-Pending
       END-IF
       IF WS-Old-Pending > 0
           DISPLAY "REORDCLC: " WS-Old-Pending " proposal(s) of "
               WS-Old-Run-Date " were never approved - replaced"
           MOVE 'W' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "Reorder proposals of " WS-Old-Run-Date
               " never approved - replaced"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

LOAD-VENDORS.
       OPEN INPUT VendFile
       IF WS-Vend-Status NOT = '00'
           DISPLAY "No vendmast.dat (status " WS-Vend-Status
               ") - reorder points only, on the default lead time"
           MOVE 'Y' TO WS-Vend-EOF
       END-IF
       PERFORM UNTIL WS-Vend-EOF = 'Y'
           READ VendFile
               AT END MOVE 'Y' TO WS-Vend-EOF
               NOT AT END
                   IF WS-Vend-Count < 200
                       ADD 1 TO WS-Vend-Count
                       MOVE VEND-Number TO
                           WS-VTab-Number(WS-Vend-Count)
                       MOVE VEND-Prod-Name TO
                           WS-VTab-Prod-Name(WS-Vend-Count)
                       MOVE VEND-Order-Qty TO
                           WS-VTab-Order-Qty(WS-Vend-Count)
                       IF VEND-Lead-Days NUMERIC
                           MOVE VEND-Lead-Days TO
                               WS-VTab-Lead-Days(WS-Vend-Count)
                       ELSE
                           MOVE ZEROES TO
                               WS-VTab-Lead-Days(WS-Vend-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Vend-Status NOT = '35'
           CLOSE VendFile
       END-IF.

LOAD-DEMAND.
       OPEN INPUT SaleHistFile
       IF WS-Hist-Status NOT = '00'
           DISPLAY "No salehist.dat yet (status " WS-Hist-Status
               ") - no demand to review"
           MOVE 'Y' TO WS-Hist-EOF
       END-IF
       PERFORM UNTIL WS-Hist-EOF = 'Y'
           READ SaleHistFile
               AT END MOVE 'Y' TO WS-Hist-EOF
               NOT AT END
                   IF SH-Month NOT < WS-First-Month
                      AND SH-Month NOT > WS-Last-Month
                      AND SH-Units NUMERIC
                       PERFORM ADD-MONTH-DEMAND
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Hist-Status NOT = '35'
           CLOSE SaleHistFile
       END-IF
       IF WS-Sale-Dropped > 0
           MOVE 'W' TO WS-Alert-Severity
           MOVE "salehist.dat overflowed REORDCLC demand table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

ADD-MONTH-DEMAND.
       MOVE 'N' TO WS-Sale-Found
       PERFORM VARYING WS-Sale-Idx FROM 1 BY 1
               UNTIL WS-Sale-Idx > WS-Sale-Count OR SaleFound
           IF WS-STab-Prod-Name(WS-Sale-Idx) = SH-Prod-Name
               MOVE 'Y' TO WS-Sale-Found
               MOVE WS-Sale-Idx TO WS-Sale-Hit-Idx
           END-IF
       END-PERFORM
       IF NOT SaleFound
           IF WS-Sale-Count < 200
               ADD 1 TO WS-Sale-Count
               MOVE WS-Sale-Count TO WS-Sale-Hit-Idx
               MOVE SH-Prod-Name TO WS-STab-Prod-Name(WS-Sale-Hit-Idx)
               MOVE ZEROES TO WS-STab-Units(WS-Sale-Hit-Idx)
               MOVE ZEROES TO WS-STab-Peak(WS-Sale-Hit-Idx)
               MOVE 'Y' TO WS-Sale-Found
           ELSE
               ADD 1 TO WS-Sale-Dropped
           END-IF
       END-IF
       IF SaleFound
           ADD SH-Units TO WS-STab-Units(WS-Sale-Hit-Idx)
           IF SH-Units > WS-STab-Peak(WS-Sale-Hit-Idx)
               MOVE SH-Units TO WS-STab-Peak(WS-Sale-Hit-Idx)
           END-IF
       END-IF.

WRITE-REPORT-HEADINGS.
       MOVE SPACES TO RevRptLine
       STRING "Reorder Point Review - processing date " WS-Proc-Date
           ", demand months " WS-First-Month " to " WS-Last-Month
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine
       MOVE WS-Safety-Factor TO WS-Factor-Ed
       MOVE WS-Default-Lead TO WS-Lead-Ed
       MOVE SPACES TO RevRptLine
       STRING "Reorder point = lead-time demand + safety stock "
           "(peak less average daily demand x lead days x"
           WS-Factor-Ed ")"
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine
       MOVE SPACES TO RevRptLine
       STRING "Lead time " WS-Lead-Ed " days where the vendor has "
           "none on file"
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine
       IF WS-Old-Pending > 0
           MOVE SPACES TO RevRptLine
           STRING "Replaces the review of " WS-Old-Run-Date
               " - it was never approved"
               DELIMITED BY SIZE INTO RevRptLine
           WRITE RevRptLine
       END-IF
       MOVE SPACES TO RevRptLine
       WRITE RevRptLine
       MOVE SPACES TO RevRptLine
       STRING "Product    Vendor Lead  Avg month Peak month"
           "  ROP now  ROP new  Qty now  Qty new  "
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine.

*> A product's demand, its vendor's lead time and order quantity,
*> and the proposal that comes of them.
REVIEW-ONE-PRODUCT.
       MOVE 'N' TO WS-Vend-Found
       PERFORM VARYING WS-Vend-Idx FROM 1 BY 1
               UNTIL WS-Vend-Idx > WS-Vend-Count OR VendFound
           IF WS-VTab-Prod-Name(WS-Vend-Idx) = PRD-Name
               MOVE 'Y' TO WS-Vend-Found
               MOVE WS-Vend-Idx TO WS-Vend-Hit-Idx
           END-IF
       END-PERFORM
       MOVE 'N' TO WS-Sale-Found
       PERFORM VARYING WS-Sale-Idx FROM 1 BY 1
               UNTIL WS-Sale-Idx > WS-Sale-Count OR SaleFound
           IF WS-STab-Prod-Name(WS-Sale-Idx) = PRD-Name
               MOVE 'Y' TO WS-Sale-Found
               MOVE WS-Sale-Idx TO WS-Sale-Hit-Idx
           END-IF
       END-PERFORM
       MOVE SPACES TO PropRec
       MOVE WS-Proc-Date TO RP-Run-Date
       MOVE PRD-Name TO RP-Prod-Name
       MOVE WS-Default-Lead TO WS-Lead-Days
       MOVE ZEROES TO RP-Vendor
       MOVE ZEROES TO RP-Old-Order-Qty
       IF VendFound
           MOVE WS-VTab-Number(WS-Vend-Hit-Idx) TO RP-Vendor
           MOVE WS-VTab-Order-Qty(WS-Vend-Hit-Idx) TO RP-Old-Order-Qty
           IF WS-VTab-Lead-Days(WS-Vend-Hit-Idx) > 0
               MOVE WS-VTab-Lead-Days(WS-Vend-Hit-Idx) TO WS-Lead-Days
           END-IF
       END-IF
       MOVE WS-Lead-Days TO RP-Lead-Days
       IF PRD-Reorder-Point NUMERIC
           MOVE PRD-Reorder-Point TO RP-Old-Reorder-Point
       ELSE
           MOVE ZEROES TO RP-Old-Reorder-Point
       END-IF
       MOVE ZEROES TO WS-Total-Units
       MOVE ZEROES TO WS-Peak-Units
       IF SaleFound
           MOVE WS-STab-Units(WS-Sale-Hit-Idx) TO WS-Total-Units
           MOVE WS-STab-Peak(WS-Sale-Hit-Idx) TO WS-Peak-Units
       END-IF
       COMPUTE RP-Avg-Month ROUNDED = WS-Total-Units / 12
       MOVE WS-Peak-Units TO RP-Peak-Month
       IF WS-Total-Units = 0
           MOVE RP-Old-Reorder-Point TO RP-New-Reorder-Point
           MOVE RP-Old-Order-Qty TO RP-New-Order-Qty
           MOVE 'K' TO RP-Status
           MOVE "no sales in 12 months - left as is" TO WS-Note
           ADD 1 TO WS-No-Sales-Count
       ELSE
           PERFORM COMPUTE-REORDER-POINT
           MOVE WS-New-Reorder TO RP-New-Reorder-Point
           IF VendFound
               PERFORM COMPUTE-ORDER-QTY
               MOVE WS-New-Qty TO RP-New-Order-Qty
           ELSE
               MOVE ZEROES TO RP-New-Order-Qty
           END-IF
           IF RP-New-Reorder-Point = RP-Old-Reorder-Point
              AND RP-New-Order-Qty = RP-Old-Order-Qty
               MOVE 'K' TO RP-Status
               MOVE "no change" TO WS-Note
               ADD 1 TO WS-Same-Count
           ELSE
               MOVE 'P' TO RP-Status
               MOVE "change - awaits approval" TO WS-Note
               ADD 1 TO WS-Change-Count
           END-IF
           IF NOT VendFound
               MOVE "no vendor - reorder point only" TO WS-Note
           END-IF
       END-IF
       WRITE PropRec
       ADD 1 TO WS-Written-Count
       PERFORM WRITE-DETAIL-LINE.

*> Whole units, rounded up: a fraction of a unit short is short.
COMPUTE-REORDER-POINT.
       COMPUTE WS-Avg-Daily = WS-Total-Units / 365
       COMPUTE WS-Peak-Daily = WS-Peak-Units * 12 / 365
       IF WS-Peak-Daily < WS-Avg-Daily
           MOVE WS-Avg-Daily TO WS-Peak-Daily
       END-IF
       COMPUTE WS-Lead-Demand = WS-Avg-Daily * WS-Lead-Days
       COMPUTE WS-Safety-Stock = (WS-Peak-Daily - WS-Avg-Daily)
           * WS-Lead-Days * WS-Safety-Factor
       COMPUTE WS-Calc = WS-Lead-Demand + WS-Safety-Stock
       MOVE WS-Calc TO WS-Whole
       IF WS-Calc > WS-Whole
           ADD 1 TO WS-Whole
       END-IF
       IF WS-Whole > 99999
           MOVE 99999 TO WS-Whole
       END-IF
       MOVE WS-Whole TO WS-New-Reorder.

COMPUTE-ORDER-QTY.
       COMPUTE WS-Calc = WS-Total-Units / 12 * WS-Cover-Months
       MOVE WS-Calc TO WS-Whole
       IF WS-Calc > WS-Whole
           ADD 1 TO WS-Whole
       END-IF
       IF WS-Whole = 0
           MOVE 1 TO WS-Whole
       END-IF
       IF WS-Whole > 99999
           MOVE 99999 TO WS-Whole
       END-IF
       MOVE WS-Whole TO WS-New-Qty.

WRITE-DETAIL-LINE.
       MOVE RP-Avg-Month TO WS-Units-Ed
       MOVE RP-Peak-Month TO WS-Peak-Ed
       MOVE RP-Lead-Days TO WS-Lead-Ed
       MOVE RP-Vendor TO WS-Vend-Ed
       MOVE RP-Old-Reorder-Point TO WS-Old-ROP-Ed
       MOVE RP-New-Reorder-Point TO WS-New-ROP-Ed
       MOVE RP-Old-Order-Qty TO WS-Old-Qty-Ed
       MOVE RP-New-Order-Qty TO WS-New-Qty-Ed
       MOVE SPACES TO RevRptLine
       IF RP-Vendor = 0
           STRING RP-Prod-Name " " "none" "   " WS-Lead-Ed " "
               WS-Units-Ed "  " WS-Peak-Ed "   " WS-Old-ROP-Ed "   "
               WS-New-ROP-Ed "        -        -  " WS-Note
               DELIMITED BY SIZE INTO RevRptLine
       ELSE
           STRING RP-Prod-Name " " WS-Vend-Ed "   " WS-Lead-Ed " "
               WS-Units-Ed "  " WS-Peak-Ed "   " WS-Old-ROP-Ed "   "
               WS-New-ROP-Ed "   " WS-Old-Qty-Ed "   " WS-New-Qty-Ed
               "  " WS-Note
               DELIMITED BY SIZE INTO RevRptLine
       END-IF
       WRITE RevRptLine.

WRITE-REPORT-TOTALS.
       MOVE SPACES TO RevRptLine
       WRITE RevRptLine
       MOVE WS-Read-Count TO WS-Count-Ed
       MOVE SPACES TO RevRptLine
       STRING "Products reviewed............ " WS-Count-Ed
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine
       MOVE WS-Change-Count TO WS-Count-Ed
       MOVE SPACES TO RevRptLine
       STRING "Changes awaiting approval.... " WS-Count-Ed
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine
       MOVE WS-Same-Count TO WS-Count-Ed
       MOVE SPACES TO RevRptLine
       STRING "Already right................ " WS-Count-Ed
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine
       MOVE WS-No-Sales-Count TO WS-Count-Ed
       MOVE SPACES TO RevRptLine
       STRING "No sales in twelve months.... " WS-Count-Ed
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine
       MOVE SPACES TO RevRptLine
       WRITE RevRptLine
       MOVE SPACES TO RevRptLine
       STRING "Nothing on prodmast.dat or vendmast.dat changes until "
           "purchasing approves these in REORDAPR."
           DELIMITED BY SIZE INTO RevRptLine
       WRITE RevRptLine.
