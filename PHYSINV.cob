       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHYSINV.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Physical inventory cycle for the product master prodmast.dat.
*> PRD-On-Hand only ever moves through orders, STKRCPT receipts and
*> BOREL releases, so after a year it no longer agrees with the
*> shelves. A clerk signs on through the shared OPERSIGN subroutine
*> and works the cycle from one menu:
*>   F(reeze)   - the book quantity of every product is frozen onto
*>                the count file physcnt.dat with its unit price,
*>                and blank count sheets (no book quantities on
*>                them - the counters count what is there) are
*>                printed on cntsheet.txt;
*>   C(ount)    - counters' figures are keyed per product; a
*>                product can be recounted, the last figure stands,
*>                and the count file is rewritten after every entry
*>                so nothing keyed is lost to a dropped session;
*>   V(ariance) - the variance report physvar.txt: book against
*>                counted per product, in units and in dollars at
*>                PRD-Unit-Price, shrinkage and overage totals;
*>   P(ost)     - supervisor role only (a clerk's attempt is
*>                refused and the refusal written to runaudit.txt).
*>                Each counted product's on-hand is adjusted by
*>                counted minus frozen book, so sales and receipts
*>                made between the freeze and the post are kept;
*>                every adjustment is written to runaudit.txt, and
*>                the net shrinkage dollars are fed to the ledger
*>                through GLLOG - inventory shrinkage (5300) against
*>                inventory (1300), reversed for a net overage.
*>                Products never counted are left as they are.
*> Freezing over a cycle that was never posted needs the
*> supervisor role and a confirmation, since it throws the counts
*> away.
*> October 15th 2026 - The product's running average cost
*> (PRD-Avg-Cost) is now frozen with the book quantity, and the
*> shrinkage fed to the ledger is valued at that cost - inventory
*> (1300) is carried at cost, so relieving it at selling price
*> overstated the loss. The variance report still shows the
*> dollars at unit price per product, with the cost totals posted
*> beneath them.
*> October 15th 2026 - the product master write-back is bracketed
*> by MASTSUM and the change it made to the control totals logged
*> through MASTLOG for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - shrinkage is posted to its own expense
*> account, 5300, instead of 5100, which payroll uses for employer
*> taxes; the income statement can now show the two apart.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT CountFile ASSIGN TO 'physcnt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Count-Status.
       SELECT SheetFile ASSIGN TO 'cntsheet.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VarFile ASSIGN TO 'physvar.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD CountFile.
01 CountRec.
       02 PC-Name        PIC X(10).
       02 PC-Sizes       PIC X(10).
       02 PC-Freeze-Date PIC 9(8).
       02 PC-Book-Qty    PIC 9(5).
       02 PC-Unit-Price  PIC 9(5)V99.
       02 PC-Count-Qty   PIC 9(5).
       02 PC-Counted     PIC X.
       02 PC-Status      PIC X.
       02 PC-Avg-Cost    PIC 9(5)V99.

FD SheetFile.
01 SheetLine PIC X(80).

FD VarFile.
01 VarLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Prod-Status    PIC XX.
01 WS-Count-Status   PIC XX.
01 WS-Prod-EOF       PIC X VALUE 'N'.
01 WS-Count-EOF      PIC X VALUE 'N'.
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
*> The count file for the cycle in hand, loaded at sign-on and
*> rewritten whole whenever it changes.
01 WS-Count-Table.
       02 WS-Count-Entry OCCURS 200 TIMES.
           03 WS-CTab-Name        PIC X(10).
           03 WS-CTab-Sizes       PIC X(10).
           03 WS-CTab-Freeze-Date PIC 9(8).
           03 WS-CTab-Book-Qty    PIC 9(5).
           03 WS-CTab-Unit-Price  PIC 9(5)V99.
           03 WS-CTab-Count-Qty   PIC 9(5).
           03 WS-CTab-Counted     PIC X.
           03 WS-CTab-Status      PIC X.
           03 WS-CTab-Avg-Cost    PIC 9(5)V99.
01 WS-Count-Count     PIC 9(3) VALUE 0.
01 WS-Count-Read-Count PIC 9(8) VALUE 0.
01 WS-Count-Idx       PIC 9(3) VALUE 0.
01 WS-Count-Hit-Idx   PIC 9(3) VALUE 0.
01 WS-Count-Found     PIC X VALUE 'N'.
       88 CountFound VALUE 'Y'.
01 WS-Cycle-State     PIC X VALUE 'N'.
       88 CycleNone   VALUE 'N'.
       88 CycleOpen   VALUE 'F'.
       88 CyclePosted VALUE 'P'.
01 WS-Action          PIC X.
       88 ActionFreeze   VALUE 'F' 'f'.
       88 ActionCount    VALUE 'C' 'c'.
       88 ActionVariance VALUE 'V' 'v'.
       88 ActionPost     VALUE 'P' 'p'.
       88 ActionQuit     VALUE 'Q' 'q'.
01 WS-More-Work       PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-More-Counts     PIC X VALUE 'Y'.
       88 MoreCounts VALUE 'Y'.
01 WS-Name-Entry      PIC X(10).
01 WS-Qty-Entry       PIC X(5).
01 WS-Qty-Amount REDEFINES WS-Qty-Entry PIC 9(5).
01 WS-Qty-Valid       PIC X VALUE 'N'.
       88 QtyEntryOK VALUE 'Y'.
01 WS-Confirm         PIC X.
01 WS-Today           PIC 9(8).
01 WS-Page-Lines      PIC 99 VALUE 0.
01 WS-Sheet-Page      PIC 9(3) VALUE 0.
01 WS-Var-Units       PIC S9(6) VALUE 0.
01 WS-Var-Dollars     PIC S9(9)V99 VALUE 0.
01 WS-New-On-Hand     PIC S9(7) VALUE 0.
01 WS-Shrink-Dollars  PIC 9(10)V99 VALUE ZEROES.
01 WS-Over-Dollars    PIC 9(10)V99 VALUE ZEROES.
01 WS-Net-Dollars     PIC S9(10)V99 VALUE ZEROES.
01 WS-Var-Cost        PIC S9(9)V99 VALUE 0.
01 WS-Shrink-Cost     PIC 9(10)V99 VALUE ZEROES.
01 WS-Over-Cost       PIC 9(10)V99 VALUE ZEROES.
01 WS-Net-Cost        PIC S9(10)V99 VALUE ZEROES.
01 WS-Counted-Count   PIC 9(3) VALUE 0.
01 WS-Uncounted-Count PIC 9(3) VALUE 0.
01 WS-Adjusted-Count  PIC 9(3) VALUE 0.
01 WS-Units-Ed        PIC -(6)9.
01 WS-Dollars-Ed      PIC $$$,$$$,$$9.99-.
01 WS-Total-Ed        PIC $$,$$$,$$$,$$9.99-.
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
01 WS-Audit-Program PIC X(8) VALUE "PHYSINV".
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
       ACCEPT WS-Today FROM DATE YYYYMMDD
       PERFORM LOAD-COUNT-FILE
       DISPLAY "Physical inventory - prodmast.dat"
       EVALUATE TRUE
           WHEN CycleOpen
               DISPLAY "  Count in progress, frozen "
                   WS-CTab-Freeze-Date(1) " - " WS-Count-Count
                   " product(s)"
           WHEN CyclePosted
               DISPLAY "  Last count frozen " WS-CTab-Freeze-Date(1)
                   " has been posted"
           WHEN OTHER
               DISPLAY "  No count on file"
       END-EVALUATE
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-ACTION
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN ActionFreeze
                   PERFORM FREEZE-BOOK-QUANTITIES
                       THRU FREEZE-BOOK-QUANTITIES-EXIT
               WHEN ActionCount
                   PERFORM ENTER-COUNTS THRU ENTER-COUNTS-EXIT
               WHEN ActionVariance
                   PERFORM PRINT-VARIANCE-REPORT
                       THRU PRINT-VARIANCE-REPORT-EXIT
               WHEN ActionPost
                   PERFORM POST-ADJUSTMENTS
                       THRU POST-ADJUSTMENTS-EXIT
           END-EVALUATE
       END-PERFORM
       DISPLAY "PHYSINV finished"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

GET-ACTION.
       DISPLAY "Action - F(reeze) C(ount) V(ariance) P(ost) "
           "Q(uit): " WITH NO ADVANCING
       ACCEPT WS-Action
       IF NOT (ActionFreeze OR ActionCount OR ActionVariance OR
               ActionPost OR ActionQuit)
           DISPLAY "Invalid action - enter F, C, V, P or Q"
       END-IF.

*> No physcnt.dat is a shop that has never counted. The cycle's
*> state is read off the first record - every record in one
*> cycle carries the same status.
LOAD-COUNT-FILE.
       MOVE 0 TO WS-Count-Count
       MOVE 0 TO WS-Count-Read-Count
       MOVE 'N' TO WS-Cycle-State
       MOVE 'N' TO WS-Count-EOF
       OPEN INPUT CountFile
       IF WS-Count-Status NOT = '00'
           MOVE 'Y' TO WS-Count-EOF
       END-IF
       PERFORM UNTIL WS-Count-EOF = 'Y'
           READ CountFile
               AT END MOVE 'Y' TO WS-Count-EOF
               NOT AT END
                   ADD 1 TO WS-Count-Read-Count
                   IF WS-Count-Count < 200
                       ADD 1 TO WS-Count-Count
                       MOVE PC-Name TO WS-CTab-Name(WS-Count-Count)
                       MOVE PC-Sizes TO WS-CTab-Sizes(WS-Count-Count)
                       MOVE PC-Freeze-Date TO
                           WS-CTab-Freeze-Date(WS-Count-Count)
                       MOVE PC-Book-Qty TO
                           WS-CTab-Book-Qty(WS-Count-Count)
                       MOVE PC-Unit-Price TO
                           WS-CTab-Unit-Price(WS-Count-Count)
                       MOVE PC-Count-Qty TO
                           WS-CTab-Count-Qty(WS-Count-Count)
                       MOVE PC-Counted TO
                           WS-CTab-Counted(WS-Count-Count)
                       MOVE PC-Status TO
                           WS-CTab-Status(WS-Count-Count)
                       IF PC-Avg-Cost NUMERIC
                           MOVE PC-Avg-Cost TO
                               WS-CTab-Avg-Cost(WS-Count-Count)
                       ELSE
                           MOVE ZEROES TO
                               WS-CTab-Avg-Cost(WS-Count-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Count-Status NOT = '35'
           CLOSE CountFile
       END-IF
       IF WS-Count-Count > 0
           MOVE WS-CTab-Status(1) TO WS-Cycle-State
       END-IF.

WRITE-COUNT-FILE.
       OPEN OUTPUT CountFile
       PERFORM VARYING WS-Count-Idx FROM 1 BY 1
               UNTIL WS-Count-Idx > WS-Count-Count
           MOVE WS-CTab-Name(WS-Count-Idx) TO PC-Name
           MOVE WS-CTab-Sizes(WS-Count-Idx) TO PC-Sizes
           MOVE WS-CTab-Freeze-Date(WS-Count-Idx) TO PC-Freeze-Date
           MOVE WS-CTab-Book-Qty(WS-Count-Idx) TO PC-Book-Qty
           MOVE WS-CTab-Unit-Price(WS-Count-Idx) TO PC-Unit-Price
           MOVE WS-CTab-Count-Qty(WS-Count-Idx) TO PC-Count-Qty
           MOVE WS-CTab-Counted(WS-Count-Idx) TO PC-Counted
           MOVE WS-CTab-Status(WS-Count-Idx) TO PC-Status
           MOVE WS-CTab-Avg-Cost(WS-Count-Idx) TO PC-Avg-Cost
           WRITE CountRec
       END-PERFORM
       CLOSE CountFile.

*> An overflow refuses the action like STKRCPT's: freezing or
*> posting against part of the master would miss products.
LOAD-PRODUCTS.
       MOVE 0 TO WS-Prod-Count
       MOVE 0 TO WS-Prod-Read-Count
       MOVE 'N' TO WS-Prod-EOF
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "Unable to open prodmast.dat (status "
               WS-Prod-Status ") - nothing to count"
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
               "physical inventory refused this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "prodmast.dat overflowed PHYSINV product table"
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

WRITE-PRODUCT-FILE.
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

*> The book quantities as they stand right now become the cycle's
*> frozen figures, and the count sheets are printed from them.
FREEZE-BOOK-QUANTITIES.
       IF CycleOpen
           IF NOT OperSupervisor
               DISPLAY "Freeze REFUSED - a count frozen "
                   WS-CTab-Freeze-Date(1) " was never posted; "
                   "supervisor sign-on required to discard it"
               MOVE "REFUSED" TO WS-Audit-Event
               MOVE "Refreeze attempted without supervisor"
                   TO WS-Audit-Detail
               CALL "AUDITLOG" USING WS-Audit-Program,
                   WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
               GO TO FREEZE-BOOK-QUANTITIES-EXIT
           END-IF
           DISPLAY "The count frozen " WS-CTab-Freeze-Date(1)
               " was never posted - its counts will be DISCARDED"
           DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Freeze cancelled - count in progress kept"
               GO TO FREEZE-BOOK-QUANTITIES-EXIT
           END-IF
       END-IF
       PERFORM LOAD-PRODUCTS
       MOVE 0 TO WS-Count-Count
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count
           ADD 1 TO WS-Count-Count
           MOVE WS-Tab-Name(WS-Prod-Idx)
               TO WS-CTab-Name(WS-Count-Count)
           MOVE WS-Tab-Sizes(WS-Prod-Idx)
               TO WS-CTab-Sizes(WS-Count-Count)
           MOVE WS-Today TO WS-CTab-Freeze-Date(WS-Count-Count)
           MOVE WS-Tab-On-Hand(WS-Prod-Idx)
               TO WS-CTab-Book-Qty(WS-Count-Count)
           MOVE WS-Tab-Price(WS-Prod-Idx)
               TO WS-CTab-Unit-Price(WS-Count-Count)
           MOVE WS-Tab-Avg-Cost(WS-Prod-Idx)
               TO WS-CTab-Avg-Cost(WS-Count-Count)
           MOVE ZEROES TO WS-CTab-Count-Qty(WS-Count-Count)
           MOVE 'N' TO WS-CTab-Counted(WS-Count-Count)
           MOVE 'F' TO WS-CTab-Status(WS-Count-Count)
       END-PERFORM
       PERFORM WRITE-COUNT-FILE
       MOVE 'F' TO WS-Cycle-State
       PERFORM PRINT-COUNT-SHEETS
       MOVE "FREEZE" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Book frozen, " WS-Count-Count " products"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  " WS-Count-Count " product(s) frozen - count "
           "sheets on cntsheet.txt".
FREEZE-BOOK-QUANTITIES-EXIT.
       EXIT.

*> Blind sheets: the counter writes down what is on the shelf
*> without being shown what the book says should be there.
PRINT-COUNT-SHEETS.
       OPEN OUTPUT SheetFile
       MOVE 0 TO WS-Sheet-Page
       MOVE 99 TO WS-Page-Lines
       PERFORM VARYING WS-Count-Idx FROM 1 BY 1
               UNTIL WS-Count-Idx > WS-Count-Count
           IF WS-Page-Lines >= 40
               PERFORM PRINT-SHEET-HEADING
           END-IF
           MOVE SPACES TO SheetLine
           STRING WS-CTab-Name(WS-Count-Idx) "  "
               WS-CTab-Sizes(WS-Count-Idx)
               "     Counted: ________   Initials: ____"
               DELIMITED BY SIZE INTO SheetLine
           WRITE SheetLine
           ADD 1 TO WS-Page-Lines
       END-PERFORM
       CLOSE SheetFile.

PRINT-SHEET-HEADING.
       ADD 1 TO WS-Sheet-Page
       MOVE SPACES TO SheetLine
       WRITE SheetLine
       MOVE SPACES TO SheetLine
       STRING "PHYSICAL INVENTORY COUNT SHEET - frozen " WS-Today
           "   Page " WS-Sheet-Page
           DELIMITED BY SIZE INTO SheetLine
       WRITE SheetLine
       MOVE SPACES TO SheetLine
       STRING "Product     Sizes" DELIMITED BY SIZE INTO SheetLine
       WRITE SheetLine
       MOVE 0 TO WS-Page-Lines.

ENTER-COUNTS.
       IF NOT CycleOpen
           DISPLAY "No count in progress - F(reeze) first"
           GO TO ENTER-COUNTS-EXIT
       END-IF
       MOVE 'Y' TO WS-More-Counts
       PERFORM UNTIL NOT MoreCounts
           DISPLAY "Product counted (or E to end): "
               WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           IF WS-Name-Entry = "E" OR WS-Name-Entry = "e"
               MOVE 'N' TO WS-More-Counts
           ELSE
               PERFORM FIND-COUNT-ENTRY
               IF NOT CountFound
                   DISPLAY "  " WS-Name-Entry
                       " was not on the master when it was frozen"
               ELSE
                   IF WS-CTab-Counted(WS-Count-Hit-Idx) = 'Y'
                       DISPLAY "  Already counted at "
                           WS-CTab-Count-Qty(WS-Count-Hit-Idx)
                           " - this recount replaces it"
                   END-IF
                   PERFORM GET-COUNT-QTY
                   MOVE WS-Qty-Amount
                       TO WS-CTab-Count-Qty(WS-Count-Hit-Idx)
                   MOVE 'Y' TO WS-CTab-Counted(WS-Count-Hit-Idx)
                   PERFORM WRITE-COUNT-FILE
                   DISPLAY "  Count recorded"
               END-IF
           END-IF
       END-PERFORM.
ENTER-COUNTS-EXIT.
       EXIT.

FIND-COUNT-ENTRY.
       MOVE 'N' TO WS-Count-Found
       PERFORM VARYING WS-Count-Idx FROM 1 BY 1
               UNTIL WS-Count-Idx > WS-Count-Count OR CountFound
           IF WS-CTab-Name(WS-Count-Idx) = WS-Name-Entry
               MOVE 'Y' TO WS-Count-Found
               MOVE WS-Count-Idx TO WS-Count-Hit-Idx
           END-IF
       END-PERFORM.

GET-COUNT-QTY.
       MOVE 'N' TO WS-Qty-Valid
       PERFORM UNTIL QtyEntryOK
           DISPLAY "Quantity counted (5 digits, e.g. 00012): "
               WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry NUMERIC
               MOVE 'Y' TO WS-Qty-Valid
           ELSE
               DISPLAY "Invalid entry - enter exactly 5 digits"
           END-IF
       END-PERFORM.

*> Book against count per product at the frozen unit price; the
*> totals split shrinkage (counted short) from overage.
PRINT-VARIANCE-REPORT.
       IF CycleNone
           DISPLAY "No count on file - F(reeze) first"
           GO TO PRINT-VARIANCE-REPORT-EXIT
       END-IF
       MOVE ZEROES TO WS-Shrink-Dollars
       MOVE ZEROES TO WS-Over-Dollars
       MOVE ZEROES TO WS-Shrink-Cost
       MOVE ZEROES TO WS-Over-Cost
       MOVE 0 TO WS-Counted-Count
       MOVE 0 TO WS-Uncounted-Count
       OPEN OUTPUT VarFile
       MOVE SPACES TO VarLine
       STRING "PHYSICAL INVENTORY VARIANCE REPORT - frozen "
           WS-CTab-Freeze-Date(1) ", printed " WS-Today
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       MOVE SPACES TO VarLine
       STRING "Product     Sizes        Book  Counted  Var units"
           "      Var dollars"
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       PERFORM VARYING WS-Count-Idx FROM 1 BY 1
               UNTIL WS-Count-Idx > WS-Count-Count
           PERFORM PRINT-ONE-VARIANCE
       END-PERFORM
       MOVE SPACES TO VarLine
       WRITE VarLine
       MOVE SPACES TO VarLine
       STRING "Products counted................: " WS-Counted-Count
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       MOVE SPACES TO VarLine
       STRING "Products not counted............: "
           WS-Uncounted-Count
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       MOVE WS-Shrink-Dollars TO WS-Total-Ed
       MOVE SPACES TO VarLine
       STRING "Shrinkage at unit price.........: " WS-Total-Ed
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       MOVE WS-Over-Dollars TO WS-Total-Ed
       MOVE SPACES TO VarLine
       STRING "Overage at unit price...........: " WS-Total-Ed
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       COMPUTE WS-Net-Dollars = WS-Over-Dollars - WS-Shrink-Dollars
       MOVE WS-Net-Dollars TO WS-Total-Ed
       MOVE SPACES TO VarLine
       STRING "Net variance....................: " WS-Total-Ed
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       MOVE WS-Shrink-Cost TO WS-Total-Ed
       MOVE SPACES TO VarLine
       STRING "Shrinkage at average cost.......: " WS-Total-Ed
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       MOVE WS-Over-Cost TO WS-Total-Ed
       MOVE SPACES TO VarLine
       STRING "Overage at average cost.........: " WS-Total-Ed
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       COMPUTE WS-Net-Cost = WS-Over-Cost - WS-Shrink-Cost
       MOVE WS-Net-Cost TO WS-Total-Ed
       MOVE SPACES TO VarLine
       STRING "Net variance at cost (posted)...: " WS-Total-Ed
           DELIMITED BY SIZE INTO VarLine
       WRITE VarLine
       IF CyclePosted
           MOVE SPACES TO VarLine
           STRING "*** THIS COUNT HAS BEEN POSTED ***"
               DELIMITED BY SIZE INTO VarLine
           WRITE VarLine
       END-IF
       CLOSE VarFile
       DISPLAY "  Variance report on physvar.txt - net "
           WS-Total-Ed.
PRINT-VARIANCE-REPORT-EXIT.
       EXIT.

PRINT-ONE-VARIANCE.
       MOVE SPACES TO VarLine
       IF WS-CTab-Counted(WS-Count-Idx) NOT = 'Y'
           ADD 1 TO WS-Uncounted-Count
           STRING WS-CTab-Name(WS-Count-Idx) "  "
               WS-CTab-Sizes(WS-Count-Idx) "  "
               WS-CTab-Book-Qty(WS-Count-Idx)
               "  NOT COUNTED - left as booked"
               DELIMITED BY SIZE INTO VarLine
       ELSE
           ADD 1 TO WS-Counted-Count
           COMPUTE WS-Var-Units = WS-CTab-Count-Qty(WS-Count-Idx)
               - WS-CTab-Book-Qty(WS-Count-Idx)
           COMPUTE WS-Var-Dollars =
               WS-Var-Units * WS-CTab-Unit-Price(WS-Count-Idx)
           IF WS-Var-Dollars < 0
               SUBTRACT WS-Var-Dollars FROM WS-Shrink-Dollars
           ELSE
               ADD WS-Var-Dollars TO WS-Over-Dollars
           END-IF
           COMPUTE WS-Var-Cost =
               WS-Var-Units * WS-CTab-Avg-Cost(WS-Count-Idx)
           IF WS-Var-Cost < 0
               SUBTRACT WS-Var-Cost FROM WS-Shrink-Cost
           ELSE
               ADD WS-Var-Cost TO WS-Over-Cost
           END-IF
           MOVE WS-Var-Units TO WS-Units-Ed
           MOVE WS-Var-Dollars TO WS-Dollars-Ed
           STRING WS-CTab-Name(WS-Count-Idx) "  "
               WS-CTab-Sizes(WS-Count-Idx) "  "
               WS-CTab-Book-Qty(WS-Count-Idx) "    "
               WS-CTab-Count-Qty(WS-Count-Idx) "  "
               WS-Units-Ed "  " WS-Dollars-Ed
               DELIMITED BY SIZE INTO VarLine
       END-IF
       WRITE VarLine.

*> The variance report is reprinted first so the paper the
*> supervisor signs is exactly what was posted. On-hand moves by
*> counted minus frozen book, never to the count itself, so the
*> day's business since the freeze is not wiped out.
POST-ADJUSTMENTS.
       IF NOT OperSupervisor
           DISPLAY "Post REFUSED - supervisor sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Count post attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           GO TO POST-ADJUSTMENTS-EXIT
       END-IF
       IF NOT CycleOpen
           DISPLAY "No unposted count on file - nothing to post"
           GO TO POST-ADJUSTMENTS-EXIT
       END-IF
       PERFORM PRINT-VARIANCE-REPORT THRU PRINT-VARIANCE-REPORT-EXIT
       IF WS-Uncounted-Count > 0
           DISPLAY "  " WS-Uncounted-Count " product(s) were never "
               "counted and will be left as booked"
       END-IF
       DISPLAY "Post the counted quantities to prodmast.dat (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Post cancelled - nothing changed"
           GO TO POST-ADJUSTMENTS-EXIT
       END-IF
       PERFORM LOAD-PRODUCTS
       MOVE 0 TO WS-Adjusted-Count
       PERFORM VARYING WS-Count-Idx FROM 1 BY 1
               UNTIL WS-Count-Idx > WS-Count-Count
           IF WS-CTab-Counted(WS-Count-Idx) = 'Y' AND
              WS-CTab-Count-Qty(WS-Count-Idx) NOT =
              WS-CTab-Book-Qty(WS-Count-Idx)
               PERFORM ADJUST-ONE-PRODUCT
           END-IF
       END-PERFORM
       PERFORM WRITE-PRODUCT-FILE
       PERFORM FEED-GENERAL-LEDGER
       PERFORM VARYING WS-Count-Idx FROM 1 BY 1
               UNTIL WS-Count-Idx > WS-Count-Count
           MOVE 'P' TO WS-CTab-Status(WS-Count-Idx)
       END-PERFORM
       PERFORM WRITE-COUNT-FILE
       MOVE 'P' TO WS-Cycle-State
       MOVE "POSTED" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Count posted, " WS-Adjusted-Count " adjusted"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  " WS-Adjusted-Count " product(s) adjusted - "
           "count posted".
POST-ADJUSTMENTS-EXIT.
       EXIT.

*> A product dropped from the master since the freeze has nothing
*> to adjust. An on-hand driven below zero by sales since the
*> freeze is held at zero.
ADJUST-ONE-PRODUCT.
       MOVE 'N' TO WS-Prod-Found
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count OR ProdFound
           IF WS-Tab-Name(WS-Prod-Idx) = WS-CTab-Name(WS-Count-Idx)
               MOVE 'Y' TO WS-Prod-Found
               MOVE WS-Prod-Idx TO WS-Prod-Hit-Idx
           END-IF
       END-PERFORM
       IF NOT ProdFound
           DISPLAY "  " WS-CTab-Name(WS-Count-Idx)
               " is no longer on prodmast.dat - not adjusted"
       ELSE
           COMPUTE WS-New-On-Hand = WS-Tab-On-Hand(WS-Prod-Hit-Idx)
               + WS-CTab-Count-Qty(WS-Count-Idx)
               - WS-CTab-Book-Qty(WS-Count-Idx)
           IF WS-New-On-Hand < 0
               MOVE 0 TO WS-New-On-Hand
           END-IF
           MOVE WS-New-On-Hand TO WS-Tab-On-Hand(WS-Prod-Hit-Idx)
           ADD 1 TO WS-Adjusted-Count
           MOVE "ADJUST" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING WS-CTab-Name(WS-Count-Idx) " bk "
               WS-CTab-Book-Qty(WS-Count-Idx) " ct "
               WS-CTab-Count-Qty(WS-Count-Idx) " oh "
               WS-Tab-On-Hand(WS-Prod-Hit-Idx)
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       END-IF.

*> Net shrinkage at average cost debits the shrinkage expense (5300) and
*> credits inventory; a net overage is the same pair reversed. A
*> count that agreed with the book feeds nothing.
FEED-GENERAL-LEDGER.
       COMPUTE WS-Net-Cost = WS-Over-Cost - WS-Shrink-Cost
       MOVE ZEROES TO WS-GL-Debit
       MOVE ZEROES TO WS-GL-Credit
       IF WS-Net-Cost < 0
           COMPUTE WS-GL-Debit = 0 - WS-Net-Cost
           MOVE 5300 TO WS-GL-Account
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE WS-GL-Debit TO WS-GL-Credit
           MOVE ZEROES TO WS-GL-Debit
           MOVE 1300 TO WS-GL-Account
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Net-Cost > 0
           MOVE WS-Net-Cost TO WS-GL-Debit
           MOVE 1300 TO WS-GL-Account
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE WS-GL-Debit TO WS-GL-Credit
           MOVE ZEROES TO WS-GL-Debit
           MOVE 5300 TO WS-GL-Account
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
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
