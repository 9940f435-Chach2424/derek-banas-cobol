*> session (the coboltut12 load) and is written back at sign-off
*> only if something changed; a master that overflows the table
*> refuses the session rather than drop products on write-back.
*> October 15th 2026 - The product's running average cost
*> (PRD-Avg-Cost) is shown on every inquiry and carried through
*> the write-back. Add keys the starting cost of the on-hand being
*> put on the master (zero allowed - STKRCPT's first PO receipt
*> then sets it); after that the cost moves only with receipts,
*> and Change offers to reset it to the supervisor role alone,
*> with the old and new cost written to runaudit.txt.
*> October 15th 2026 - every field a Change alters, the average
*> cost reset included, is written to the shared chghist.dat
*> through CHGLOG, the value before and after under the signed-on
*> operator.
*> October 15th 2026 - the product master write-back is bracketed
*> by MASTSUM and the change it made to the control totals logged
*> through MASTLOG for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> runs inquiry only and writes nothing back, unless a supervisor
*> overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           03 WS-Tab-Price   PIC 9(5)V99.
           03 WS-Tab-On-Hand PIC 9(5).
           03 WS-Tab-Reorder PIC 9(5).
           03 WS-Tab-Avg-Cost PIC 9(5)V99.
01 WS-Prod-Count      PIC 9(3) VALUE 0.
01 WS-Prod-Read-Count PIC 9(8) VALUE 0.
01 WS-Prod-Idx        PIC 9(3) VALUE 0.
01 WS-On-Hand-Entry PIC 9(5).
01 WS-Reorder-Entry PIC 9(5).
01 WS-Old-Price   PIC 9(5)V99.
01 WS-Cost-Entry  PIC X(7).
01 WS-Cost-Amount REDEFINES WS-Cost-Entry PIC 9(5)V99.
01 WS-Cost-Valid  PIC X VALUE 'N'.
       88 CostEntryOK VALUE 'Y'.
01 WS-Old-Cost    PIC 9(5)V99.
01 WS-Chk-Idx     PIC 99.
01 WS-Confirm     PIC X.
01 WS-Waiting-Orders PIC 9(5) VALUE 0.
01 WS-Hdr-Voided     PIC X VALUE 'N'.
01 WS-Price-Ed    PIC $$$,$$9.99.
01 WS-Price-Ed-2  PIC $$$,$$9.99.
01 WS-Mast-Code  PIC X(4) VALUE "PROD".
01 WS-Mast-Kind  PIC X VALUE 'D'.
01 WS-Mast-Found PIC X.
01 WS-Mast-Before.
       COPY MASTTOT REPLACING LEADING ==MS-== BY ==WS-MB-==.
01 WS-Mast-Change.
       COPY MASTTOT.
01 WS-Batch-Lock  PIC X.
01 WS-Inquiry-Only PIC X VALUE 'N'.
       88 InquiryOnly VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "PRODMNT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
*> The table entry as it stood before Change keyed over it, for the
*> field-by-field change history.
01 WS-Before-Product.
       02 WS-Bef-Name     PIC X(10).
       02 WS-Bef-Sizes    PIC X(10).
       02 WS-Bef-Price    PIC 9(5)V99.
       02 WS-Bef-On-Hand  PIC 9(5).
       02 WS-Bef-Reorder  PIC 9(5).
       02 WS-Bef-Avg-Cost PIC 9(5)V99.
01 WS-Qty-Ed        PIC ZZZZ9.
01 WS-Chg-Master    PIC X(4) VALUE "PROD".
01 WS-Chg-Key       PIC X(10).
01 WS-Chg-Field     PIC X(16).
01 WS-Chg-Old       PIC X(30).
01 WS-Chg-New       PIC X(30).

PROCEDURE DIVISION.
MAIN-LOGIC.
           STOP RUN
       END-IF
       MOVE WS-Operator-ID TO WS-Audit-Operator
       CALL "BATCHCHK" USING WS-Audit-Program, WS-Operator-ID,
           WS-Operator-Role, WS-Batch-Lock
       IF WS-Batch-Lock = 'L'
           MOVE 'Y' TO WS-Inquiry-Only
           DISPLAY "Inquiry only until the batch stream has finished"
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN InquiryOnly AND (ActionAdd OR ActionChange OR ActionDelete)
                   DISPLAY "Inquiry only until the batch stream has finished"
               WHEN ActionAdd
                   PERFORM ADD-PRODUCT THRU ADD-PRODUCT-EXIT
               WHEN ActionChange
                   PERFORM INQUIRE-PRODUCT
           END-EVALUATE
       END-PERFORM
       IF NOT InquiryOnly
           PERFORM WRITE-PRODUCT-MASTER
       END-IF
       DISPLAY "PRODMNT finished"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
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
           MOVE 'N' TO WS-Price-Valid
       END-IF.

*> The same 7-digit entry as the price, but zero is allowed: a
*> product nobody has bought in yet has no cost.
GET-VALID-COST.
       MOVE 'N' TO WS-Cost-Valid
       PERFORM UNTIL CostEntryOK
           DISPLAY "Average cost, 7 digits with pennies as the last "
               "2 (e.g. 0000800 for $8.00): " WITH NO ADVANCING
           ACCEPT WS-Cost-Entry
           MOVE 'Y' TO WS-Cost-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 7
               IF WS-Cost-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Cost-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Cost-Valid
               END-IF
           END-PERFORM
           IF NOT CostEntryOK
               DISPLAY "Invalid entry - enter exactly 7 digits"
           END-IF
       END-PERFORM.

GET-VALID-ON-HAND.
       MOVE 'N' TO WS-Qty5-Valid
       PERFORM UNTIL Qty5EntryOK
       PERFORM GET-VALID-PRICE
       PERFORM GET-VALID-ON-HAND
       PERFORM GET-VALID-REORDER-POINT
       PERFORM GET-VALID-COST
       ADD 1 TO WS-Prod-Count
       MOVE WS-Name-Entry TO WS-Tab-Name(WS-Prod-Count)
       MOVE WS-Sizes-Entry TO WS-Tab-Sizes(WS-Prod-Count)
       MOVE WS-Price-Amount TO WS-Tab-Price(WS-Prod-Count)
       MOVE WS-On-Hand-Entry TO WS-Tab-On-Hand(WS-Prod-Count)
       MOVE WS-Reorder-Entry TO WS-Tab-Reorder(WS-Prod-Count)
       MOVE WS-Cost-Amount TO WS-Tab-Avg-Cost(WS-Prod-Count)
       MOVE 'Y' TO WS-Changed
       DISPLAY "Product '" WS-Name-Entry "' added"
       MOVE "ADD" TO WS-Audit-Event
       ELSE
           PERFORM DISPLAY-PRODUCT
           MOVE WS-Tab-Price(WS-Prod-Hit-Idx) TO WS-Old-Price
           MOVE WS-Prod-Entry(WS-Prod-Hit-Idx) TO WS-Before-Product
           PERFORM GET-VALID-SIZES
           PERFORM GET-VALID-PRICE
           PERFORM GET-VALID-ON-HAND
           END-IF
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           IF OperSupervisor
               PERFORM RESET-AVERAGE-COST
           END-IF
           PERFORM LOG-PRODUCT-CHANGES
       END-IF.

*> One chghist.dat line per field the Change actually moved; a
*> field keyed back the same is not a change.
LOG-PRODUCT-CHANGES.
       MOVE WS-Tab-Name(WS-Prod-Hit-Idx) TO WS-Chg-Key
       IF WS-Tab-Sizes(WS-Prod-Hit-Idx) NOT = WS-Bef-Sizes
           MOVE "SIZES" TO WS-Chg-Field
           MOVE WS-Bef-Sizes TO WS-Chg-Old
           MOVE WS-Tab-Sizes(WS-Prod-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Price(WS-Prod-Hit-Idx) NOT = WS-Bef-Price
           MOVE "UNIT-PRICE" TO WS-Chg-Field
           MOVE WS-Bef-Price TO WS-Price-Ed
           MOVE WS-Price-Ed TO WS-Chg-Old
           MOVE WS-Tab-Price(WS-Prod-Hit-Idx) TO WS-Price-Ed
           MOVE WS-Price-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-On-Hand(WS-Prod-Hit-Idx) NOT = WS-Bef-On-Hand
           MOVE "ON-HAND" TO WS-Chg-Field
           MOVE WS-Bef-On-Hand TO WS-Qty-Ed
           MOVE WS-Qty-Ed TO WS-Chg-Old
           MOVE WS-Tab-On-Hand(WS-Prod-Hit-Idx) TO WS-Qty-Ed
           MOVE WS-Qty-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Reorder(WS-Prod-Hit-Idx) NOT = WS-Bef-Reorder
           MOVE "REORDER-POINT" TO WS-Chg-Field
           MOVE WS-Bef-Reorder TO WS-Qty-Ed
           MOVE WS-Qty-Ed TO WS-Chg-Old
           MOVE WS-Tab-Reorder(WS-Prod-Hit-Idx) TO WS-Qty-Ed
           MOVE WS-Qty-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Avg-Cost(WS-Prod-Hit-Idx) NOT = WS-Bef-Avg-Cost
           MOVE "AVG-COST" TO WS-Chg-Field
           MOVE WS-Bef-Avg-Cost TO WS-Price-Ed
           MOVE WS-Price-Ed TO WS-Chg-Old
           MOVE WS-Tab-Avg-Cost(WS-Prod-Hit-Idx) TO WS-Price-Ed
           MOVE WS-Price-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF.

WRITE-CHANGE-HISTORY.
       CALL "CHGLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Chg-Master, WS-Chg-Key, WS-Chg-Field, WS-Chg-Old,
           WS-Chg-New.

*> Supervisor only, and only on request - the average is STKRCPT's
*> to keep, so a reset is its own audit line.
RESET-AVERAGE-COST.
       DISPLAY "Reset the average cost (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
           MOVE WS-Tab-Avg-Cost(WS-Prod-Hit-Idx) TO WS-Old-Cost
           PERFORM GET-VALID-COST
           MOVE WS-Cost-Amount TO WS-Tab-Avg-Cost(WS-Prod-Hit-Idx)
           MOVE "COSTSET" TO WS-Audit-Event
           MOVE WS-Old-Cost TO WS-Price-Ed
           MOVE WS-Cost-Amount TO WS-Price-Ed-2
           MOVE SPACES TO WS-Audit-Detail
           STRING WS-Name-Entry " " WS-Price-Ed " to "
               WS-Price-Ed-2
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       END-IF.

*> Deleting a product with orders waiting would turn them into
       DISPLAY "  Unit price....: " WS-Price-Ed
       DISPLAY "  On hand.......: " WS-Tab-On-Hand(WS-Prod-Hit-Idx)
       DISPLAY "  Reorder point.: "
           WS-Tab-Reorder(WS-Prod-Hit-Idx)
       MOVE WS-Tab-Avg-Cost(WS-Prod-Hit-Idx) TO WS-Price-Ed
       DISPLAY "  Average cost..: " WS-Price-Ed.

*> Written back only when something changed - an inquire-only
*> session leaves the file untouched.
WRITE-PRODUCT-MASTER.
       IF MasterChanged
           PERFORM TOTAL-MASTER-BEFORE
           OPEN OUTPUT ProdFile
           PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                   UNTIL WS-Prod-Idx > WS-Prod-Count
               MOVE WS-Tab-On-Hand(WS-Prod-Idx) TO PRD-On-Hand
               MOVE WS-Tab-Reorder(WS-Prod-Idx)
                   TO PRD-Reorder-Point
               MOVE WS-Tab-Avg-Cost(WS-Prod-Idx) TO PRD-Avg-Cost
               WRITE ProdMastRec
           END-PERFORM
           CLOSE ProdFile
           PERFORM LOG-MASTER-CHANGE
           DISPLAY "prodmast.dat written back - " WS-Prod-Count
               " product(s)"
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
