       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REORDAPR.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Purchasing's approval of the monthly reorder point review. The
*> REORDCLC step leaves its proposals on reordprop.dat (REORDPRP
*> layout) and the review report reordrev.txt; nothing reaches the
*> masters until they are approved here. A supervisor signs on
*> (the CUSTLOAD rule - a clerk is refused and the refusal written
*> to runaudit.txt) and is taken through each proposal still
*> pending - demand, lead time, the reorder point and order
*> quantity as they stand and as proposed - and answers Y to
*> approve, N to reject or Q to stop for now (the rest stay
*> pending for another session). The approved ones are applied
*> after one last confirmation: the reorder point to prodmast.dat,
*> the order quantity to the record of the vendor POGEN orders the
*> product from on vendmast.dat (its first record for the
*> product), every field changed going to chghist.dat through
*> CHGLOG. A proposal whose product, vendor or current figure has
*> changed on the master since the review is not applied (S) - the
*> review was of figures that no longer stand. The masters are
*> LINE SEQUENTIAL and are rewritten whole from a table, the
*> PRODMNT way; the product master write-back is bracketed by
*> MASTSUM and its change logged through MASTLOG for the nightly
*> master check. reordprop.dat is rewritten with each proposal's
*> outcome, so nothing is approved twice. Like the other programs
*> that update a file the stream uses, it will not start while the
*> nightly stream runs unless a supervisor overrides BATCHCHK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PropFile ASSIGN TO 'reordprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prop-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT VendFile ASSIGN TO 'vendmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Vend-Status.

DATA DIVISION.
FILE SECTION.
FD PropFile.
01 PropRec.
       COPY REORDPRP.

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD VendFile.
01 VendMastRec.
       COPY VENDREC.

WORKING-STORAGE SECTION.
01 WS-Prop-Status  PIC XX.
01 WS-Prod-Status  PIC XX.
01 WS-Vend-Status  PIC XX.
01 WS-Prop-EOF     PIC X VALUE 'N'.
01 WS-Prod-EOF     PIC X VALUE 'N'.
01 WS-Vend-EOF     PIC X VALUE 'N'.
01 WS-Prop-Table.
       02 WS-Prop-Entry OCCURS 200 TIMES.
           COPY REORDPRP REPLACING LEADING ==RP-== BY ==WS-PT-==.
*> The proposals approved in this session - the ones to apply.
01 WS-Session-Table.
       02 WS-Session-Approved PIC X OCCURS 200 TIMES.
01 WS-Prop-Count      PIC 9(3) VALUE 0.
01 WS-Prop-Read-Count PIC 9(8) VALUE 0.
01 WS-Prop-Idx        PIC 9(3) VALUE 0.
01 WS-Prod-Table.
       02 WS-Prod-Entry OCCURS 200 TIMES.
           COPY PRODREC REPLACING LEADING ==PRD-== BY ==WS-PR-==.
01 WS-Prod-Count      PIC 9(3) VALUE 0.
01 WS-Prod-Read-Count PIC 9(8) VALUE 0.
01 WS-Prod-Idx        PIC 9(3) VALUE 0.
01 WS-Prod-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Prod-Found      PIC X VALUE 'N'.
       88 ProdFound VALUE 'Y'.
01 WS-Vend-Table.
       02 WS-Vend-Entry OCCURS 200 TIMES.
           COPY VENDREC REPLACING LEADING ==VEND-== BY ==WS-VT-==.
01 WS-Vend-Count      PIC 9(3) VALUE 0.
01 WS-Vend-Read-Count PIC 9(8) VALUE 0.
01 WS-Vend-Idx        PIC 9(3) VALUE 0.
01 WS-Vend-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Vend-Found      PIC X VALUE 'N'.
       88 VendFound VALUE 'Y'.
01 WS-Prod-Changed PIC X VALUE 'N'.
       88 ProdChanged VALUE 'Y'.
01 WS-Vend-Changed PIC X VALUE 'N'.
       88 VendChanged VALUE 'Y'.
01 WS-Reviewing    PIC X VALUE 'Y'.
       88 StillReviewing VALUE 'Y'.
01 WS-Answer       PIC X.
01 WS-Confirm      PIC X.
01 WS-Pending-Count  PIC 9(3) VALUE 0.
01 WS-Approved-Count PIC 9(3) VALUE 0.
01 WS-Rejected-Count PIC 9(3) VALUE 0.
01 WS-Applied-Count  PIC 9(3) VALUE 0.
01 WS-Stale-Count    PIC 9(3) VALUE 0.
01 WS-Units-Ed     PIC Z,ZZZ,ZZ9.
01 WS-Peak-Ed      PIC Z,ZZZ,ZZ9.
01 WS-Old-Ed       PIC ZZ,ZZ9.
01 WS-New-Ed       PIC ZZ,ZZ9.
01 WS-Chg-Master   PIC X(4).
01 WS-Chg-Key      PIC X(10).
01 WS-Chg-Field    PIC X(16).
01 WS-Chg-Old      PIC X(30).
01 WS-Chg-New      PIC X(30).
01 WS-Mast-Code  PIC X(4) VALUE "PROD".
01 WS-Mast-Kind  PIC X VALUE 'D'.
01 WS-Mast-Found PIC X.
01 WS-Mast-Before.
       COPY MASTTOT REPLACING LEADING ==MS-== BY ==WS-MB-==.
01 WS-Mast-Change.
       COPY MASTTOT.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "REORDAPR".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Signed-On   PIC X.
01 WS-Operator-Role PIC X.
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).

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
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       IF NOT OperSupervisor
           DISPLAY "Reorder approval REFUSED - supervisor sign-on "
               "required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Reorder approval without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       PERFORM LOAD-PROPOSALS
       IF WS-Pending-Count = 0
           DISPLAY "No reorder proposals awaiting approval"
           PERFORM END-OF-RUN
       END-IF
       DISPLAY "Reorder point review of " WS-PT-Run-Date(1) " - "
           WS-Pending-Count " proposal(s) awaiting approval"
       DISPLAY "(the review report is reordrev.txt)"
       PERFORM REVIEW-ONE-PROPOSAL VARYING WS-Prop-Idx FROM 1 BY 1
           UNTIL WS-Prop-Idx > WS-Prop-Count OR NOT StillReviewing
       IF WS-Approved-Count = 0
           IF WS-Rejected-Count > 0
               PERFORM WRITE-PROPOSALS
           END-IF
           DISPLAY "Nothing approved - prodmast.dat and vendmast.dat "
               "untouched"
           PERFORM END-OF-RUN
       END-IF
       DISPLAY "Apply " WS-Approved-Count " approved change(s) to "
           "prodmast.dat and vendmast.dat (Y/N): "
           WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Nothing applied - the proposals stay pending"
           PERFORM END-OF-RUN
       END-IF
       PERFORM LOAD-PRODUCTS
       PERFORM LOAD-VENDORS
       PERFORM VARYING WS-Prop-Idx FROM 1 BY 1
               UNTIL WS-Prop-Idx > WS-Prop-Count
           IF WS-Session-Approved(WS-Prop-Idx) = 'Y'
               PERFORM APPLY-ONE-PROPOSAL
           END-IF
       END-PERFORM
       PERFORM WRITE-PRODUCT-MASTER
       PERFORM WRITE-VENDOR-MASTER
       PERFORM WRITE-PROPOSALS
       DISPLAY "REORDAPR: " WS-Applied-Count " applied, "
           WS-Rejected-Count " rejected, " WS-Stale-Count
           " not applied (master changed since the review)"
       MOVE "ROPAPPLY" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING WS-Applied-Count " applied " WS-Rejected-Count
           " rejected " WS-Stale-Count " stale"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       PERFORM END-OF-RUN.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

*> A proposal file past the table would be rewritten short, so it
*> is refused whole.
LOAD-PROPOSALS.
       OPEN INPUT PropFile
       IF WS-Prop-Status NOT = '00'
           MOVE 'Y' TO WS-Prop-EOF
       END-IF
       PERFORM UNTIL WS-Prop-EOF = 'Y'
           READ PropFile
               AT END MOVE 'Y' TO WS-Prop-EOF
               NOT AT END
                   ADD 1 TO WS-Prop-Read-Count
                   IF WS-Prop-Count < 200
                       ADD 1 TO WS-Prop-Count
                       MOVE PropRec TO WS-Prop-Entry(WS-Prop-Count)
                       MOVE 'N' TO WS-Session-Approved(WS-Prop-Count)
                       IF RP-Pending
                           ADD 1 TO WS-Pending-Count
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Prop-Status NOT = '35'
           CLOSE PropFile
       END-IF
       IF WS-Prop-Read-Count > WS-Prop-Count
           MOVE 'W' TO WS-Alert-Severity
           MOVE "reordprop.dat overflowed REORDAPR proposal table"
               TO WS-Alert-Message
           PERFORM REFUSE-OVERFLOW
       END-IF.

REVIEW-ONE-PROPOSAL.
       IF WS-PT-Pending(WS-Prop-Idx)
           MOVE WS-PT-Avg-Month(WS-Prop-Idx) TO WS-Units-Ed
           MOVE WS-PT-Peak-Month(WS-Prop-Idx) TO WS-Peak-Ed
           DISPLAY " "
           IF WS-PT-Vendor(WS-Prop-Idx) = 0
               DISPLAY "Product " WS-PT-Prod-Name(WS-Prop-Idx)
                   "  no vendor on file, lead "
                   WS-PT-Lead-Days(WS-Prop-Idx) " days"
           ELSE
               DISPLAY "Product " WS-PT-Prod-Name(WS-Prop-Idx)
                   "  vendor " WS-PT-Vendor(WS-Prop-Idx) ", lead "
                   WS-PT-Lead-Days(WS-Prop-Idx) " days"
           END-IF
           DISPLAY "  average month " WS-Units-Ed ", peak month "
               WS-Peak-Ed
           MOVE WS-PT-Old-Reorder-Point(WS-Prop-Idx) TO WS-Old-Ed
           MOVE WS-PT-New-Reorder-Point(WS-Prop-Idx) TO WS-New-Ed
           DISPLAY "  reorder point  " WS-Old-Ed " -> " WS-New-Ed
           IF WS-PT-Vendor(WS-Prop-Idx) NOT = 0
               MOVE WS-PT-Old-Order-Qty(WS-Prop-Idx) TO WS-Old-Ed
               MOVE WS-PT-New-Order-Qty(WS-Prop-Idx) TO WS-New-Ed
               DISPLAY "  order quantity " WS-Old-Ed " -> " WS-New-Ed
           END-IF
           DISPLAY "Approve - Y(es) N(o) Q(uit reviewing): "
               WITH NO ADVANCING
           ACCEPT WS-Answer
           EVALUATE WS-Answer
               WHEN 'Y'
               WHEN 'y'
                   MOVE 'A' TO WS-PT-Status(WS-Prop-Idx)
                   MOVE 'Y' TO WS-Session-Approved(WS-Prop-Idx)
                   ADD 1 TO WS-Approved-Count
               WHEN 'N'
               WHEN 'n'
                   MOVE 'R' TO WS-PT-Status(WS-Prop-Idx)
                   ADD 1 TO WS-Rejected-Count
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'N' TO WS-Reviewing
               WHEN OTHER
                   DISPLAY "Not answered - left pending"
           END-EVALUATE
       END-IF.

*> The masters must still show the figures the review was made
*> from, or the proposal is set aside as stale.
APPLY-ONE-PROPOSAL.
       MOVE 'N' TO WS-Prod-Found
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count OR ProdFound
           IF WS-PR-Name(WS-Prod-Idx) = WS-PT-Prod-Name(WS-Prop-Idx)
               MOVE 'Y' TO WS-Prod-Found
               MOVE WS-Prod-Idx TO WS-Prod-Hit-Idx
           END-IF
       END-PERFORM
       MOVE 'N' TO WS-Vend-Found
       PERFORM VARYING WS-Vend-Idx FROM 1 BY 1
               UNTIL WS-Vend-Idx > WS-Vend-Count OR VendFound
           IF WS-VT-Prod-Name(WS-Vend-Idx) = WS-PT-Prod-Name(WS-Prop-Idx)
               MOVE 'Y' TO WS-Vend-Found
               MOVE WS-Vend-Idx TO WS-Vend-Hit-Idx
           END-IF
       END-PERFORM
       IF NOT ProdFound
           PERFORM SET-PROPOSAL-STALE
       ELSE
           IF WS-PR-Reorder-Point(WS-Prod-Hit-Idx)
               NOT = WS-PT-Old-Reorder-Point(WS-Prop-Idx)
               PERFORM SET-PROPOSAL-STALE
           END-IF
       END-IF
       IF WS-PT-Approved(WS-Prop-Idx)
           IF WS-PT-Vendor(WS-Prop-Idx) = 0
               IF VendFound
                   PERFORM SET-PROPOSAL-STALE
               END-IF
           ELSE
               IF NOT VendFound
                   PERFORM SET-PROPOSAL-STALE
               ELSE
                   IF WS-VT-Number(WS-Vend-Hit-Idx)
                           NOT = WS-PT-Vendor(WS-Prop-Idx)
                      OR WS-VT-Order-Qty(WS-Vend-Hit-Idx)
                           NOT = WS-PT-Old-Order-Qty(WS-Prop-Idx)
                       PERFORM SET-PROPOSAL-STALE
                   END-IF
               END-IF
           END-IF
       END-IF
       IF WS-PT-Approved(WS-Prop-Idx)
           ADD 1 TO WS-Applied-Count
           MOVE WS-PT-Prod-Name(WS-Prop-Idx) TO WS-Chg-Key
           IF WS-PT-New-Reorder-Point(WS-Prop-Idx)
                   NOT = WS-PT-Old-Reorder-Point(WS-Prop-Idx)
               MOVE WS-PT-New-Reorder-Point(WS-Prop-Idx)
                   TO WS-PR-Reorder-Point(WS-Prod-Hit-Idx)
               MOVE 'Y' TO WS-Prod-Changed
               MOVE "PROD" TO WS-Chg-Master
               MOVE "REORDER-POINT" TO WS-Chg-Field
               MOVE WS-PT-Old-Reorder-Point(WS-Prop-Idx) TO WS-Old-Ed
               MOVE WS-Old-Ed TO WS-Chg-Old
               MOVE WS-PT-New-Reorder-Point(WS-Prop-Idx) TO WS-New-Ed
               MOVE WS-New-Ed TO WS-Chg-New
               PERFORM WRITE-CHANGE-HISTORY
           END-IF
           IF WS-PT-Vendor(WS-Prop-Idx) NOT = 0
              AND WS-PT-New-Order-Qty(WS-Prop-Idx)
                   NOT = WS-PT-Old-Order-Qty(WS-Prop-Idx)
               MOVE WS-PT-New-Order-Qty(WS-Prop-Idx)
                   TO WS-VT-Order-Qty(WS-Vend-Hit-Idx)
               MOVE 'Y' TO WS-Vend-Changed
               MOVE "VEND" TO WS-Chg-Master
               MOVE "ORDER-QTY" TO WS-Chg-Field
               MOVE WS-PT-Old-Order-Qty(WS-Prop-Idx) TO WS-Old-Ed
               MOVE WS-Old-Ed TO WS-Chg-Old
               MOVE WS-PT-New-Order-Qty(WS-Prop-Idx) TO WS-New-Ed
               MOVE WS-New-Ed TO WS-Chg-New
               PERFORM WRITE-CHANGE-HISTORY
           END-IF
       END-IF.

SET-PROPOSAL-STALE.
       MOVE 'S' TO WS-PT-Status(WS-Prop-Idx)
       ADD 1 TO WS-Stale-Count
       DISPLAY "Product " WS-PT-Prod-Name(WS-Prop-Idx)
           " changed on the master since the review - not applied".

WRITE-CHANGE-HISTORY.
       CALL "CHGLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Chg-Master, WS-Chg-Key, WS-Chg-Field, WS-Chg-Old,
           WS-Chg-New.

LOAD-PRODUCTS.
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "No prodmast.dat (status " WS-Prod-Status ")"
           MOVE 'Y' TO WS-Prod-EOF
       END-IF
       PERFORM UNTIL WS-Prod-EOF = 'Y'
           READ ProdFile
               AT END MOVE 'Y' TO WS-Prod-EOF
               NOT AT END
                   ADD 1 TO WS-Prod-Read-Count
                   IF WS-Prod-Count < 200
                       ADD 1 TO WS-Prod-Count
                       MOVE ProdMastRec TO WS-Prod-Entry(WS-Prod-Count)
                       IF PRD-Avg-Cost NOT NUMERIC
                           MOVE ZEROES TO WS-PR-Avg-Cost(WS-Prod-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Prod-Status NOT = '35'
           CLOSE ProdFile
       END-IF
       IF WS-Prod-Read-Count > WS-Prod-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "prodmast.dat overflowed REORDAPR product table"
               TO WS-Alert-Message
           PERFORM REFUSE-OVERFLOW
       END-IF.

LOAD-VENDORS.
       OPEN INPUT VendFile
       IF WS-Vend-Status NOT = '00'
           DISPLAY "No vendmast.dat (status " WS-Vend-Status ")"
           MOVE 'Y' TO WS-Vend-EOF
       END-IF
       PERFORM UNTIL WS-Vend-EOF = 'Y'
           READ VendFile
               AT END MOVE 'Y' TO WS-Vend-EOF
               NOT AT END
                   ADD 1 TO WS-Vend-Read-Count
                   IF WS-Vend-Count < 200
                       ADD 1 TO WS-Vend-Count
                       MOVE VendMastRec TO WS-Vend-Entry(WS-Vend-Count)
                       IF VEND-Unit-Cost NOT NUMERIC
                           MOVE ZEROES TO WS-VT-Unit-Cost(WS-Vend-Count)
                       END-IF
                       IF VEND-Lead-Days NOT NUMERIC
                           MOVE ZEROES TO WS-VT-Lead-Days(WS-Vend-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Vend-Status NOT = '35'
           CLOSE VendFile
       END-IF
       IF WS-Vend-Read-Count > WS-Vend-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "vendmast.dat overflowed REORDAPR vendor table"
               TO WS-Alert-Message
           PERFORM REFUSE-OVERFLOW
       END-IF.

*> A write-back of only the loaded part would drop records.
REFUSE-OVERFLOW.
       DISPLAY WS-Alert-Message " - nothing applied"
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE 16 TO RETURN-CODE
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program,
           WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

WRITE-PRODUCT-MASTER.
       IF ProdChanged
           PERFORM TOTAL-MASTER-BEFORE
           OPEN OUTPUT ProdFile
           PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                   UNTIL WS-Prod-Idx > WS-Prod-Count
               MOVE WS-Prod-Entry(WS-Prod-Idx) TO ProdMastRec
               WRITE ProdMastRec
           END-PERFORM
           CLOSE ProdFile
           PERFORM LOG-MASTER-CHANGE
           DISPLAY "prodmast.dat written back - " WS-Prod-Count
               " product(s)"
       END-IF.

WRITE-VENDOR-MASTER.
       IF VendChanged
           OPEN OUTPUT VendFile
           PERFORM VARYING WS-Vend-Idx FROM 1 BY 1
                   UNTIL WS-Vend-Idx > WS-Vend-Count
               MOVE WS-Vend-Entry(WS-Vend-Idx) TO VendMastRec
               WRITE VendMastRec
           END-PERFORM
           CLOSE VendFile
           DISPLAY "vendmast.dat written back - " WS-Vend-Count
               " record(s)"
       END-IF.

WRITE-PROPOSALS.
       OPEN OUTPUT PropFile
       PERFORM VARYING WS-Prop-Idx FROM 1 BY 1
               UNTIL WS-Prop-Idx > WS-Prop-Count
           MOVE WS-Prop-Entry(WS-Prop-Idx) TO PropRec
           WRITE PropRec
       END-PERFORM
       CLOSE PropFile.

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
