       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDIMP.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Nightly bulk order import for daily_batch.sh, run after the
*> standing orders and ahead of the ORDEDIT order edit. The larger
*> customers send their orders as spreadsheets, which customer
*> service saves as a comma-delimited file ordimp.dat, one order
*> line per row:
*>     customer Ident,customer order ref,product,quantity,sizes
*> e.g. "12,PO-4471,Widget,25,SML". Consecutive rows with the same
*> customer Ident and order ref make up one order. Every row is
*> checked the way ORDENT checks a keyed line - the customer by
*> keyed READ on custmast2.dat, the product against prodmast.dat,
*> a quantity of 1 to 999 and S/M/L/X sizes - and an order's
*> accepted rows are written onto orders.dat as a '1' ORDREC header
*> dated the processing date and a '2' detail per row, numbered
*> from ordnum.ctl (reserved BEFORE the order is written, as in
*> ORDENT). The header only goes out with the first accepted row,
*> so an order whose rows all fail leaves nothing behind, and an
*> order is capped at the 20 lines ORDEDIT holds. A bad row goes
*> to the reject report ordimp_reject.txt with its row number, the
*> row as received and the reason, for customer service to send
*> back. Blank rows are skipped. Rows read vs. accepted, rejected
*> and skipped go to reconcile.dat via RECONLOG.
*> October 15th 2026 - a row for a customer retired by a CUSTMRG
*> merge is rejected with the Ident it was merged into, so the
*> sender can re-key it against the surviving account.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ImportFile ASSIGN TO 'ordimp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Import-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT OrderFile ASSIGN TO 'orders.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Order-Status.
       SELECT OrdCtlFile ASSIGN TO 'ordnum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrdCtl-Status.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.
       SELECT RejectFile ASSIGN TO 'ordimp_reject.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ImportFile.
01 ImportRec PIC X(80).

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD OrderFile.
01 OrderRec.
       COPY ORDREC.

FD OrdCtlFile.
01 OrdCtlRec.
       02 OC-Last-Order-Number PIC 9(6).

FD CustMastFile.
01 Customer.
       COPY CUSTREC.

FD RejectFile.
01 RejectLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Import-Status PIC XX.
01 WS-Prod-Status   PIC XX.
01 WS-Order-Status  PIC XX.
01 WS-OrdCtl-Status PIC XX.
01 WS-Cust-Status   PIC XX.
01 WS-Import-EOF    PIC X VALUE 'N'.
01 WS-Prod-EOF      PIC X VALUE 'N'.
01 WS-Prod-Table.
       02 WS-Prod-Name PIC X(10) OCCURS 200 TIMES.
01 WS-Prod-Count      PIC 9(3) VALUE 0.
01 WS-Prod-Read-Count PIC 9(8) VALUE 0.
01 WS-Prod-Idx        PIC 9(3) VALUE 0.
01 WS-Prod-Found      PIC X VALUE 'N'.
       88 ProdFound VALUE 'Y'.
*> One row split into its fields. The lengths are the character
*> counts UNSTRING found, used to right-justify the numbers.
01 WS-Imp-Fields.
       02 WS-Imp-Ident-Text PIC X(10).
       02 WS-Imp-Ref-Text   PIC X(20).
       02 WS-Imp-Prod-Text  PIC X(20).
       02 WS-Imp-Qty-Text   PIC X(10).
       02 WS-Imp-Sizes-Text PIC X(20).
       02 WS-Imp-Extra-Text PIC X(20).
01 WS-Imp-Ident-Len  PIC 99.
01 WS-Imp-Prod-Len   PIC 99.
01 WS-Imp-Qty-Len    PIC 99.
01 WS-Imp-Sizes-Len  PIC 99.
01 WS-Imp-Field-Count PIC 99.
01 WS-Ident-Digits   PIC X(3).
01 WS-Ident-Num REDEFINES WS-Ident-Digits PIC 9(3).
01 WS-Qty-Digits     PIC X(3).
01 WS-Qty-Num REDEFINES WS-Qty-Digits PIC 9(3).
01 WS-Chk-Idx        PIC 99.
01 WS-Row-Number     PIC 9(6) VALUE 0.
01 WS-Reject-Reason  PIC X(40).
01 WS-Row-OK         PIC X VALUE 'Y'.
       88 RowOK VALUE 'Y'.
*> The order being built: its key, whether its customer is on file,
*> and whether its header has gone out yet.
01 WS-Cur-Ident-Text PIC X(10) VALUE SPACES.
01 WS-Cur-Ref-Text   PIC X(20) VALUE SPACES.
01 WS-Order-Open     PIC X VALUE 'N'.
       88 OrderOpen VALUE 'Y'.
01 WS-Cur-Cust-Found PIC X VALUE 'N'.
       88 CurCustFound VALUE 'Y'.
01 WS-Cur-Cust-Retired PIC X VALUE 'N'.
       88 CurCustRetired VALUE 'Y'.
01 WS-Cur-Merged-Into PIC 9(3) VALUE 0.
01 WS-Header-Written PIC X VALUE 'N'.
       88 HeaderWritten VALUE 'Y'.
01 WS-Cur-Line-Count PIC 99 VALUE 0.
01 WS-Next-Order-Number PIC 9(6) VALUE 0.
01 WS-Proc-Date      PIC 9(8).
01 WS-Read-Count     PIC 9(8) VALUE 0.
01 WS-Accepted-Count PIC 9(8) VALUE 0.
01 WS-Rejected-Count PIC 9(8) VALUE 0.
01 WS-Skipped-Count  PIC 9(8) VALUE 0.
01 WS-Orders-Written PIC 9(8) VALUE 0.
01 WS-Recon-Out      PIC 9(8) VALUE 0.
01 WS-Audit-Program PIC X(8) VALUE "ORDIMP".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "Bulk order import".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       OPEN OUTPUT RejectFile
       MOVE SPACES TO RejectLine
       STRING "Bulk Order Import Rejects - " WS-Proc-Date
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine
       MOVE SPACES TO RejectLine
       WRITE RejectLine
       OPEN INPUT ImportFile
       IF WS-Import-Status NOT = '00'
           DISPLAY "No ordimp.dat tonight (status " WS-Import-Status
               ") - nothing to import"
           MOVE 'Y' TO WS-Import-EOF
       ELSE
           PERFORM LOAD-PRODUCTS
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM READ-ORDER-CONTROL
           PERFORM OPEN-ORDER-FILE
       END-IF
       PERFORM UNTIL WS-Import-EOF = 'Y'
           READ ImportFile
               AT END MOVE 'Y' TO WS-Import-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   ADD 1 TO WS-Row-Number
                   PERFORM IMPORT-ONE-ROW THRU IMPORT-ONE-ROW-EXIT
           END-READ
       END-PERFORM
       IF WS-Import-Status NOT = '35'
           CLOSE ImportFile
           CLOSE OrderFile
           CLOSE CustMastFile
       END-IF
       MOVE SPACES TO RejectLine
       WRITE RejectLine
       MOVE SPACES TO RejectLine
       STRING "Rows read.......................: " WS-Read-Count
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine
       MOVE SPACES TO RejectLine
       STRING "Rows accepted...................: " WS-Accepted-Count
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine
       MOVE SPACES TO RejectLine
       STRING "Rows rejected...................: " WS-Rejected-Count
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine
       MOVE SPACES TO RejectLine
       STRING "Blank rows skipped..............: " WS-Skipped-Count
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine
       MOVE SPACES TO RejectLine
       STRING "Orders written to orders.dat....: " WS-Orders-Written
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine
       CLOSE RejectFile
       DISPLAY "ORDIMP: " WS-Orders-Written " order(s), "
           WS-Accepted-Count " row(s) accepted, " WS-Rejected-Count
           " rejected"
       IF WS-Rejected-Count > 0
           MOVE 'W' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "Bulk order import rejected " WS-Rejected-Count
               " row(s) - see ordimp_reject.txt"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program, WS-Alert-Severity,
               WS-Alert-Message
       END-IF
       COMPUTE WS-Recon-Out = WS-Accepted-Count + WS-Rejected-Count
           + WS-Skipped-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-PRODUCTS.
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "Unable to open prodmast.dat (status "
               WS-Prod-Status ") - no products to validate against"
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
                       MOVE PRD-Name TO WS-Prod-Name(WS-Prod-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProdFile
       IF WS-Prod-Read-Count > WS-Prod-Count
           MOVE 'W' TO WS-Alert-Severity
           MOVE "Product master overflowed ORDIMP product table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - no customers to validate against"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

READ-ORDER-CONTROL.
       MOVE 0 TO WS-Next-Order-Number
       OPEN INPUT OrdCtlFile
       IF WS-OrdCtl-Status = '00'
           READ OrdCtlFile
               NOT AT END
                   MOVE OC-Last-Order-Number TO WS-Next-Order-Number
           END-READ
           CLOSE OrdCtlFile
       END-IF.

*> Always rewritten BEFORE the order records, as in ORDENT: the
*> control record must never lag a number already on orders.dat.
WRITE-ORDER-CONTROL.
       OPEN OUTPUT OrdCtlFile
       MOVE WS-Next-Order-Number TO OC-Last-Order-Number
       WRITE OrdCtlRec
       CLOSE OrdCtlFile.

OPEN-ORDER-FILE.
       OPEN EXTEND OrderFile
       IF WS-Order-Status NOT = '00'
           OPEN OUTPUT OrderFile
       END-IF.

IMPORT-ONE-ROW.
       IF ImportRec = SPACES
           ADD 1 TO WS-Skipped-Count
           GO TO IMPORT-ONE-ROW-EXIT
       END-IF
       PERFORM SPLIT-ROW
       IF NOT OrderOpen
          OR WS-Imp-Ident-Text NOT = WS-Cur-Ident-Text
          OR WS-Imp-Ref-Text NOT = WS-Cur-Ref-Text
           PERFORM START-NEW-ORDER
       END-IF
       PERFORM VALIDATE-ROW THRU VALIDATE-ROW-EXIT
       IF NOT RowOK
           PERFORM REJECT-ROW
           GO TO IMPORT-ONE-ROW-EXIT
       END-IF
       IF NOT HeaderWritten
           PERFORM WRITE-ORDER-HEADER
       END-IF
       ADD 1 TO WS-Cur-Line-Count
       MOVE SPACES TO OrderRec
       SET ORD-Detail-Rec TO TRUE
       MOVE WS-Next-Order-Number TO ORD-Number
       MOVE WS-Cur-Line-Count TO ORD-Line
       MOVE WS-Imp-Prod-Text TO ORD-Prod-Name
       MOVE WS-Qty-Num TO ORD-Qty
       MOVE WS-Imp-Sizes-Text TO ORD-Sizes
       WRITE OrderRec
       ADD 1 TO WS-Accepted-Count.

IMPORT-ONE-ROW-EXIT.
       EXIT.

SPLIT-ROW.
       MOVE SPACES TO WS-Imp-Fields
       MOVE 0 TO WS-Imp-Ident-Len
       MOVE 0 TO WS-Imp-Prod-Len
       MOVE 0 TO WS-Imp-Qty-Len
       MOVE 0 TO WS-Imp-Sizes-Len
       MOVE 0 TO WS-Imp-Field-Count
       UNSTRING ImportRec DELIMITED BY ','
           INTO WS-Imp-Ident-Text COUNT IN WS-Imp-Ident-Len
                WS-Imp-Ref-Text
                WS-Imp-Prod-Text COUNT IN WS-Imp-Prod-Len
                WS-Imp-Qty-Text COUNT IN WS-Imp-Qty-Len
                WS-Imp-Sizes-Text COUNT IN WS-Imp-Sizes-Len
                WS-Imp-Extra-Text
           TALLYING IN WS-Imp-Field-Count
       END-UNSTRING
       INSPECT WS-Imp-Sizes-Text CONVERTING "smlx" TO "SMLX".

*> A change of customer or order ref starts a new order; its
*> customer is looked up once for all of its rows.
START-NEW-ORDER.
       MOVE 'Y' TO WS-Order-Open
       MOVE WS-Imp-Ident-Text TO WS-Cur-Ident-Text
       MOVE WS-Imp-Ref-Text TO WS-Cur-Ref-Text
       MOVE 'N' TO WS-Header-Written
       MOVE 0 TO WS-Cur-Line-Count
       MOVE 'N' TO WS-Cur-Cust-Found
       MOVE 'N' TO WS-Cur-Cust-Retired
       MOVE ZEROES TO WS-Ident-Digits
       IF WS-Imp-Ident-Len >= 1 AND WS-Imp-Ident-Len <= 3
           MOVE WS-Imp-Ident-Text(1:WS-Imp-Ident-Len) TO
               WS-Ident-Digits(4 - WS-Imp-Ident-Len:WS-Imp-Ident-Len)
       ELSE
           MOVE SPACES TO WS-Ident-Digits
       END-IF
       IF WS-Ident-Digits NUMERIC
           MOVE WS-Ident-Num TO Ident
           READ CustMastFile
               KEY IS Ident
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-Cur-Cust-Found
                   IF CUST-Retired
                       MOVE 'Y' TO WS-Cur-Cust-Retired
                       MOVE CUST-Merged-Into TO WS-Cur-Merged-Into
                   END-IF
           END-READ
       END-IF.

VALIDATE-ROW.
       MOVE 'Y' TO WS-Row-OK
       IF WS-Imp-Field-Count NOT = 5
           MOVE "Row does not have 5 fields" TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       IF NOT CurCustFound
           MOVE "Customer Ident not on customer master"
               TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       IF CurCustRetired
           MOVE SPACES TO WS-Reject-Reason
           STRING "Customer retired - merged into "
               WS-Cur-Merged-Into
               DELIMITED BY SIZE INTO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       MOVE 'N' TO WS-Prod-Found
       IF WS-Imp-Prod-Len <= 10
           PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                   UNTIL WS-Prod-Idx > WS-Prod-Count OR ProdFound
               IF WS-Prod-Name(WS-Prod-Idx) = WS-Imp-Prod-Text
                   MOVE 'Y' TO WS-Prod-Found
               END-IF
           END-PERFORM
       END-IF
       IF NOT ProdFound
           MOVE "Product not on product master" TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       MOVE ZEROES TO WS-Qty-Digits
       IF WS-Imp-Qty-Len >= 1 AND WS-Imp-Qty-Len <= 3
           MOVE WS-Imp-Qty-Text(1:WS-Imp-Qty-Len) TO
               WS-Qty-Digits(4 - WS-Imp-Qty-Len:WS-Imp-Qty-Len)
       ELSE
           MOVE SPACES TO WS-Qty-Digits
       END-IF
       IF WS-Qty-Digits NOT NUMERIC
           MOVE "Quantity is not 1 to 999" TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       IF WS-Qty-Num = 0
           MOVE "Quantity is not 1 to 999" TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       IF WS-Imp-Sizes-Len = 0 OR WS-Imp-Sizes-Len > 10
           MOVE "Sizes must be 1 to 10 of S/M/L/X" TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 10
           IF WS-Imp-Sizes-Text(WS-Chk-Idx:1) NOT = SPACE AND
              WS-Imp-Sizes-Text(WS-Chk-Idx:1) NOT = 'S' AND
              WS-Imp-Sizes-Text(WS-Chk-Idx:1) NOT = 'M' AND
              WS-Imp-Sizes-Text(WS-Chk-Idx:1) NOT = 'L' AND
              WS-Imp-Sizes-Text(WS-Chk-Idx:1) NOT = 'X'
               MOVE 'N' TO WS-Row-OK
           END-IF
       END-PERFORM
       IF NOT RowOK
           MOVE "Sizes must be 1 to 10 of S/M/L/X" TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       IF WS-Cur-Line-Count >= 20
           MOVE "Order over the 20 line limit" TO WS-Reject-Reason
           GO TO VALIDATE-ROW-FAILED
       END-IF
       GO TO VALIDATE-ROW-EXIT.

VALIDATE-ROW-FAILED.
       MOVE 'N' TO WS-Row-OK.

VALIDATE-ROW-EXIT.
       EXIT.

REJECT-ROW.
       ADD 1 TO WS-Rejected-Count
       MOVE SPACES TO RejectLine
       STRING "Row " WS-Row-Number "  " WS-Reject-Reason
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine
       MOVE SPACES TO RejectLine
       STRING "           " ImportRec
           DELIMITED BY SIZE INTO RejectLine
       WRITE RejectLine.

*> The number is reserved on ordnum.ctl only once the order has a
*> row worth writing.
WRITE-ORDER-HEADER.
       ADD 1 TO WS-Next-Order-Number
       PERFORM WRITE-ORDER-CONTROL
       MOVE SPACES TO OrderRec
       SET ORD-Header-Rec TO TRUE
       MOVE WS-Next-Order-Number TO ORD-Number
       MOVE WS-Proc-Date TO ORD-Date
       MOVE WS-Ident-Num TO ORD-Cust-Ident
       MOVE SPACE TO ORD-Status
       WRITE OrderRec
       MOVE 'Y' TO WS-Header-Written
       ADD 1 TO WS-Orders-Written
       MOVE "IMPORT" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Order " WS-Next-Order-Number " cust " WS-Ident-Digits
           " ref " WS-Cur-Ref-Text
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.
