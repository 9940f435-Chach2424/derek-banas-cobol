       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STDGEN.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Nightly standing order step for daily_batch.sh, run after the
*> backorder release and ahead of the ORDEDIT order edit. Every
*> standing order on stdord.dat (STDREC layout, kept by STDMNT)
*> that falls due on or before the processing date - started, not
*> past its stop date - is written onto orders.dat as a real order:
*> a '1' ORDREC header dated the processing date and a '2' detail
*> per product line, numbered from ordnum.ctl exactly as ORDENT
*> numbers keyed orders (the number is reserved on the control
*> record BEFORE the order is written). The same credit check
*> ORDENT applies is made first: the customer's exposure is unpaid
*> installments on openinst.dat plus the orders already waiting in
*> orders.dat at list price, and an order that would take it past
*> CUST-Credit-Limit (zero = no limit) is not generated. There is
*> no supervisor at the console to override it, so the refusal is
*> listed, audited and alerted, and the standing order stays due -
*> it is offered again each night until the credit clears, or the
*> clerk keys it through ORDENT with an override. A generated
*> order moves STD-Next-Date on one week or one calendar month
*> (the start date's day of the month, or the month end when the
*> month is shorter) past the processing date, so a night the
*> batch did not run yields one order rather than a backlog.
*> What was generated, refused and skipped is printed on
*> stdgen.txt. stdord.dat is written to stdord.new for
*> daily_batch.sh to move into place. Standing orders read vs.
*> generated, refused and not due go to reconcile.dat via
*> RECONLOG.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - a standing order for a customer CUSTMRG has
*> retired (merged into another) is refused, the way ORDENT
*> refuses one keyed for them, with the customer it was merged
*> into on the report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StdOrdFile ASSIGN TO 'stdord.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Std-Status.
       SELECT StdNewFile ASSIGN TO 'stdord.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT InstFile ASSIGN TO 'openinst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
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
       SELECT ReportFile ASSIGN TO 'stdgen.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StdOrdFile.
01 StdOrdRec.
       COPY STDREC.

FD StdNewFile.
01 StdNewRec PIC X(278).

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
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

FD OrderFile.
01 OrderRec.
       COPY ORDREC.

FD OrdCtlFile.
01 OrdCtlRec.
       02 OC-Last-Order-Number PIC 9(6).

FD CustMastFile.
01 Customer.
       COPY CUSTREC.

FD ReportFile.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-Std-Status    PIC XX.
01 WS-Prod-Status   PIC XX.
01 WS-Inst-Status   PIC XX.
01 WS-Order-Status  PIC XX.
01 WS-OrdCtl-Status PIC XX.
01 WS-Cust-Status   PIC XX.
01 WS-Std-EOF       PIC X VALUE 'N'.
01 WS-Prod-EOF      PIC X VALUE 'N'.
01 WS-Inst-EOF      PIC X VALUE 'N'.
01 WS-Order-EOF     PIC X VALUE 'N'.
*> The whole standing order file rides in this table and is written
*> back to stdord.new, so an overflow abandons the run rather than
*> drop standing orders off the file.
01 WS-Std-Table.
       02 WS-Std-Entry OCCURS 200 TIMES.
           COPY STDREC REPLACING LEADING ==STD-== BY ==WS-STab-==.
01 WS-Std-Count      PIC 9(3) VALUE 0.
01 WS-Std-Read-Count PIC 9(8) VALUE 0.
01 WS-Std-Idx        PIC 9(3) VALUE 0.
01 WS-Line-Idx       PIC 99 VALUE 0.
01 WS-Prod-Table.
       02 WS-Prod-Entry OCCURS 200 TIMES.
           03 WS-Prod-Name  PIC X(10).
           03 WS-Prod-Price PIC 9(5)V99.
01 WS-Prod-Count      PIC 9(3) VALUE 0.
01 WS-Prod-Read-Count PIC 9(8) VALUE 0.
01 WS-Prod-Idx        PIC 9(3) VALUE 0.
01 WS-Prod-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Prod-Found      PIC X VALUE 'N'.
       88 ProdFound VALUE 'Y'.
01 WS-Prod-Entry-Name PIC X(10).
01 WS-Exposure-Table.
       02 WS-Exposure-Amt PIC 9(9)V99 OCCURS 999 TIMES.
01 WS-Pending-Cust    PIC 9(3) VALUE 0.
01 WS-Line-Value      PIC 9(9)V99 VALUE 0.
01 WS-New-Order-Value PIC 9(9)V99 VALUE 0.
01 WS-List-Price      PIC 9(5)V99 VALUE 0.
01 WS-Net-Price       PIC 9(5)V99 VALUE 0.
01 WS-Price-Source    PIC X.
01 WS-Cust-Found      PIC X VALUE 'N'.
       88 CustFound VALUE 'Y'.
01 WS-Cust-Master-Open PIC X VALUE 'N'.
       88 CustMasterOpen VALUE 'Y'.
01 WS-Credit-OK       PIC X VALUE 'Y'.
       88 CreditOK VALUE 'Y'.
01 WS-Next-Order-Number PIC 9(6) VALUE 0.
01 WS-Proc-Date      PIC 9(8).
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Start-Day      PIC 99.
01 WS-Month-Len      PIC 99.
01 WS-Leap-Quot      PIC 9(4).
01 WS-Leap-Rem       PIC 9(3).
01 WS-Days-Table.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 28.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
01 WS-Days-Table-R REDEFINES WS-Days-Table.
       02 WS-Days-In-Month PIC 99 OCCURS 12 TIMES.
01 WS-Generated-Count PIC 9(8) VALUE 0.
01 WS-Refused-Count   PIC 9(8) VALUE 0.
01 WS-Not-Due-Count   PIC 9(8) VALUE 0.
01 WS-Lines-Written   PIC 9(8) VALUE 0.
01 WS-Recon-Out       PIC 9(8) VALUE 0.
01 WS-Value-Ed        PIC $$$,$$$,$$9.99.
01 WS-Exposure-Ed     PIC $$$,$$$,$$9.99.
01 WS-Limit-Ed        PIC $$$,$$$,$$9.99.
01 WS-Audit-Program PIC X(8) VALUE "STDGEN".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "Standing orders".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM LOAD-STANDING-ORDERS
       PERFORM LOAD-PRODUCTS
       MOVE ZEROES TO WS-Exposure-Table
       PERFORM LOAD-OPEN-RECEIVABLES
       PERFORM LOAD-PENDING-ORDERS
       PERFORM OPEN-CUSTOMER-MASTER
       PERFORM READ-ORDER-CONTROL
       OPEN OUTPUT ReportFile
       MOVE SPACES TO ReportLine
       STRING "Standing Orders Generated - " WS-Proc-Date
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       PERFORM OPEN-ORDER-FILE
       PERFORM VARYING WS-Std-Idx FROM 1 BY 1
               UNTIL WS-Std-Idx > WS-Std-Count
           PERFORM PROCESS-STANDING-ORDER
               THRU PROCESS-STANDING-ORDER-EXIT
       END-PERFORM
       CLOSE OrderFile
       IF CustMasterOpen
           CLOSE CustMastFile
       END-IF
       PERFORM WRITE-STANDING-ORDERS
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "Standing orders on file.........: " WS-Std-Count
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "Orders generated................: " WS-Generated-Count
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "Order lines written.............: " WS-Lines-Written
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "Refused - credit limit..........: " WS-Refused-Count
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "Not due.........................: " WS-Not-Due-Count
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       CLOSE ReportFile
       DISPLAY "STDGEN: " WS-Generated-Count " order(s) generated, "
           WS-Refused-Count " refused on credit"
       COMPUTE WS-Recon-Out = WS-Generated-Count + WS-Refused-Count
           + WS-Not-Due-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Std-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> A missing stdord.dat just means no standing orders yet.
LOAD-STANDING-ORDERS.
       OPEN INPUT StdOrdFile
       IF WS-Std-Status NOT = '00'
           DISPLAY "No stdord.dat (status " WS-Std-Status
               ") - no standing orders tonight"
           MOVE 'Y' TO WS-Std-EOF
       END-IF
       PERFORM UNTIL WS-Std-EOF = 'Y'
           READ StdOrdFile
               AT END MOVE 'Y' TO WS-Std-EOF
               NOT AT END
                   ADD 1 TO WS-Std-Read-Count
                   IF WS-Std-Count < 200
                       ADD 1 TO WS-Std-Count
                       MOVE StdOrdRec TO WS-Std-Entry(WS-Std-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Std-Status NOT = '35'
           CLOSE StdOrdFile
       END-IF
       IF WS-Std-Read-Count > WS-Std-Count
           DISPLAY "stdord.dat overflowed the standing order table"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "stdord.dat overflowed STDGEN table - run abandoned"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

*> List prices for GETPRICE and for valuing the orders already
*> waiting - the ORDENT LOAD-PRODUCTS idiom.
LOAD-PRODUCTS.
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "Unable to open prodmast.dat (status "
               WS-Prod-Status ") - standing orders not generated"
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
                       MOVE PRD-Unit-Price TO
                           WS-Prod-Price(WS-Prod-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProdFile
       IF WS-Prod-Read-Count > WS-Prod-Count
           MOVE 'W' TO WS-Alert-Severity
           MOVE "Product master overflowed STDGEN product table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

*> Exposure is built exactly as ORDENT builds it: unpaid
*> installments plus waiting orders at list price.
LOAD-OPEN-RECEIVABLES.
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
           MOVE 'Y' TO WS-Inst-EOF
       END-IF
       PERFORM UNTIL WS-Inst-EOF = 'Y'
           READ InstFile
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   IF NOT InstClosed AND IN-Cust-Ident > 0
                       ADD IN-Amount TO
                           WS-Exposure-Amt(IN-Cust-Ident)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Inst-Status NOT = '35'
           CLOSE InstFile
       END-IF.

LOAD-PENDING-ORDERS.
       OPEN INPUT OrderFile
       IF WS-Order-Status = '00'
           PERFORM UNTIL WS-Order-EOF = 'Y'
               READ OrderFile
                   AT END MOVE 'Y' TO WS-Order-EOF
                   NOT AT END PERFORM ADD-PENDING-ORDER-VALUE
               END-READ
           END-PERFORM
           CLOSE OrderFile
       END-IF.

ADD-PENDING-ORDER-VALUE.
       IF ORD-Header-Rec
           IF ORD-Voided
               MOVE 0 TO WS-Pending-Cust
           ELSE
               MOVE ORD-Cust-Ident TO WS-Pending-Cust
           END-IF
       ELSE
           IF ORD-Detail-Rec AND WS-Pending-Cust > 0
               MOVE ORD-Prod-Name TO WS-Prod-Entry-Name
               PERFORM FIND-PRODUCT
               IF ProdFound
                   COMPUTE WS-Line-Value ROUNDED =
                       ORD-Qty * WS-Prod-Price(WS-Prod-Hit-Idx)
                   ADD WS-Line-Value TO
                       WS-Exposure-Amt(WS-Pending-Cust)
               END-IF
           END-IF
       END-IF.

FIND-PRODUCT.
       MOVE 'N' TO WS-Prod-Found
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count OR ProdFound
           IF WS-Prod-Name(WS-Prod-Idx) = WS-Prod-Entry-Name
               MOVE 'Y' TO WS-Prod-Found
               MOVE WS-Prod-Idx TO WS-Prod-Hit-Idx
           END-IF
       END-PERFORM.

*> Without the customer master there is no credit limit to check
*> against, so nothing is generated - the standing orders simply
*> stay due for tomorrow.
OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMastFile
       IF WS-Cust-Status = '00'
           MOVE 'Y' TO WS-Cust-Master-Open
       ELSE
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - standing orders not generated"
           MOVE 'W' TO WS-Alert-Severity
           MOVE "custmast2.dat unavailable - no standing orders made"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
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

PROCESS-STANDING-ORDER.
       IF WS-STab-Start-Date(WS-Std-Idx) > WS-Proc-Date
          OR WS-STab-Next-Date(WS-Std-Idx) > WS-Proc-Date
          OR (WS-STab-Stop-Date(WS-Std-Idx) > 0 AND
              WS-STab-Next-Date(WS-Std-Idx) >
              WS-STab-Stop-Date(WS-Std-Idx))
          OR WS-STab-Line-Count(WS-Std-Idx) = 0
          OR NOT CustMasterOpen
           ADD 1 TO WS-Not-Due-Count
           GO TO PROCESS-STANDING-ORDER-EXIT
       END-IF
       PERFORM CHECK-CUSTOMER-CREDIT
       IF NOT CreditOK
           PERFORM REFUSE-STANDING-ORDER
           GO TO PROCESS-STANDING-ORDER-EXIT
       END-IF
       PERFORM GENERATE-ORDER
       PERFORM ADVANCE-NEXT-DATE.

PROCESS-STANDING-ORDER-EXIT.
       EXIT.

*> The order is valued line by line at the price GETPRICE gives this
*> customer on the processing date, the way ORDENT values a keyed
*> line. A customer no longer on the master, or retired by a merge,
*> is refused outright.
CHECK-CUSTOMER-CREDIT.
       MOVE 'Y' TO WS-Credit-OK
       MOVE 0 TO WS-New-Order-Value
       MOVE WS-STab-Cust-Ident(WS-Std-Idx) TO Ident
       MOVE 'N' TO WS-Cust-Found
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               MOVE 'N' TO WS-Credit-OK
           NOT INVALID KEY
               MOVE 'Y' TO WS-Cust-Found
               IF CUST-Retired
                   MOVE 'N' TO WS-Credit-OK
               END-IF
       END-READ
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-STab-Line-Count(WS-Std-Idx)
           MOVE WS-STab-Prod-Name(WS-Std-Idx, WS-Line-Idx)
               TO WS-Prod-Entry-Name
           PERFORM FIND-PRODUCT
           IF ProdFound
               MOVE WS-Prod-Price(WS-Prod-Hit-Idx) TO WS-List-Price
               CALL "GETPRICE" USING WS-STab-Cust-Ident(WS-Std-Idx),
                   WS-Prod-Entry-Name,
                   WS-STab-Qty(WS-Std-Idx, WS-Line-Idx),
                   WS-Proc-Date, WS-List-Price, WS-Net-Price,
                   WS-Price-Source
               COMPUTE WS-Line-Value ROUNDED =
                   WS-STab-Qty(WS-Std-Idx, WS-Line-Idx) * WS-Net-Price
               ADD WS-Line-Value TO WS-New-Order-Value
           END-IF
       END-PERFORM
       IF CustFound AND NOT CUST-Retired AND CUST-Credit-Limit > 0
          AND Ident > 0
           IF WS-Exposure-Amt(Ident) + WS-New-Order-Value >
              CUST-Credit-Limit
               MOVE 'N' TO WS-Credit-OK
           END-IF
       END-IF.

*> Left due, so it is offered again tomorrow night.
REFUSE-STANDING-ORDER.
       ADD 1 TO WS-Refused-Count
       MOVE WS-New-Order-Value TO WS-Value-Ed
       MOVE SPACES TO ReportLine
       STRING "REFUSED   Standing order " WS-STab-Number(WS-Std-Idx)
           "  cust " WS-STab-Cust-Ident(WS-Std-Idx) "  value "
           WS-Value-Ed
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       IF CustFound
           IF CUST-Retired
               STRING "          customer is retired - merged into "
                   "customer " CUST-Merged-Into
                   DELIMITED BY SIZE INTO ReportLine
           ELSE
               MOVE WS-Exposure-Amt(Ident) TO WS-Exposure-Ed
               MOVE CUST-Credit-Limit TO WS-Limit-Ed
               STRING "          over credit limit - exposure "
                   WS-Exposure-Ed " of limit " WS-Limit-Ed
                   DELIMITED BY SIZE INTO ReportLine
           END-IF
       ELSE
           STRING "          customer not on the customer master"
               DELIMITED BY SIZE INTO ReportLine
       END-IF
       WRITE ReportLine
       MOVE "REFUSED" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Standing order " WS-STab-Number(WS-Std-Idx)
           " cust " WS-STab-Cust-Ident(WS-Std-Idx)
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       MOVE 'W' TO WS-Alert-Severity
       MOVE SPACES TO WS-Alert-Message
       IF CustFound AND CUST-Retired
           STRING "Standing order " WS-STab-Number(WS-Std-Idx)
               " not generated - retired cust "
               WS-STab-Cust-Ident(WS-Std-Idx)
               DELIMITED BY SIZE INTO WS-Alert-Message
       ELSE
           STRING "Standing order " WS-STab-Number(WS-Std-Idx)
               " not generated - credit, cust "
               WS-STab-Cust-Ident(WS-Std-Idx)
               DELIMITED BY SIZE INTO WS-Alert-Message
       END-IF
       CALL "ALERTLOG" USING WS-Audit-Program, WS-Alert-Severity,
           WS-Alert-Message.

GENERATE-ORDER.
       ADD 1 TO WS-Next-Order-Number
       PERFORM WRITE-ORDER-CONTROL
       MOVE SPACES TO OrderRec
       SET ORD-Header-Rec TO TRUE
       MOVE WS-Next-Order-Number TO ORD-Number
       MOVE WS-Proc-Date TO ORD-Date
       MOVE WS-STab-Cust-Ident(WS-Std-Idx) TO ORD-Cust-Ident
       MOVE SPACE TO ORD-Status
       WRITE OrderRec
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-STab-Line-Count(WS-Std-Idx)
           MOVE SPACES TO OrderRec
           SET ORD-Detail-Rec TO TRUE
           MOVE WS-Next-Order-Number TO ORD-Number
           MOVE WS-Line-Idx TO ORD-Line
           MOVE WS-STab-Prod-Name(WS-Std-Idx, WS-Line-Idx)
               TO ORD-Prod-Name
           MOVE WS-STab-Qty(WS-Std-Idx, WS-Line-Idx) TO ORD-Qty
           MOVE WS-STab-Sizes(WS-Std-Idx, WS-Line-Idx) TO ORD-Sizes
           WRITE OrderRec
           ADD 1 TO WS-Lines-Written
       END-PERFORM
       ADD 1 TO WS-Generated-Count
       IF Ident > 0
           ADD WS-New-Order-Value TO WS-Exposure-Amt(Ident)
       END-IF
       MOVE WS-Proc-Date TO WS-STab-Last-Date(WS-Std-Idx)
       MOVE WS-Next-Order-Number TO WS-STab-Last-Order(WS-Std-Idx)
       MOVE WS-New-Order-Value TO WS-Value-Ed
       MOVE SPACES TO ReportLine
       STRING "GENERATED Standing order " WS-STab-Number(WS-Std-Idx)
           "  cust " WS-STab-Cust-Ident(WS-Std-Idx) "  order "
           WS-Next-Order-Number "  value " WS-Value-Ed
           DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-STab-Line-Count(WS-Std-Idx)
           MOVE SPACES TO ReportLine
           STRING "          Line " WS-Line-Idx "  "
               WS-STab-Prod-Name(WS-Std-Idx, WS-Line-Idx) "  sizes "
               WS-STab-Sizes(WS-Std-Idx, WS-Line-Idx) "  qty "
               WS-STab-Qty(WS-Std-Idx, WS-Line-Idx)
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-PERFORM
       MOVE "GENERATE" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Standing order " WS-STab-Number(WS-Std-Idx)
           " order " WS-Next-Order-Number
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

*> Stepped on until it lies past the processing date. Monthly orders
*> keep the start date's day of the month, pulled back to the month
*> end in a shorter month.
ADVANCE-NEXT-DATE.
       MOVE WS-STab-Start-Date(WS-Std-Idx) TO WS-Walk-Date-Num
       MOVE WS-Walk-Day TO WS-Start-Day
       MOVE WS-STab-Next-Date(WS-Std-Idx) TO WS-Walk-Date-Num
       PERFORM UNTIL WS-Walk-Date-Num > WS-Proc-Date
           IF WS-STab-Monthly(WS-Std-Idx)
               PERFORM NEXT-CALENDAR-MONTH
           ELSE
               PERFORM NEXT-CALENDAR-DAY 7 TIMES
           END-IF
       END-PERFORM
       MOVE WS-Walk-Date-Num TO WS-STab-Next-Date(WS-Std-Idx).

NEXT-CALENDAR-MONTH.
       ADD 1 TO WS-Walk-Month
       IF WS-Walk-Month > 12
           MOVE 1 TO WS-Walk-Month
           ADD 1 TO WS-Walk-Year
       END-IF
       PERFORM SET-MONTH-LENGTH
       IF WS-Start-Day > WS-Month-Len
           MOVE WS-Month-Len TO WS-Walk-Day
       ELSE
           MOVE WS-Start-Day TO WS-Walk-Day
       END-IF.

NEXT-CALENDAR-DAY.
       PERFORM SET-MONTH-LENGTH
       ADD 1 TO WS-Walk-Day
       IF WS-Walk-Day > WS-Month-Len
           MOVE 1 TO WS-Walk-Day
           ADD 1 TO WS-Walk-Month
           IF WS-Walk-Month > 12
               MOVE 1 TO WS-Walk-Month
               ADD 1 TO WS-Walk-Year
           END-IF
       END-IF.

SET-MONTH-LENGTH.
       MOVE WS-Days-In-Month(WS-Walk-Month) TO WS-Month-Len
       IF WS-Walk-Month = 2
           DIVIDE WS-Walk-Year BY 4 GIVING WS-Leap-Quot
               REMAINDER WS-Leap-Rem
           IF WS-Leap-Rem = 0
               MOVE 29 TO WS-Month-Len
               DIVIDE WS-Walk-Year BY 100 GIVING WS-Leap-Quot
                   REMAINDER WS-Leap-Rem
               IF WS-Leap-Rem = 0
                   DIVIDE WS-Walk-Year BY 400 GIVING WS-Leap-Quot
                       REMAINDER WS-Leap-Rem
                   IF WS-Leap-Rem NOT = 0
                       MOVE 28 TO WS-Month-Len
                   END-IF
               END-IF
           END-IF
       END-IF.

WRITE-STANDING-ORDERS.
       OPEN OUTPUT StdNewFile
       PERFORM VARYING WS-Std-Idx FROM 1 BY 1
               UNTIL WS-Std-Idx > WS-Std-Count
           MOVE WS-Std-Entry(WS-Std-Idx) TO StdNewRec
           WRITE StdNewRec
       END-PERFORM
       CLOSE StdNewFile.
