       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STDMNT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Online maintenance for the standing order file stdord.dat
*> (STDREC layout) - the customers who order the same products
*> every week or every month, whose orders a clerk used to re-key
*> in ORDENT each time. The operator signs on through the shared
*> OPERSIGN subroutine and can Add, Change, Delete, Inquire on or
*> List standing orders. An Add keys the customer Ident
*> (validated with a keyed READ on custmast2.dat), the frequency
*> (W weekly, M monthly), the start date, an optional stop date,
*> and up to 10 product lines validated against prodmast.dat with
*> the quantity and S/M/L/X sizes ORDENT takes; the order is
*> numbered one past the highest on file and first falls due on
*> its start date. A Change can move the frequency and the stop
*> date and re-key the lines. The nightly STDGEN step turns the
*> due ones into orders.dat orders. Every add, change and delete
*> is stamped to runaudit.txt under the signed-on operator.
*> stdord.dat rides in a table for the session and is written
*> back at sign-off only if something changed (the PRODMNT
*> arrangement); a file that overflows the table refuses the
*> session rather than drop standing orders on write-back.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> runs inquiry only and writes nothing back, unless a supervisor
*> overrides the lockout.
*> October 15th 2026 - a customer CUSTMRG has retired (merged into
*> another) cannot be given a standing order; the clerk is told
*> which customer they were merged into, as ORDENT does.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StdOrdFile ASSIGN TO 'stdord.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Std-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.

DATA DIVISION.
FILE SECTION.
FD StdOrdFile.
01 StdOrdRec.
       COPY STDREC.

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD CustMastFile.
01 Customer.
       COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WS-Std-Status   PIC XX.
01 WS-Prod-Status  PIC XX.
01 WS-Cust-Status  PIC XX.
01 WS-Std-EOF      PIC X VALUE 'N'.
01 WS-Prod-EOF     PIC X VALUE 'N'.
01 WS-Std-Table.
       02 WS-Std-Entry OCCURS 200 TIMES.
           COPY STDREC REPLACING LEADING ==STD-== BY ==WS-STab-==.
01 WS-Std-Count      PIC 9(3) VALUE 0.
01 WS-Std-Read-Count PIC 9(8) VALUE 0.
01 WS-Std-Idx        PIC 9(3) VALUE 0.
01 WS-Std-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Std-Found      PIC X VALUE 'N'.
       88 StdFound VALUE 'Y'.
01 WS-High-Number    PIC 9(4) VALUE 0.
01 WS-Prod-Table.
       02 WS-Prod-Name PIC X(10) OCCURS 200 TIMES.
01 WS-Prod-Count     PIC 9(3) VALUE 0.
01 WS-Prod-Idx       PIC 9(3) VALUE 0.
01 WS-Prod-Found     PIC X VALUE 'N'.
       88 ProdFound VALUE 'Y'.
*> The lines being keyed, moved onto the entry only once complete.
01 WS-New-Lines.
       02 WS-New-Line OCCURS 10 TIMES.
           03 WS-New-Prod-Name PIC X(10).
           03 WS-New-Qty       PIC 9(3).
           03 WS-New-Sizes     PIC X(10).
01 WS-New-Line-Count PIC 99 VALUE 0.
01 WS-Line-Idx       PIC 99 VALUE 0.
01 WS-More-Lines     PIC X VALUE 'Y'.
       88 MoreLines VALUE 'Y'.
01 WS-Action      PIC X.
       88 ActionAdd     VALUES 'A', 'a'.
       88 ActionChange  VALUES 'C', 'c'.
       88 ActionDelete  VALUES 'D', 'd'.
       88 ActionInquire VALUES 'I', 'i'.
       88 ActionList    VALUES 'L', 'l'.
       88 ActionQuit    VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed     PIC X VALUE 'N'.
       88 FileChanged VALUE 'Y'.
01 WS-Number-Entry PIC X(4).
01 WS-Number-Num REDEFINES WS-Number-Entry PIC 9(4).
01 WS-Ident-Entry  PIC X(3).
01 WS-Ident-Num REDEFINES WS-Ident-Entry PIC 9(3).
01 WS-Cust-Found   PIC X VALUE 'N'.
       88 CustFound VALUE 'Y'.
01 WS-Freq-Entry   PIC X.
       88 FreqEntryOK VALUES 'W', 'M'.
01 WS-Date-Entry    PIC X(8).
01 WS-Date-Entry-R REDEFINES WS-Date-Entry.
       02 WS-DE-Year  PIC 9(4).
       02 WS-DE-Month PIC 99.
       02 WS-DE-Day   PIC 99.
01 WS-Date-Entry-Num REDEFINES WS-Date-Entry PIC 9(8).
01 WS-Date-Valid    PIC X VALUE 'N'.
       88 DateEntryOK VALUE 'Y'.
01 WS-Start-Date    PIC 9(8) VALUE 0.
01 WS-Stop-Date     PIC 9(8) VALUE 0.
01 WS-Days-Table.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 29.
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
01 WS-Name-Entry  PIC X(10).
01 WS-Qty-Entry   PIC X(3).
01 WS-Qty-Amount REDEFINES WS-Qty-Entry PIC 9(3).
01 WS-Qty-Valid   PIC X VALUE 'N'.
       88 QtyEntryOK VALUE 'Y'.
01 WS-Sizes-Entry PIC X(10).
01 WS-Sizes-Valid PIC X VALUE 'N'.
       88 SizesEntryOK VALUE 'Y'.
01 WS-Chk-Idx     PIC 99.
01 WS-Confirm     PIC X.
01 WS-Today       PIC 9(8).
01 WS-Batch-Lock  PIC X.
01 WS-Inquiry-Only PIC X VALUE 'N'.
       88 InquiryOnly VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "STDMNT".
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
           MOVE 'Y' TO WS-Inquiry-Only
           DISPLAY "Inquiry only until the batch stream has finished"
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       ACCEPT WS-Today FROM DATE YYYYMMDD
       PERFORM LOAD-PRODUCTS
       PERFORM LOAD-STANDING-ORDERS
       PERFORM OPEN-CUSTOMER-MASTER
       DISPLAY "Standing order maintenance - stdord.dat"
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-ACTION
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN InquiryOnly AND (ActionAdd OR ActionChange OR ActionDelete)
                   DISPLAY "Inquiry only until the batch stream has finished"
               WHEN ActionAdd
                   PERFORM ADD-STANDING-ORDER
                       THRU ADD-STANDING-ORDER-EXIT
               WHEN ActionChange
                   PERFORM CHANGE-STANDING-ORDER
               WHEN ActionDelete
                   PERFORM DELETE-STANDING-ORDER
               WHEN ActionInquire
                   PERFORM INQUIRE-STANDING-ORDER
               WHEN ActionList
                   PERFORM LIST-STANDING-ORDERS
           END-EVALUATE
       END-PERFORM
       CLOSE CustMastFile
       IF NOT InquiryOnly
           PERFORM WRITE-STANDING-ORDERS
       END-IF
       DISPLAY "STDMNT finished"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> Product names only - a standing order line must name a product
*> the night run can price.
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
                   IF WS-Prod-Count < 200
                       ADD 1 TO WS-Prod-Count
                       MOVE PRD-Name TO WS-Prod-Name(WS-Prod-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProdFile.

*> A missing stdord.dat just means the first standing order is
*> about to be added. An overflowing one is a hard stop.
LOAD-STANDING-ORDERS.
       OPEN INPUT StdOrdFile
       IF WS-Std-Status NOT = '00'
           DISPLAY "No stdord.dat yet (status " WS-Std-Status
               ") - building a new file from Adds"
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
                       IF STD-Number > WS-High-Number
                           MOVE STD-Number TO WS-High-Number
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Std-Status NOT = '35'
           CLOSE StdOrdFile
       END-IF
       IF WS-Std-Read-Count > WS-Std-Count
           DISPLAY "stdord.dat overflowed the standing order table - "
               "maintenance refused this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "stdord.dat overflowed STDMNT standing order table"
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

OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - no customers to validate against"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

GET-ACTION.
       DISPLAY "Action - A(dd) C(hange) D(elete) I(nquire) L(ist) "
           "Q(uit): " WITH NO ADVANCING
       ACCEPT WS-Action
       IF NOT (ActionAdd OR ActionChange OR ActionDelete OR
               ActionInquire OR ActionList OR ActionQuit)
           DISPLAY "Invalid action - enter A, C, D, I, L or Q"
       END-IF.

GET-STANDING-ORDER-NUMBER.
       MOVE 'N' TO WS-Std-Found
       DISPLAY "Standing order number (4 digits): "
           WITH NO ADVANCING
       ACCEPT WS-Number-Entry
       IF WS-Number-Entry NUMERIC
           PERFORM VARYING WS-Std-Idx FROM 1 BY 1
                   UNTIL WS-Std-Idx > WS-Std-Count OR StdFound
               IF WS-STab-Number(WS-Std-Idx) = WS-Number-Num
                   MOVE 'Y' TO WS-Std-Found
                   MOVE WS-Std-Idx TO WS-Std-Hit-Idx
               END-IF
           END-PERFORM
       END-IF
       IF NOT StdFound
           DISPLAY "Standing order " WS-Number-Entry " not on file"
       END-IF.

GET-STD-CUSTOMER.
       MOVE 'N' TO WS-Cust-Found
       DISPLAY "Customer Ident (3 digits): " WITH NO ADVANCING
       ACCEPT WS-Ident-Entry
       IF WS-Ident-Entry NUMERIC
           MOVE WS-Ident-Num TO Ident
           READ CustMastFile
               KEY IS Ident
               INVALID KEY
                   DISPLAY "Customer " WS-Ident-Entry " not on file"
               NOT INVALID KEY
                   IF CUST-Retired
                       DISPLAY "Customer " WS-Ident-Entry
                           " is retired - merged into "
                           "customer " CUST-Merged-Into
                   ELSE
                       MOVE 'Y' TO WS-Cust-Found
                       DISPLAY "  Customer: " CustName
                   END-IF
           END-READ
       ELSE
           DISPLAY "Invalid entry - enter exactly 3 digits"
       END-IF.

GET-VALID-FREQUENCY.
       MOVE SPACE TO WS-Freq-Entry
       PERFORM UNTIL FreqEntryOK
           DISPLAY "Frequency - W(eekly) or M(onthly): "
               WITH NO ADVANCING
           ACCEPT WS-Freq-Entry
           IF WS-Freq-Entry = 'w'
               MOVE 'W' TO WS-Freq-Entry
           END-IF
           IF WS-Freq-Entry = 'm'
               MOVE 'M' TO WS-Freq-Entry
           END-IF
           IF NOT FreqEntryOK
               DISPLAY "Invalid entry - enter W or M"
           END-IF
       END-PERFORM.

GET-VALID-START-DATE.
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           PERFORM CHECK-DATE-ENTRY
           IF DateEntryOK AND WS-Date-Entry-Num < WS-Today
               DISPLAY "The start date cannot be in the past"
               MOVE 'N' TO WS-Date-Valid
           END-IF
           IF NOT DateEntryOK
               DISPLAY "Invalid date - enter YYYYMMDD"
           END-IF
       END-PERFORM
       MOVE WS-Date-Entry-Num TO WS-Start-Date.

*> All zeroes is no stop date - the order runs until cancelled.
GET-VALID-STOP-DATE.
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "Stop date (YYYYMMDD, 00000000 for none): "
               WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           IF WS-Date-Entry = "00000000"
               MOVE 'Y' TO WS-Date-Valid
           ELSE
               PERFORM CHECK-DATE-ENTRY
               IF DateEntryOK AND WS-Date-Entry-Num < WS-Start-Date
                   DISPLAY "The stop date is before the start date"
                   MOVE 'N' TO WS-Date-Valid
               END-IF
           END-IF
           IF NOT DateEntryOK
               DISPLAY "Invalid date - enter YYYYMMDD"
           END-IF
       END-PERFORM
       MOVE WS-Date-Entry-Num TO WS-Stop-Date.

CHECK-DATE-ENTRY.
       MOVE 'N' TO WS-Date-Valid
       IF WS-Date-Entry NUMERIC
           IF WS-DE-Month >= 1 AND WS-DE-Month <= 12
               IF WS-DE-Day >= 1 AND
                  WS-DE-Day <= WS-Days-In-Month(WS-DE-Month)
                   MOVE 'Y' TO WS-Date-Valid
               END-IF
           END-IF
       END-IF.

*> Up to 10 lines, END to finish - the ORDENT line entry without
*> the pricing and credit check, which the night run applies.
GET-STD-LINES.
       MOVE 0 TO WS-New-Line-Count
       MOVE 'Y' TO WS-More-Lines
       PERFORM UNTIL NOT MoreLines
           DISPLAY "Product name (or END to finish): "
               WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           IF WS-Name-Entry = "END" OR WS-Name-Entry = "end"
               MOVE 'N' TO WS-More-Lines
           ELSE
               PERFORM FIND-PRODUCT
               IF ProdFound
                   PERFORM GET-VALID-QTY
                   PERFORM GET-VALID-SIZES
                   ADD 1 TO WS-New-Line-Count
                   MOVE WS-Name-Entry TO
                       WS-New-Prod-Name(WS-New-Line-Count)
                   MOVE WS-Qty-Amount TO
                       WS-New-Qty(WS-New-Line-Count)
                   MOVE WS-Sizes-Entry TO
                       WS-New-Sizes(WS-New-Line-Count)
                   IF WS-New-Line-Count >= 10
                       DISPLAY "  10 lines is the most a standing "
                           "order holds"
                       MOVE 'N' TO WS-More-Lines
                   END-IF
               ELSE
                   DISPLAY "Product '" WS-Name-Entry
                       "' not on the product master"
               END-IF
           END-IF
       END-PERFORM.

FIND-PRODUCT.
       MOVE 'N' TO WS-Prod-Found
       PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
               UNTIL WS-Prod-Idx > WS-Prod-Count OR ProdFound
           IF WS-Prod-Name(WS-Prod-Idx) = WS-Name-Entry
               MOVE 'Y' TO WS-Prod-Found
           END-IF
       END-PERFORM.

GET-VALID-QTY.
       MOVE 'N' TO WS-Qty-Valid
       PERFORM UNTIL QtyEntryOK
           DISPLAY "Quantity (3 digits, e.g. 005): "
               WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry NUMERIC AND WS-Qty-Amount > 0
               MOVE 'Y' TO WS-Qty-Valid
           ELSE
               DISPLAY "Invalid entry - enter exactly 3 digits"
           END-IF
       END-PERFORM.

*> Size codes use the same one-letter S/M/L/X convention ORDENT
*> keys orders with.
GET-VALID-SIZES.
       MOVE 'N' TO WS-Sizes-Valid
       PERFORM UNTIL SizesEntryOK
           DISPLAY "Sizes (S/M/L/X, up to 10, e.g. SML): "
               WITH NO ADVANCING
           ACCEPT WS-Sizes-Entry
           MOVE 'Y' TO WS-Sizes-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 10
               IF WS-Sizes-Entry(WS-Chk-Idx:1) NOT = SPACE AND
                  WS-Sizes-Entry(WS-Chk-Idx:1) NOT = 'S' AND
                  WS-Sizes-Entry(WS-Chk-Idx:1) NOT = 'M' AND
                  WS-Sizes-Entry(WS-Chk-Idx:1) NOT = 'L' AND
                  WS-Sizes-Entry(WS-Chk-Idx:1) NOT = 'X'
                   MOVE 'N' TO WS-Sizes-Valid
               END-IF
           END-PERFORM
           IF WS-Sizes-Entry = SPACES
               MOVE 'N' TO WS-Sizes-Valid
           END-IF
           IF NOT SizesEntryOK
               DISPLAY "Invalid entry - sizes are S, M, L or X"
           END-IF
       END-PERFORM.

ADD-STANDING-ORDER.
       IF WS-Std-Count >= 200
           DISPLAY "Standing order table is full - cannot add"
           GO TO ADD-STANDING-ORDER-EXIT
       END-IF
       PERFORM GET-STD-CUSTOMER
       IF NOT CustFound
           GO TO ADD-STANDING-ORDER-EXIT
       END-IF
       PERFORM GET-VALID-FREQUENCY
       PERFORM GET-VALID-START-DATE
       PERFORM GET-VALID-STOP-DATE
       PERFORM GET-STD-LINES
       IF WS-New-Line-Count = 0
           DISPLAY "No lines keyed - standing order not added"
           GO TO ADD-STANDING-ORDER-EXIT
       END-IF
       ADD 1 TO WS-High-Number
       ADD 1 TO WS-Std-Count
       MOVE WS-Std-Count TO WS-Std-Hit-Idx
       MOVE WS-High-Number TO WS-STab-Number(WS-Std-Hit-Idx)
       MOVE WS-Ident-Num TO WS-STab-Cust-Ident(WS-Std-Hit-Idx)
       MOVE WS-Freq-Entry TO WS-STab-Frequency(WS-Std-Hit-Idx)
       MOVE WS-Start-Date TO WS-STab-Start-Date(WS-Std-Hit-Idx)
       MOVE WS-Stop-Date TO WS-STab-Stop-Date(WS-Std-Hit-Idx)
       MOVE WS-Start-Date TO WS-STab-Next-Date(WS-Std-Hit-Idx)
       MOVE ZEROES TO WS-STab-Last-Date(WS-Std-Hit-Idx)
       MOVE ZEROES TO WS-STab-Last-Order(WS-Std-Hit-Idx)
       PERFORM STORE-NEW-LINES
       MOVE 'Y' TO WS-Changed
       DISPLAY "Standing order " WS-High-Number " added - first due "
           WS-Start-Date
       MOVE "ADD" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Standing order " WS-High-Number " cust "
           WS-Ident-Entry
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

ADD-STANDING-ORDER-EXIT.
       EXIT.

STORE-NEW-LINES.
       MOVE WS-New-Line-Count TO WS-STab-Line-Count(WS-Std-Hit-Idx)
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1 UNTIL WS-Line-Idx > 10
           IF WS-Line-Idx > WS-New-Line-Count
               MOVE SPACES TO
                   WS-STab-Prod-Name(WS-Std-Hit-Idx, WS-Line-Idx)
               MOVE ZEROES TO
                   WS-STab-Qty(WS-Std-Hit-Idx, WS-Line-Idx)
               MOVE SPACES TO
                   WS-STab-Sizes(WS-Std-Hit-Idx, WS-Line-Idx)
           ELSE
               MOVE WS-New-Prod-Name(WS-Line-Idx) TO
                   WS-STab-Prod-Name(WS-Std-Hit-Idx, WS-Line-Idx)
               MOVE WS-New-Qty(WS-Line-Idx) TO
                   WS-STab-Qty(WS-Std-Hit-Idx, WS-Line-Idx)
               MOVE WS-New-Sizes(WS-Line-Idx) TO
                   WS-STab-Sizes(WS-Std-Hit-Idx, WS-Line-Idx)
           END-IF
       END-PERFORM.

*> The next due date is left where it is: a frequency change takes
*> effect from the occurrence after it.
CHANGE-STANDING-ORDER.
       PERFORM GET-STANDING-ORDER-NUMBER
       IF StdFound
           PERFORM DISPLAY-STANDING-ORDER
           PERFORM GET-VALID-FREQUENCY
           MOVE WS-STab-Start-Date(WS-Std-Hit-Idx) TO WS-Start-Date
           PERFORM GET-VALID-STOP-DATE
           MOVE WS-Freq-Entry TO WS-STab-Frequency(WS-Std-Hit-Idx)
           MOVE WS-Stop-Date TO WS-STab-Stop-Date(WS-Std-Hit-Idx)
           DISPLAY "Re-key the product lines (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               PERFORM GET-STD-LINES
               IF WS-New-Line-Count = 0
                   DISPLAY "No lines keyed - lines left as they were"
               ELSE
                   PERFORM STORE-NEW-LINES
               END-IF
           END-IF
           MOVE 'Y' TO WS-Changed
           DISPLAY "Standing order " WS-Number-Entry " changed"
           MOVE "CHANGE" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Standing order " WS-Number-Entry " changed"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       END-IF.

DELETE-STANDING-ORDER.
       PERFORM GET-STANDING-ORDER-NUMBER
       IF StdFound
           PERFORM DISPLAY-STANDING-ORDER
           DISPLAY "Delete this standing order (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               PERFORM VARYING WS-Std-Idx FROM WS-Std-Hit-Idx BY 1
                       UNTIL WS-Std-Idx >= WS-Std-Count
                   MOVE WS-Std-Entry(WS-Std-Idx + 1) TO
                       WS-Std-Entry(WS-Std-Idx)
               END-PERFORM
               SUBTRACT 1 FROM WS-Std-Count
               MOVE 'Y' TO WS-Changed
               DISPLAY "Standing order " WS-Number-Entry " deleted"
               MOVE "DELETE" TO WS-Audit-Event
               MOVE SPACES TO WS-Audit-Detail
               STRING "Standing order " WS-Number-Entry " deleted"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               CALL "AUDITLOG" USING WS-Audit-Program,
                   WS-Audit-Operator, WS-Audit-Event,
                   WS-Audit-Detail
           ELSE
               DISPLAY "Delete cancelled"
           END-IF
       END-IF.

INQUIRE-STANDING-ORDER.
       PERFORM GET-STANDING-ORDER-NUMBER
       IF StdFound
           PERFORM DISPLAY-STANDING-ORDER
       END-IF.

DISPLAY-STANDING-ORDER.
       DISPLAY "  Standing order: " WS-STab-Number(WS-Std-Hit-Idx)
           "  customer " WS-STab-Cust-Ident(WS-Std-Hit-Idx)
       DISPLAY "  Frequency.....: " WS-STab-Frequency(WS-Std-Hit-Idx)
       DISPLAY "  Start / stop..: " WS-STab-Start-Date(WS-Std-Hit-Idx)
           " / " WS-STab-Stop-Date(WS-Std-Hit-Idx)
       DISPLAY "  Next due......: " WS-STab-Next-Date(WS-Std-Hit-Idx)
       DISPLAY "  Last generated: " WS-STab-Last-Date(WS-Std-Hit-Idx)
           " as order " WS-STab-Last-Order(WS-Std-Hit-Idx)
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-STab-Line-Count(WS-Std-Hit-Idx)
           DISPLAY "    Line " WS-Line-Idx ": "
               WS-STab-Qty(WS-Std-Hit-Idx, WS-Line-Idx) " x "
               WS-STab-Prod-Name(WS-Std-Hit-Idx, WS-Line-Idx)
               " sizes "
               WS-STab-Sizes(WS-Std-Hit-Idx, WS-Line-Idx)
       END-PERFORM.

LIST-STANDING-ORDERS.
       IF WS-Std-Count = 0
           DISPLAY "  No standing orders on file"
       END-IF
       PERFORM VARYING WS-Std-Idx FROM 1 BY 1
               UNTIL WS-Std-Idx > WS-Std-Count
           DISPLAY "  " WS-STab-Number(WS-Std-Idx) "  cust "
               WS-STab-Cust-Ident(WS-Std-Idx) "  "
               WS-STab-Frequency(WS-Std-Idx) "  next due "
               WS-STab-Next-Date(WS-Std-Idx) "  stop "
               WS-STab-Stop-Date(WS-Std-Idx) "  "
               WS-STab-Line-Count(WS-Std-Idx) " line(s)"
       END-PERFORM.

*> Written back only when something changed - an inquiry-only
*> session leaves the file untouched.
WRITE-STANDING-ORDERS.
       IF FileChanged
           OPEN OUTPUT StdOrdFile
           PERFORM VARYING WS-Std-Idx FROM 1 BY 1
                   UNTIL WS-Std-Idx > WS-Std-Count
               MOVE WS-Std-Entry(WS-Std-Idx) TO StdOrdRec
               WRITE StdOrdRec
           END-PERFORM
           CLOSE StdOrdFile
           DISPLAY "stdord.dat written back - " WS-Std-Count
               " standing order(s)"
       END-IF.
