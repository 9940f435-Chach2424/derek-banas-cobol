       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIPCONF.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Shipment confirmation. PICKPACK prints the pick list and packing
*> slip for every order line that took stock, and the lines wait
*> on the open shipment file shipopen.dat (SHIPREC layout) until
*> the warehouse says they have actually gone out the door. A
*> warehouse clerk signs on through the shared OPERSIGN
*> subroutine, keys the order number off the packing slip, the
*> carrier and its tracking number, and then the quantity that
*> actually shipped on each line still open on the order (the
*> picked quantity less what has already been confirmed - both
*> what BILLING has invoiced and confirmations keyed since its
*> last run). A quantity is never accepted past what is open, and
*> a line can ship in more than one carton on more than one day.
*> Each confirmed line is appended to shipconf.dat with the
*> carrier, tracking number, ship date and operator, and the
*> confirmation is written to the shared audit trail. The nightly
*> BILLING step invoices the confirmed quantities and holds the
*> rest of the order until it ships.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ShipOpenFile ASSIGN TO 'shipopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Open-Status.
       SELECT ShipConfFile ASSIGN TO 'shipconf.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Conf-Status.

DATA DIVISION.
FILE SECTION.
FD ShipOpenFile.
01 ShipOpenRec.
       COPY SHIPREC.

FD ShipConfFile.
01 ShipConfRec.
       02 SC-Order-Number PIC 9(6).
       02 SC-Order-Date   PIC 9(8).
       02 SC-Line         PIC 9(2).
       02 SC-Ship-Qty     PIC 9(3).
       02 SC-Carrier      PIC X(10).
       02 SC-Tracking     PIC X(20).
       02 SC-Ship-Date    PIC 9(8).
       02 SC-Operator     PIC X(8).

WORKING-STORAGE SECTION.
01 WS-Open-Status   PIC XX.
01 WS-Conf-Status   PIC XX.
01 WS-Open-EOF      PIC X VALUE 'N'.
01 WS-Conf-EOF      PIC X VALUE 'N'.
*> The open lines of the order being confirmed. An order released
*> off backorder by BOREL rides its original number under a later
*> date, so one order number can carry lines of more than one date.
01 WS-Line-Table.
       02 WS-Line-Entry OCCURS 50 TIMES.
           03 WS-Line-Order-Date PIC 9(8).
           03 WS-Line-No         PIC 9(2).
           03 WS-Line-Prod-Name  PIC X(10).
           03 WS-Line-Sizes      PIC X(10).
           03 WS-Line-Pick-Qty   PIC 9(3).
           03 WS-Line-Done-Qty   PIC 9(4).
           03 WS-Line-Open-Qty   PIC 9(3).
           03 WS-Line-Ship-Qty   PIC 9(3).
01 WS-Line-Count    PIC 99 VALUE 0.
01 WS-Line-Idx      PIC 99 VALUE 0.
01 WS-Lines-Open    PIC 99 VALUE 0.
01 WS-Line-Overflow PIC X VALUE 'N'.
       88 LineTableFull VALUE 'Y'.
01 WS-Units-Keyed   PIC 9(5) VALUE 0.
01 WS-More-Work     PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Order-Entry-Text PIC X(6).
01 WS-Order-Entry-Num REDEFINES WS-Order-Entry-Text PIC 9(6).
01 WS-Order-Entry-Valid PIC X VALUE 'N'.
       88 OrderEntryOK VALUE 'Y'.
01 WS-Carrier-Entry  PIC X(10).
01 WS-Tracking-Entry PIC X(20).
01 WS-Qty-Entry     PIC X(3).
01 WS-Qty-Amount REDEFINES WS-Qty-Entry PIC 9(3).
01 WS-Qty-Valid     PIC X VALUE 'N'.
       88 QtyEntryOK VALUE 'Y'.
01 WS-Confirm       PIC X.
01 WS-Entry-Date    PIC 9(8).
01 WS-Orders-Confirmed PIC 9(4) VALUE 0.
01 WS-Lines-Confirmed  PIC 9(5) VALUE 0.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "SHIPCONF".
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
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       ACCEPT WS-Entry-Date FROM DATE YYYYMMDD
       DISPLAY "Shipment confirmation - key what actually shipped"
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-SHIP-ORDER
           IF MoreWork
               PERFORM LOAD-ORDER-LINES
               IF WS-Lines-Open = 0
                   DISPLAY "  Nothing open to ship on order "
                       WS-Order-Entry-Text
               ELSE
                   PERFORM CONFIRM-ONE-SHIPMENT
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "SHIPCONF finished - " WS-Orders-Confirmed
           " shipment(s), " WS-Lines-Confirmed " line(s) confirmed"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

GET-SHIP-ORDER.
       MOVE 'N' TO WS-Order-Entry-Valid
       PERFORM UNTIL OrderEntryOK OR NOT MoreWork
           DISPLAY "Order number (6 digits, or Q to quit): "
               WITH NO ADVANCING
           ACCEPT WS-Order-Entry-Text
           IF WS-Order-Entry-Text = "Q" OR WS-Order-Entry-Text = "q"
               MOVE 'N' TO WS-More-Work
           ELSE
               IF WS-Order-Entry-Text NUMERIC
                   MOVE 'Y' TO WS-Order-Entry-Valid
               ELSE
                   DISPLAY "Invalid entry - enter exactly 6 digits"
               END-IF
           END-IF
       END-PERFORM.

*> The order's lines off shipopen.dat, less what has already been
*> confirmed on shipconf.dat and not yet consumed by BILLING - so
*> two cartons keyed the same day can never confirm more than was
*> picked.
LOAD-ORDER-LINES.
       MOVE 0 TO WS-Line-Count
       MOVE 0 TO WS-Lines-Open
       MOVE 'N' TO WS-Line-Overflow
       MOVE 'N' TO WS-Open-EOF
       OPEN INPUT ShipOpenFile
       IF WS-Open-Status NOT = '00'
           MOVE 'Y' TO WS-Open-EOF
       END-IF
       PERFORM UNTIL WS-Open-EOF = 'Y'
           READ ShipOpenFile
               AT END MOVE 'Y' TO WS-Open-EOF
               NOT AT END
                   IF SHP-Order-Number = WS-Order-Entry-Num
                       IF WS-Line-Count < 50
                           ADD 1 TO WS-Line-Count
                           PERFORM LOAD-ONE-LINE
                       ELSE
                           MOVE 'Y' TO WS-Line-Overflow
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Open-Status NOT = '35'
           CLOSE ShipOpenFile
       END-IF
       IF LineTableFull
           DISPLAY "  Order has more than 50 open lines - only the "
               "first 50 can be confirmed this pass"
       END-IF
       IF WS-Line-Count > 0
           PERFORM SUBTRACT-PENDING-CONFIRMS
       END-IF
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-Line-Count
           IF WS-Line-Done-Qty(WS-Line-Idx) <
              WS-Line-Pick-Qty(WS-Line-Idx)
               COMPUTE WS-Line-Open-Qty(WS-Line-Idx) =
                   WS-Line-Pick-Qty(WS-Line-Idx)
                   - WS-Line-Done-Qty(WS-Line-Idx)
               ADD 1 TO WS-Lines-Open
           ELSE
               MOVE 0 TO WS-Line-Open-Qty(WS-Line-Idx)
           END-IF
       END-PERFORM.

LOAD-ONE-LINE.
       MOVE SHP-Order-Date TO WS-Line-Order-Date(WS-Line-Count)
       MOVE SHP-Line TO WS-Line-No(WS-Line-Count)
       MOVE SHP-Prod-Name TO WS-Line-Prod-Name(WS-Line-Count)
       MOVE SHP-Sizes TO WS-Line-Sizes(WS-Line-Count)
       MOVE SHP-Pick-Qty TO WS-Line-Pick-Qty(WS-Line-Count)
       MOVE SHP-Shipped-Qty TO WS-Line-Done-Qty(WS-Line-Count)
       MOVE 0 TO WS-Line-Open-Qty(WS-Line-Count)
       MOVE 0 TO WS-Line-Ship-Qty(WS-Line-Count).

SUBTRACT-PENDING-CONFIRMS.
       MOVE 'N' TO WS-Conf-EOF
       OPEN INPUT ShipConfFile
       IF WS-Conf-Status NOT = '00'
           MOVE 'Y' TO WS-Conf-EOF
       END-IF
       PERFORM UNTIL WS-Conf-EOF = 'Y'
           READ ShipConfFile
               AT END MOVE 'Y' TO WS-Conf-EOF
               NOT AT END
                   IF SC-Order-Number = WS-Order-Entry-Num
                       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                               UNTIL WS-Line-Idx > WS-Line-Count
                           IF WS-Line-Order-Date(WS-Line-Idx) =
                              SC-Order-Date AND
                              WS-Line-No(WS-Line-Idx) = SC-Line
                               ADD SC-Ship-Qty TO
                                   WS-Line-Done-Qty(WS-Line-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Conf-Status NOT = '35'
           CLOSE ShipConfFile
       END-IF.

*> Carrier and tracking number are asked once per carton keyed;
*> then each open line's shipped quantity, none of them past what
*> is still open.
CONFIRM-ONE-SHIPMENT.
       MOVE SPACES TO WS-Carrier-Entry
       PERFORM UNTIL WS-Carrier-Entry NOT = SPACES
           DISPLAY "Carrier: " WITH NO ADVANCING
           ACCEPT WS-Carrier-Entry
           IF WS-Carrier-Entry = SPACES
               DISPLAY "A carrier is required"
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-Tracking-Entry
       PERFORM UNTIL WS-Tracking-Entry NOT = SPACES
           DISPLAY "Tracking number: " WITH NO ADVANCING
           ACCEPT WS-Tracking-Entry
           IF WS-Tracking-Entry = SPACES
               DISPLAY "A tracking number is required"
           END-IF
       END-PERFORM
       MOVE 0 TO WS-Units-Keyed
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-Line-Count
           IF WS-Line-Open-Qty(WS-Line-Idx) > 0
               PERFORM GET-LINE-SHIP-QTY
           END-IF
       END-PERFORM
       IF WS-Units-Keyed = 0
           DISPLAY "  No quantities shipped - nothing confirmed"
       ELSE
           DISPLAY "Record this shipment of " WS-Units-Keyed
               " unit(s) (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               PERFORM WRITE-CONFIRMATIONS
           ELSE
               DISPLAY "  Shipment abandoned"
           END-IF
       END-IF.

GET-LINE-SHIP-QTY.
       MOVE 'N' TO WS-Qty-Valid
       PERFORM UNTIL QtyEntryOK
           DISPLAY "  Line " WS-Line-No(WS-Line-Idx) " "
               WS-Line-Prod-Name(WS-Line-Idx) " sizes "
               WS-Line-Sizes(WS-Line-Idx) " (order of "
               WS-Line-Order-Date(WS-Line-Idx) ") open "
               WS-Line-Open-Qty(WS-Line-Idx)
           DISPLAY "    Quantity shipped (3 digits): "
               WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry NUMERIC
               IF WS-Qty-Amount > WS-Line-Open-Qty(WS-Line-Idx)
                   DISPLAY "    Only " WS-Line-Open-Qty(WS-Line-Idx)
                       " open on this line"
               ELSE
                   MOVE 'Y' TO WS-Qty-Valid
               END-IF
           ELSE
               DISPLAY "    Invalid entry - enter exactly 3 digits"
           END-IF
       END-PERFORM
       MOVE WS-Qty-Amount TO WS-Line-Ship-Qty(WS-Line-Idx)
       ADD WS-Qty-Amount TO WS-Units-Keyed.

WRITE-CONFIRMATIONS.
       OPEN EXTEND ShipConfFile
       IF WS-Conf-Status NOT = '00'
           OPEN OUTPUT ShipConfFile
       END-IF
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-Line-Count
           IF WS-Line-Ship-Qty(WS-Line-Idx) > 0
               MOVE WS-Order-Entry-Num TO SC-Order-Number
               MOVE WS-Line-Order-Date(WS-Line-Idx) TO SC-Order-Date
               MOVE WS-Line-No(WS-Line-Idx) TO SC-Line
               MOVE WS-Line-Ship-Qty(WS-Line-Idx) TO SC-Ship-Qty
               MOVE WS-Carrier-Entry TO SC-Carrier
               MOVE WS-Tracking-Entry TO SC-Tracking
               MOVE WS-Entry-Date TO SC-Ship-Date
               MOVE WS-Operator-ID TO SC-Operator
               WRITE ShipConfRec
               ADD 1 TO WS-Lines-Confirmed
           END-IF
       END-PERFORM
       CLOSE ShipConfFile
       ADD 1 TO WS-Orders-Confirmed
       MOVE "SHIPPED" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Order " WS-Order-Entry-Text " via " WS-Carrier-Entry
           " " WS-Units-Keyed " units"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       DISPLAY "  Shipment recorded for order " WS-Order-Entry-Text.
