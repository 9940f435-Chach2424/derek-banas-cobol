       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PICKPACK.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Nightly warehouse step for daily_batch.sh, run right after the
*> order processing step. coboltut12 relieves on-hand for every
*> priced order line, but nothing ever told the warehouse what to
*> pull or went in the box with the goods. This step reads the
*> night's pick feed pickfeed.dat (SHIPREC layout - one record per
*> priced line that took stock, in order number sequence) and
*> prints, per order:
*>   - a pick list (picklist.txt): product, sizes and quantity to
*>     pull, with a blank for the picker to mark what was pulled;
*>   - a packing slip (packslip.txt): the customer's name and
*>     ship-to address by keyed READ on custmast2.dat, and the
*>     products and quantities in the carton - no prices, the
*>     invoice follows once the shipment is confirmed.
*> The feed is left in place for daily_batch.sh to fold into the
*> open shipment file shipopen.dat once this step completes; the
*> warehouse confirms what actually shipped through SHIPCONF and
*> BILLING invoices only confirmed quantities. Feed lines read vs.
*> printed go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PickFeedFile ASSIGN TO 'pickfeed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Feed-Status.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.
       SELECT PickListFile ASSIGN TO 'picklist.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PackSlipFile ASSIGN TO 'packslip.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PickFeedFile.
01 PickFeedRec.
       COPY SHIPREC.

FD CustMastFile.
01 Customer.
       COPY CUSTREC.

FD PickListFile.
01 PickListLine PIC X(80).

FD PackSlipFile.
01 PackSlipLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-Feed-Status   PIC XX.
01 WS-Cust-Status   PIC XX.
01 WS-Feed-EOF      PIC X VALUE 'N'.
01 WS-Read-Count    PIC 9(8) VALUE 0.
01 WS-Printed-Count PIC 9(8) VALUE 0.
01 WS-Order-Count   PIC 9(6) VALUE 0.
01 WS-Proc-Date     PIC 9(8).
*> The order whose documents are being printed, for the break.
01 WS-Cur-Order-Number PIC 9(6) VALUE 0.
01 WS-Cur-Order-Date   PIC 9(8) VALUE 0.
01 WS-Order-Open    PIC X VALUE 'N'.
       88 OrderOpen VALUE 'Y'.
01 WS-Order-Units   PIC 9(6) VALUE 0.
01 WS-Order-Lines   PIC 9(3) VALUE 0.
01 WS-Cust-Master-Open PIC X VALUE 'N'.
       88 CustMasterOpen VALUE 'Y'.
01 WS-Pack-Cust-Found PIC X VALUE 'N'.
       88 PackCustFound VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "PICKPACK".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Pick and pack".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM OPEN-CUSTOMER-MASTER
       OPEN OUTPUT PickListFile
       OPEN OUTPUT PackSlipFile
       MOVE SPACES TO PickListLine
       STRING "Pick Lists - " WS-Proc-Date
           DELIMITED BY SIZE INTO PickListLine
       WRITE PickListLine
       MOVE SPACES TO PackSlipLine
       STRING "Packing Slips - " WS-Proc-Date
           DELIMITED BY SIZE INTO PackSlipLine
       WRITE PackSlipLine
       OPEN INPUT PickFeedFile
       IF WS-Feed-Status NOT = '00'
           DISPLAY "No pickfeed.dat tonight (status "
               WS-Feed-Status ") - nothing to pick"
           MOVE 'Y' TO WS-Feed-EOF
       END-IF
       PERFORM UNTIL WS-Feed-EOF = 'Y'
           READ PickFeedFile
               AT END MOVE 'Y' TO WS-Feed-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM PRINT-ONE-LINE
           END-READ
       END-PERFORM
       PERFORM CLOSE-OUT-ORDER
       IF WS-Feed-Status NOT = '35'
           CLOSE PickFeedFile
       END-IF
       MOVE SPACES TO PickListLine
       STRING "Orders to pick..................: " WS-Order-Count
           DELIMITED BY SIZE INTO PickListLine
       WRITE PickListLine
       MOVE SPACES TO PickListLine
       STRING "Lines to pick...................: " WS-Printed-Count
           DELIMITED BY SIZE INTO PickListLine
       WRITE PickListLine
       CLOSE PickListFile
       CLOSE PackSlipFile
       IF CustMasterOpen
           CLOSE CustMastFile
       END-IF
       DISPLAY "PICKPACK: " WS-Order-Count " order(s), "
           WS-Printed-Count " line(s) to pick"
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Printed-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> A missing customer master is not worth stopping the warehouse
*> for: the slips print with the customer number only.
OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMastFile
       IF WS-Cust-Status = '00'
           MOVE 'Y' TO WS-Cust-Master-Open
       ELSE
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - packing slips not addressed"
       END-IF.

*> The feed arrives in order number sequence, so a change of order
*> number or date closes out the documents of the order before it
*> and starts the next.
PRINT-ONE-LINE.
       IF NOT OrderOpen
          OR SHP-Order-Number NOT = WS-Cur-Order-Number
          OR SHP-Order-Date NOT = WS-Cur-Order-Date
           PERFORM CLOSE-OUT-ORDER
           PERFORM START-ORDER-DOCUMENTS
       END-IF
       ADD 1 TO WS-Printed-Count
       ADD 1 TO WS-Order-Lines
       ADD SHP-Pick-Qty TO WS-Order-Units
       MOVE SPACES TO PickListLine
       STRING "  Line " SHP-Line "  " SHP-Prod-Name "  sizes "
           SHP-Sizes "  pick " SHP-Pick-Qty "   picked ____"
           DELIMITED BY SIZE INTO PickListLine
       WRITE PickListLine
       MOVE SPACES TO PackSlipLine
       STRING "  Line " SHP-Line "  " SHP-Prod-Name "  sizes "
           SHP-Sizes "  qty " SHP-Pick-Qty
           DELIMITED BY SIZE INTO PackSlipLine
       WRITE PackSlipLine.

START-ORDER-DOCUMENTS.
       MOVE 'Y' TO WS-Order-Open
       MOVE SHP-Order-Number TO WS-Cur-Order-Number
       MOVE SHP-Order-Date TO WS-Cur-Order-Date
       MOVE 0 TO WS-Order-Lines
       MOVE 0 TO WS-Order-Units
       ADD 1 TO WS-Order-Count
       PERFORM LOOK-UP-SHIP-TO
       MOVE SPACES TO PickListLine
       WRITE PickListLine
       MOVE SPACES TO PickListLine
       STRING "P I C K   L I S T   Order " SHP-Order-Number
           " of " SHP-Order-Date "  cust " SHP-Cust-Ident
           DELIMITED BY SIZE INTO PickListLine
       WRITE PickListLine
       MOVE SPACES TO PackSlipLine
       WRITE PackSlipLine
       MOVE SPACES TO PackSlipLine
       STRING "P A C K I N G   S L I P   Order " SHP-Order-Number
           " of " SHP-Order-Date
           DELIMITED BY SIZE INTO PackSlipLine
       WRITE PackSlipLine
       MOVE SPACES TO PackSlipLine
       IF PackCustFound
           STRING "Ship to  " CustName "  (customer "
               SHP-Cust-Ident ")"
               DELIMITED BY SIZE INTO PackSlipLine
           WRITE PackSlipLine
           MOVE SPACES TO PackSlipLine
           STRING "         " CUST-Street
               DELIMITED BY SIZE INTO PackSlipLine
           WRITE PackSlipLine
           MOVE SPACES TO PackSlipLine
           STRING "         " CUST-City " " CUST-State " "
               CUST-Zip
               DELIMITED BY SIZE INTO PackSlipLine
           WRITE PackSlipLine
       ELSE
           STRING "Ship to  customer " SHP-Cust-Ident
               " (not on customer master)"
               DELIMITED BY SIZE INTO PackSlipLine
           WRITE PackSlipLine
       END-IF.

LOOK-UP-SHIP-TO.
       MOVE 'N' TO WS-Pack-Cust-Found
       IF CustMasterOpen
           MOVE SHP-Cust-Ident TO Ident
           READ CustMastFile
               KEY IS Ident
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-Pack-Cust-Found
           END-READ
       END-IF.

*> A no-op until the first order has been started.
CLOSE-OUT-ORDER.
       IF OrderOpen
           MOVE SPACES TO PickListLine
           STRING "  " WS-Order-Lines " line(s), " WS-Order-Units
               " unit(s)    picked by ________"
               DELIMITED BY SIZE INTO PickListLine
           WRITE PickListLine
           MOVE SPACES TO PackSlipLine
           STRING "  " WS-Order-Lines " line(s), " WS-Order-Units
               " unit(s) in this shipment"
               DELIMITED BY SIZE INTO PackSlipLine
           WRITE PackSlipLine
           MOVE 'N' TO WS-Order-Open
       END-IF.
