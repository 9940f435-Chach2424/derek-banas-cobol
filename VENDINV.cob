       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VENDINV.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Vendor invoice entry with a three-way match. POGEN raises the
*> purchase orders onto openpo.dat and STKRCPT posts what arrived
*> to PO-Recv-Qty and to the dated stock receipts journals
*> stkjrnl_YYYYMMDD.dat, but the vendor's bill was paid off the
*> paper with nobody comparing it to either. A clerk signs on
*> through the shared OPERSIGN subroutine, keys the vendor number
*> (validated against vendmast.dat), the vendor's own invoice
*> number and date, and then each line of the bill: the PO it is
*> for, the quantity billed and the unit price billed. Every line
*> is matched three ways before anything is accepted:
*>   - the PO must be on openpo.dat and be this vendor's;
*>   - the quantity billed (plus anything already billed against
*>     the PO, PO-Inv-Qty, plus earlier lines of this same bill)
*>     must not exceed what was actually received - the receipts
*>     journal lines carrying the PO number, totalled across every
*>     journal from the oldest PO still open for billing to today,
*>     held to the lower of that and PO-Recv-Qty should the two
*>     ever disagree;
*>   - the unit price billed must be the PO-Unit-Cost, within the
*>     APPRICETOL fraction on rates.dat (none when not set).
*> A bill whose every line matches is accepted onto the open
*> payables file openap.dat (APREC layout), due APTERMS days after
*> its invoice date (rates.dat, 30 when not set), the quantities
*> are added to PO-Inv-Qty so the same receipt is never paid for
*> twice, and the liability is fed to the ledger through GLLOG -
*> inventory (1300) debited, accounts payable (2000) credited.
*> A bill with any mismatch is held: nothing is posted, and every
*> line that failed goes on the match-exception report
*> apexcept.txt for purchasing to chase with the vendor. The same
*> vendor invoice number is never accepted twice for one vendor.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - the vendor record now comes from the shared
*> VENDREC layout, which carries the vendor's lead time at the end.
*> October 15th 2026 - STKRCPT now puts received goods into
*> inventory when they arrive, against accrued receipts (2050), so
*> an accepted bill no longer debits inventory: it clears the
*> accrual at what the receipts were valued at - the quantity
*> billed at the PO unit cost - and the price variance the match
*> tolerance let through goes to cost of goods sold (5400), DR when
*> billed over the PO cost and CR when under. Accounts payable
*> (2000) is credited with the bill total as before.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VendFile ASSIGN TO 'vendmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Vend-Status.
       SELECT OpenPOFile ASSIGN TO 'openpo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-Status.
       SELECT JournalFile ASSIGN TO DYNAMIC WS-Journal-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.
       SELECT OpenAPFile ASSIGN TO 'openap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-Status.
       SELECT ExceptFile ASSIGN TO 'apexcept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Except-Status.

DATA DIVISION.
FILE SECTION.
FD VendFile.
01 VendMastRec.
       COPY VENDREC.

FD OpenPOFile.
01 OpenPORec.
       02 PO-Number    PIC 9(6).
       02 PO-Date      PIC 9(8).
       02 PO-Vendor    PIC 9(4).
       02 PO-Prod-Name PIC X(10).
       02 PO-Qty       PIC 9(5).
       02 PO-Recv-Qty  PIC 9(5).
       02 PO-Status    PIC X.
       02 PO-Unit-Cost PIC 9(5)V99.
       02 PO-Inv-Qty   PIC 9(5).

FD JournalFile.
01 JournalRec.
       02 SJ-Date      PIC 9(8).
       02 SJ-Operator  PIC X(8).
       02 SJ-Prod-Name PIC X(10).
       02 SJ-Qty       PIC 9(5).
       02 SJ-PO-Number PIC 9(6).

FD OpenAPFile.
01 OpenAPRec.
       COPY APREC.

FD ExceptFile.
01 ExceptLine PIC X(90).

WORKING-STORAGE SECTION.
01 WS-Vend-Status    PIC XX.
01 WS-PO-Status      PIC XX.
01 WS-Journal-Status PIC XX.
01 WS-AP-Status      PIC XX.
01 WS-Except-Status  PIC XX.
01 WS-Journal-Name   PIC X(21).
01 WS-Vend-EOF       PIC X VALUE 'N'.
01 WS-PO-EOF         PIC X VALUE 'N'.
01 WS-Journal-EOF    PIC X VALUE 'N'.
01 WS-AP-EOF         PIC X VALUE 'N'.
01 WS-Vend-Table.
       02 WS-Vend-Entry OCCURS 200 TIMES.
           03 WS-VTab-Number PIC 9(4).
           03 WS-VTab-Name   PIC X(20).
01 WS-Vend-Count     PIC 9(3) VALUE 0.
01 WS-Vend-Idx       PIC 9(3) VALUE 0.
01 WS-Vend-Hit-Idx   PIC 9(3) VALUE 0.
01 WS-Vend-Found     PIC X VALUE 'N'.
       88 VendFound VALUE 'Y'.
*> The whole open-PO file rides in this table for the session and
*> is written back at sign-off (the STKRCPT arrangement), with the
*> journal's received quantity totalled alongside each PO.
01 WS-PO-Table.
       02 WS-PO-Entry OCCURS 100 TIMES.
           03 WS-PTab-Number    PIC 9(6).
           03 WS-PTab-Date      PIC 9(8).
           03 WS-PTab-Vendor    PIC 9(4).
           03 WS-PTab-Prod-Name PIC X(10).
           03 WS-PTab-Qty       PIC 9(5).
           03 WS-PTab-Recv-Qty  PIC 9(5).
           03 WS-PTab-Status    PIC X.
           03 WS-PTab-Unit-Cost PIC 9(5)V99.
           03 WS-PTab-Inv-Qty   PIC 9(5).
           03 WS-PTab-Jrnl-Qty  PIC 9(7).
01 WS-PO-Count      PIC 9(3) VALUE 0.
01 WS-PO-Read-Count PIC 9(8) VALUE 0.
01 WS-PO-Idx        PIC 9(3) VALUE 0.
01 WS-PO-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-PO-Found      PIC X VALUE 'N'.
       88 POFound VALUE 'Y'.
01 WS-PO-Changed    PIC X VALUE 'N'.
*> The lines of the bill being keyed, each with its match result.
01 WS-Line-Table.
       02 WS-Line-Entry OCCURS 20 TIMES.
           03 WS-Line-PO-Idx PIC 9(3).
           03 WS-Line-PO     PIC 9(6).
           03 WS-Line-Qty    PIC 9(5).
           03 WS-Line-Price  PIC 9(5)V99.
           03 WS-Line-Ext    PIC 9(8)V99.
           03 WS-Line-Recv   PIC 9(7).
           03 WS-Line-Prior  PIC 9(7).
           03 WS-Line-Result PIC X(5).
01 WS-Line-Count    PIC 99 VALUE 0.
01 WS-Line-Idx      PIC 99 VALUE 0.
01 WS-Line-Idx-2    PIC 99 VALUE 0.
01 WS-Line-Errors   PIC 99 VALUE 0.
01 WS-More-Work     PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-More-Lines    PIC X VALUE 'Y'.
       88 MoreLines VALUE 'Y'.
01 WS-Vend-Entry-Text PIC X(4).
01 WS-Vend-Entry-Num REDEFINES WS-Vend-Entry-Text PIC 9(4).
01 WS-Inv-No-Entry  PIC X(10).
01 WS-Inv-No-OK     PIC X VALUE 'N'.
       88 InvNoOK VALUE 'Y'.
01 WS-Date-Entry    PIC X(8).
01 WS-Date-Entry-R REDEFINES WS-Date-Entry.
       02 WS-DE-Year  PIC 9(4).
       02 WS-DE-Month PIC 99.
       02 WS-DE-Day   PIC 99.
01 WS-Date-Entry-Num REDEFINES WS-Date-Entry PIC 9(8).
01 WS-Date-Valid    PIC X VALUE 'N'.
       88 DateEntryOK VALUE 'Y'.
01 WS-PO-Entry-Text PIC X(6).
01 WS-PO-Entry-Num REDEFINES WS-PO-Entry-Text PIC 9(6).
01 WS-PO-Entry-Valid PIC X VALUE 'N'.
       88 POEntryOK VALUE 'Y'.
01 WS-Qty-Entry     PIC X(5).
01 WS-Qty-Amount REDEFINES WS-Qty-Entry PIC 9(5).
01 WS-Qty-Valid     PIC X VALUE 'N'.
       88 QtyEntryOK VALUE 'Y'.
01 WS-Price-Entry   PIC X(7).
01 WS-Price-Amount REDEFINES WS-Price-Entry PIC 9(5)V99.
01 WS-Price-Valid   PIC X VALUE 'N'.
       88 PriceEntryOK VALUE 'Y'.
01 WS-Chk-Idx       PIC 99.
01 WS-Confirm       PIC X.
01 WS-Received      PIC 9(7) VALUE 0.
01 WS-Billed-Before PIC 9(7) VALUE 0.
01 WS-Price-Diff    PIC S9(5)V99 VALUE ZEROES.
01 WS-Price-Allowed PIC 9(5)V99 VALUE ZEROES.
01 WS-Price-Tol     PIC V9(4) VALUE ZEROES.
01 WS-Terms-Days    PIC 9(3) VALUE 30.
01 WS-Invoice-Total PIC 9(8)V99 VALUE ZEROES.
01 WS-Accrual-Cleared PIC 9(8)V99 VALUE ZEROES.
01 WS-Line-Accrual  PIC 9(8)V99 VALUE ZEROES.
01 WS-Entry-Date    PIC 9(8).
01 WS-Oldest-PO-Date PIC 9(8) VALUE 0.
01 WS-Invoices-Accepted PIC 9(4) VALUE 0.
01 WS-Invoices-Held     PIC 9(4) VALUE 0.
01 WS-Session-Total  PIC 9(9)V99 VALUE ZEROES.
*> Calendar walk for the journal scan and the due date; February
*> is worked out per year, not taken from the table.
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Walk-Count    PIC 9(4) VALUE 0.
01 WS-Month-Len     PIC 99.
01 WS-Leap-Quot     PIC 9(4).
01 WS-Leap-Rem      PIC 9(3).
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
01 WS-Money-Ed      PIC $$$,$$$,$$9.99.
01 WS-Cost-Ed       PIC $$,$$9.99.
01 WS-Cost-Ed-2     PIC $$,$$9.99.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "VENDINV".
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
       ACCEPT WS-Entry-Date FROM DATE YYYYMMDD
       PERFORM FETCH-MATCH-RATES
       PERFORM LOAD-VENDORS
       PERFORM LOAD-OPEN-POS
       PERFORM TOTAL-JOURNAL-RECEIPTS
       DISPLAY "Vendor invoice entry - three-way match to PO and "
           "receipts"
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-INVOICE-VENDOR
           IF MoreWork
               PERFORM GET-VENDOR-INVOICE-NO
               IF InvNoOK
                   PERFORM GET-INVOICE-DATE
                   PERFORM GET-INVOICE-LINES
                   IF WS-Line-Count > 0
                       PERFORM POST-OR-HOLD-INVOICE
                   ELSE
                       DISPLAY "  No lines keyed - nothing entered"
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       PERFORM WRITE-OPEN-PO-FILE
       MOVE WS-Session-Total TO WS-Money-Ed
       DISPLAY "VENDINV finished - " WS-Invoices-Accepted
           " invoice(s) accepted (" WS-Money-Ed "), "
           WS-Invoices-Held " held for exceptions"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> Each rate that is on rates.dat replaces its compiled-in default;
*> one that isn't leaves the VALUE clause fallback in place.
FETCH-MATCH-RATES.
       MOVE "APPRICETOL" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Price-Tol
       END-IF
       MOVE "APTERMS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Terms-Days
       END-IF.

*> vendmast.dat holds one record per product a vendor supplies;
*> the vendor's number and name are all this program needs.
LOAD-VENDORS.
       OPEN INPUT VendFile
       IF WS-Vend-Status NOT = '00'
           DISPLAY "Unable to open vendmast.dat (status "
               WS-Vend-Status ") - no vendors to enter bills for"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-Vend-EOF = 'Y'
           READ VendFile
               AT END MOVE 'Y' TO WS-Vend-EOF
               NOT AT END
                   IF WS-Vend-Count < 200
                       ADD 1 TO WS-Vend-Count
                       MOVE VEND-Number TO
                           WS-VTab-Number(WS-Vend-Count)
                       MOVE VEND-Name TO
                           WS-VTab-Name(WS-Vend-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE VendFile.

*> An overflow refuses the session like STKRCPT's: writing back a
*> partial PO file would drop orders.
LOAD-OPEN-POS.
       MOVE 99999999 TO WS-Oldest-PO-Date
       OPEN INPUT OpenPOFile
       IF WS-PO-Status NOT = '00'
           DISPLAY "No openpo.dat (status " WS-PO-Status
               ") - no purchase orders to match bills against"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-PO-EOF = 'Y'
           READ OpenPOFile
               AT END MOVE 'Y' TO WS-PO-EOF
               NOT AT END
                   ADD 1 TO WS-PO-Read-Count
                   IF WS-PO-Count < 100
                       ADD 1 TO WS-PO-Count
                       PERFORM LOAD-ONE-PO
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OpenPOFile
       IF WS-PO-Read-Count > WS-PO-Count
           DISPLAY "openpo.dat overflowed the PO table - "
               "invoice entry refused this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "openpo.dat overflowed VENDINV PO table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE 16 TO RETURN-CODE
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - PO table overflow"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           STOP RUN
       END-IF.

LOAD-ONE-PO.
       MOVE PO-Number TO WS-PTab-Number(WS-PO-Count)
       MOVE PO-Date TO WS-PTab-Date(WS-PO-Count)
       MOVE PO-Vendor TO WS-PTab-Vendor(WS-PO-Count)
       MOVE PO-Prod-Name TO WS-PTab-Prod-Name(WS-PO-Count)
       MOVE PO-Qty TO WS-PTab-Qty(WS-PO-Count)
       MOVE PO-Recv-Qty TO WS-PTab-Recv-Qty(WS-PO-Count)
       MOVE PO-Status TO WS-PTab-Status(WS-PO-Count)
       IF PO-Unit-Cost NUMERIC
           MOVE PO-Unit-Cost TO WS-PTab-Unit-Cost(WS-PO-Count)
       ELSE
           MOVE ZEROES TO WS-PTab-Unit-Cost(WS-PO-Count)
       END-IF
       IF PO-Inv-Qty NUMERIC
           MOVE PO-Inv-Qty TO WS-PTab-Inv-Qty(WS-PO-Count)
       ELSE
           MOVE ZEROES TO WS-PTab-Inv-Qty(WS-PO-Count)
       END-IF
       MOVE ZEROES TO WS-PTab-Jrnl-Qty(WS-PO-Count)
       IF WS-PTab-Inv-Qty(WS-PO-Count) < WS-PTab-Qty(WS-PO-Count)
          AND PO-Date < WS-Oldest-PO-Date
           MOVE PO-Date TO WS-Oldest-PO-Date
       END-IF.

*> Every dated receipts journal from the oldest PO still open for
*> billing up to today is read once, and each line carrying a PO
*> number is added to that PO's journal quantity. A day nobody
*> received anything simply has no journal. The walk is capped at
*> two years back - a PO older than that has no business being
*> billed without purchasing looking at it first.
TOTAL-JOURNAL-RECEIPTS.
       IF WS-Oldest-PO-Date NOT = 99999999
           MOVE WS-Oldest-PO-Date TO WS-Walk-Date-Num
           MOVE 0 TO WS-Walk-Count
           IF WS-Walk-Month < 1 OR WS-Walk-Month > 12
               MOVE WS-Entry-Date TO WS-Walk-Date-Num
           END-IF
           PERFORM UNTIL WS-Walk-Date-Num > WS-Entry-Date
                   OR WS-Walk-Count > 731
               PERFORM COUNT-ONE-JOURNAL
               PERFORM NEXT-CALENDAR-DAY
               ADD 1 TO WS-Walk-Count
           END-PERFORM
       END-IF.

COUNT-ONE-JOURNAL.
       MOVE SPACES TO WS-Journal-Name
       STRING "stkjrnl_" WS-Walk-Date-Num ".dat" DELIMITED BY SIZE
           INTO WS-Journal-Name
       MOVE 'N' TO WS-Journal-EOF
       OPEN INPUT JournalFile
       IF WS-Journal-Status NOT = '00'
           MOVE 'Y' TO WS-Journal-EOF
       END-IF
       PERFORM UNTIL WS-Journal-EOF = 'Y'
           READ JournalFile
               AT END MOVE 'Y' TO WS-Journal-EOF
               NOT AT END
                   IF SJ-PO-Number NUMERIC AND SJ-PO-Number > 0
                       PERFORM VARYING WS-PO-Idx FROM 1 BY 1
                               UNTIL WS-PO-Idx > WS-PO-Count
                           IF WS-PTab-Number(WS-PO-Idx) = SJ-PO-Number
                               ADD SJ-Qty TO WS-PTab-Jrnl-Qty(WS-PO-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Journal-Status NOT = '35'
           CLOSE JournalFile
       END-IF.

NEXT-CALENDAR-DAY.
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
       END-IF
       ADD 1 TO WS-Walk-Day
       IF WS-Walk-Day > WS-Month-Len
           MOVE 1 TO WS-Walk-Day
           ADD 1 TO WS-Walk-Month
           IF WS-Walk-Month > 12
               MOVE 1 TO WS-Walk-Month
               ADD 1 TO WS-Walk-Year
           END-IF
       END-IF.

GET-INVOICE-VENDOR.
       MOVE 'N' TO WS-Vend-Found
       PERFORM UNTIL VendFound OR NOT MoreWork
           DISPLAY "Vendor number (4 digits, or Q to quit): "
               WITH NO ADVANCING
           ACCEPT WS-Vend-Entry-Text
           IF WS-Vend-Entry-Text = "Q" OR WS-Vend-Entry-Text = "q"
               MOVE 'N' TO WS-More-Work
           ELSE
               IF WS-Vend-Entry-Text NUMERIC
                   PERFORM VARYING WS-Vend-Idx FROM 1 BY 1
                           UNTIL WS-Vend-Idx > WS-Vend-Count
                           OR VendFound
                       IF WS-VTab-Number(WS-Vend-Idx) =
                          WS-Vend-Entry-Num
                           MOVE 'Y' TO WS-Vend-Found
                           MOVE WS-Vend-Idx TO WS-Vend-Hit-Idx
                       END-IF
                   END-PERFORM
                   IF VendFound
                       DISPLAY "  Vendor: "
                           WS-VTab-Name(WS-Vend-Hit-Idx)
                   ELSE
                       DISPLAY "Vendor " WS-Vend-Entry-Text
                           " not on vendmast.dat"
                   END-IF
               ELSE
                   DISPLAY "Invalid entry - enter exactly 4 digits"
               END-IF
           END-IF
       END-PERFORM.

*> The vendor's own invoice number; one already on openap.dat for
*> this vendor is a duplicate bill and is refused.
GET-VENDOR-INVOICE-NO.
       MOVE 'N' TO WS-Inv-No-OK
       DISPLAY "Vendor's invoice number: " WITH NO ADVANCING
       ACCEPT WS-Inv-No-Entry
       IF WS-Inv-No-Entry = SPACES
           DISPLAY "  No invoice number keyed - bill not entered"
       ELSE
           MOVE 'Y' TO WS-Inv-No-OK
           MOVE 'N' TO WS-AP-EOF
           OPEN INPUT OpenAPFile
           IF WS-AP-Status NOT = '00'
               MOVE 'Y' TO WS-AP-EOF
           END-IF
           PERFORM UNTIL WS-AP-EOF = 'Y'
               READ OpenAPFile
                   AT END MOVE 'Y' TO WS-AP-EOF
                   NOT AT END
                       IF AP-Vendor = WS-Vend-Entry-Num AND
                          AP-Vend-Invoice = WS-Inv-No-Entry
                           MOVE 'N' TO WS-Inv-No-OK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AP-Status NOT = '35'
               CLOSE OpenAPFile
           END-IF
           IF NOT InvNoOK
               DISPLAY "  *** Invoice " WS-Inv-No-Entry " from "
                   "vendor " WS-Vend-Entry-Text " is already on "
                   "file - duplicate refused ***"
           END-IF
       END-IF.

GET-INVOICE-DATE.
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "Invoice date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           IF WS-Date-Entry NUMERIC
               IF WS-DE-Month >= 1 AND WS-DE-Month <= 12
                   IF WS-DE-Day >= 1 AND
                      WS-DE-Day <= WS-Days-In-Month(WS-DE-Month)
                       MOVE 'Y' TO WS-Date-Valid
                   END-IF
                   IF WS-DE-Month = 2 AND WS-DE-Day = 29
                       MOVE 'Y' TO WS-Date-Valid
                   END-IF
               END-IF
           END-IF
           IF NOT DateEntryOK
               DISPLAY "Invalid date - enter YYYYMMDD"
           END-IF
       END-PERFORM.

GET-INVOICE-LINES.
       MOVE 0 TO WS-Line-Count
       MOVE 0 TO WS-Line-Errors
       MOVE ZEROES TO WS-Invoice-Total
       MOVE 'Y' TO WS-More-Lines
       PERFORM UNTIL NOT MoreLines
           PERFORM GET-LINE-PO
           IF MoreLines
               PERFORM GET-LINE-QTY
               PERFORM GET-LINE-PRICE
               ADD 1 TO WS-Line-Count
               MOVE WS-PO-Hit-Idx TO WS-Line-PO-Idx(WS-Line-Count)
               MOVE WS-PO-Entry-Num TO WS-Line-PO(WS-Line-Count)
               MOVE WS-Qty-Amount TO WS-Line-Qty(WS-Line-Count)
               MOVE WS-Price-Amount TO WS-Line-Price(WS-Line-Count)
               COMPUTE WS-Line-Ext(WS-Line-Count) =
                   WS-Qty-Amount * WS-Price-Amount
               ADD WS-Line-Ext(WS-Line-Count) TO WS-Invoice-Total
               PERFORM MATCH-ONE-LINE
               IF WS-Line-Count >= 20
                   DISPLAY "  20 lines is the most one bill holds"
                   MOVE 'N' TO WS-More-Lines
               END-IF
           END-IF
       END-PERFORM.

GET-LINE-PO.
       MOVE 'N' TO WS-PO-Entry-Valid
       PERFORM UNTIL POEntryOK OR NOT MoreLines
           DISPLAY "PO number billed (6 digits, or E to end the "
               "bill): " WITH NO ADVANCING
           ACCEPT WS-PO-Entry-Text
           IF WS-PO-Entry-Text = "E" OR WS-PO-Entry-Text = "e"
               MOVE 'N' TO WS-More-Lines
           ELSE
               IF WS-PO-Entry-Text NUMERIC
                   MOVE 'Y' TO WS-PO-Entry-Valid
                   PERFORM FIND-PO
                   IF POFound
                       DISPLAY "  PO " WS-PO-Entry-Text " for "
                           WS-PTab-Prod-Name(WS-PO-Hit-Idx) " - "
                           WS-PTab-Qty(WS-PO-Hit-Idx) " ordered"
                   ELSE
                       DISPLAY "  PO " WS-PO-Entry-Text
                           " is not on openpo.dat"
                   END-IF
               ELSE
                   DISPLAY "Invalid entry - 6 digits or E"
               END-IF
           END-IF
       END-PERFORM.

FIND-PO.
       MOVE 'N' TO WS-PO-Found
       MOVE 0 TO WS-PO-Hit-Idx
       PERFORM VARYING WS-PO-Idx FROM 1 BY 1
               UNTIL WS-PO-Idx > WS-PO-Count OR POFound
           IF WS-PTab-Number(WS-PO-Idx) = WS-PO-Entry-Num
               MOVE 'Y' TO WS-PO-Found
               MOVE WS-PO-Idx TO WS-PO-Hit-Idx
           END-IF
       END-PERFORM.

GET-LINE-QTY.
       MOVE 'N' TO WS-Qty-Valid
       PERFORM UNTIL QtyEntryOK
           DISPLAY "Quantity billed (5 digits, e.g. 00100): "
               WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry NUMERIC AND WS-Qty-Entry NOT = '00000'
               MOVE 'Y' TO WS-Qty-Valid
           ELSE
               DISPLAY "Invalid entry - 5 digits, not all zero"
           END-IF
       END-PERFORM.

GET-LINE-PRICE.
       MOVE 'N' TO WS-Price-Valid
       PERFORM UNTIL PriceEntryOK
           DISPLAY "Unit price billed, 7 digits with pennies as the "
               "last 2 (e.g. 0001250 for $12.50): "
               WITH NO ADVANCING
           ACCEPT WS-Price-Entry
           IF WS-Price-Entry NUMERIC
               MOVE 'Y' TO WS-Price-Valid
           ELSE
               DISPLAY "Invalid entry - enter exactly 7 digits"
           END-IF
       END-PERFORM.

*> The three-way match for the line just keyed. Received is the
*> receipts journal's quantity for the PO, held to PO-Recv-Qty if
*> that is lower; billed-before is PO-Inv-Qty plus earlier lines
*> of this same bill against the same PO.
MATCH-ONE-LINE.
       MOVE "OK" TO WS-Line-Result(WS-Line-Count)
       MOVE ZEROES TO WS-Line-Recv(WS-Line-Count)
       MOVE ZEROES TO WS-Line-Prior(WS-Line-Count)
       IF NOT POFound
           MOVE "NOPO" TO WS-Line-Result(WS-Line-Count)
       ELSE
           IF WS-PTab-Vendor(WS-PO-Hit-Idx) NOT = WS-Vend-Entry-Num
               MOVE "VEND" TO WS-Line-Result(WS-Line-Count)
           ELSE
               MOVE WS-PTab-Jrnl-Qty(WS-PO-Hit-Idx) TO WS-Received
               IF WS-PTab-Recv-Qty(WS-PO-Hit-Idx) < WS-Received
                   MOVE WS-PTab-Recv-Qty(WS-PO-Hit-Idx)
                       TO WS-Received
               END-IF
               MOVE WS-PTab-Inv-Qty(WS-PO-Hit-Idx) TO WS-Billed-Before
               PERFORM VARYING WS-Line-Idx-2 FROM 1 BY 1
                       UNTIL WS-Line-Idx-2 >= WS-Line-Count
                   IF WS-Line-PO-Idx(WS-Line-Idx-2) = WS-PO-Hit-Idx
                       ADD WS-Line-Qty(WS-Line-Idx-2)
                           TO WS-Billed-Before
                   END-IF
               END-PERFORM
               MOVE WS-Received TO WS-Line-Recv(WS-Line-Count)
               MOVE WS-Billed-Before TO WS-Line-Prior(WS-Line-Count)
               IF WS-Billed-Before + WS-Qty-Amount > WS-Received
                   MOVE "QTY" TO WS-Line-Result(WS-Line-Count)
               ELSE
                   COMPUTE WS-Price-Diff = WS-Price-Amount -
                       WS-PTab-Unit-Cost(WS-PO-Hit-Idx)
                   IF WS-Price-Diff < 0
                       COMPUTE WS-Price-Diff = 0 - WS-Price-Diff
                   END-IF
                   COMPUTE WS-Price-Allowed ROUNDED =
                       WS-PTab-Unit-Cost(WS-PO-Hit-Idx) * WS-Price-Tol
                   IF WS-Price-Diff > WS-Price-Allowed
                       MOVE "PRICE" TO WS-Line-Result(WS-Line-Count)
                   END-IF
               END-IF
           END-IF
       END-IF
       IF WS-Line-Result(WS-Line-Count) = "OK"
           DISPLAY "  Line matched"
       ELSE
           ADD 1 TO WS-Line-Errors
           DISPLAY "  *** Line does not match ("
               WS-Line-Result(WS-Line-Count) ") ***"
       END-IF.

POST-OR-HOLD-INVOICE.
       MOVE WS-Invoice-Total TO WS-Money-Ed
       DISPLAY "  Bill total " WS-Money-Ed ", " WS-Line-Count
           " line(s), " WS-Line-Errors " exception(s)"
       IF WS-Line-Errors > 0
           PERFORM WRITE-MATCH-EXCEPTIONS
           ADD 1 TO WS-Invoices-Held
           DISPLAY "  Bill HELD - exceptions are on apexcept.txt for "
               "purchasing"
       ELSE
           DISPLAY "Accept this bill for payment (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               PERFORM POST-MATCHED-INVOICE
           ELSE
               DISPLAY "  Bill abandoned"
           END-IF
       END-IF.

POST-MATCHED-INVOICE.
       MOVE WS-Date-Entry-Num TO WS-Walk-Date-Num
       PERFORM NEXT-CALENDAR-DAY WS-Terms-Days TIMES
       OPEN EXTEND OpenAPFile
       IF WS-AP-Status NOT = '00'
           OPEN OUTPUT OpenAPFile
       END-IF
       MOVE WS-Vend-Entry-Num TO AP-Vendor
       MOVE WS-Inv-No-Entry TO AP-Vend-Invoice
       MOVE WS-Date-Entry-Num TO AP-Invoice-Date
       MOVE WS-Walk-Date-Num TO AP-Due-Date
       MOVE WS-Invoice-Total TO AP-Amount
       MOVE 'O' TO AP-Status
       MOVE WS-Entry-Date TO AP-Entry-Date
       MOVE WS-Operator-ID TO AP-Operator
       MOVE ZEROES TO AP-Check-Number
       MOVE ZEROES TO AP-Paid-Date
       WRITE OpenAPRec
       CLOSE OpenAPFile
       MOVE ZEROES TO WS-Accrual-Cleared
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-Line-Count
           ADD WS-Line-Qty(WS-Line-Idx) TO
               WS-PTab-Inv-Qty(WS-Line-PO-Idx(WS-Line-Idx))
           COMPUTE WS-Line-Accrual ROUNDED = WS-Line-Qty(WS-Line-Idx)
               * WS-PTab-Unit-Cost(WS-Line-PO-Idx(WS-Line-Idx))
           ADD WS-Line-Accrual TO WS-Accrual-Cleared
       END-PERFORM
       MOVE 'Y' TO WS-PO-Changed
       PERFORM FEED-GENERAL-LEDGER
       ADD 1 TO WS-Invoices-Accepted
       ADD WS-Invoice-Total TO WS-Session-Total
       MOVE "APINV" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Vendor " WS-Vend-Entry-Text " invoice "
           WS-Inv-No-Entry DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  Bill accepted onto openap.dat, due " AP-Due-Date.

*> DR accrued receipts for what STKRCPT put the goods in at, the
*> price variance to cost of goods sold, CR accounts payable for
*> the bill.
FEED-GENERAL-LEDGER.
       IF WS-Accrual-Cleared > 0
           MOVE 2050 TO WS-GL-Account
           MOVE WS-Accrual-Cleared TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Invoice-Total > WS-Accrual-Cleared
           MOVE 5400 TO WS-GL-Account
           COMPUTE WS-GL-Debit = WS-Invoice-Total - WS-Accrual-Cleared
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Invoice-Total < WS-Accrual-Cleared
           MOVE 5400 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           COMPUTE WS-GL-Credit = WS-Accrual-Cleared - WS-Invoice-Total
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       MOVE 2000 TO WS-GL-Account
       MOVE ZEROES TO WS-GL-Debit
       MOVE WS-Invoice-Total TO WS-GL-Credit
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit.

*> Appended, so purchasing's report holds every held bill until
*> they clear it; each bill gets its own heading.
WRITE-MATCH-EXCEPTIONS.
       OPEN EXTEND ExceptFile
       IF WS-Except-Status NOT = '00'
           OPEN OUTPUT ExceptFile
       END-IF
       MOVE SPACES TO ExceptLine
       WRITE ExceptLine
       MOVE SPACES TO ExceptLine
       STRING "Match exceptions " WS-Entry-Date " - vendor "
           WS-Vend-Entry-Text " " WS-VTab-Name(WS-Vend-Hit-Idx)
           " invoice " WS-Inv-No-Entry " dated " WS-Date-Entry
           DELIMITED BY SIZE INTO ExceptLine
       WRITE ExceptLine
       PERFORM VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-Line-Count
           IF WS-Line-Result(WS-Line-Idx) NOT = "OK"
               PERFORM WRITE-ONE-EXCEPTION
           END-IF
       END-PERFORM
       MOVE SPACES TO ExceptLine
       STRING "  Keyed by " WS-Operator-ID " - bill held, nothing "
           "posted"
           DELIMITED BY SIZE INTO ExceptLine
       WRITE ExceptLine
       CLOSE ExceptFile.

WRITE-ONE-EXCEPTION.
       MOVE SPACES TO ExceptLine
       EVALUATE WS-Line-Result(WS-Line-Idx)
           WHEN "NOPO"
               STRING "  PO " WS-Line-PO(WS-Line-Idx)
                   " NOT ON FILE - billed qty " WS-Line-Qty(WS-Line-Idx)
                   DELIMITED BY SIZE INTO ExceptLine
           WHEN "VEND"
               STRING "  PO " WS-Line-PO(WS-Line-Idx)
                   " WRONG VENDOR - PO is for vendor "
                   WS-PTab-Vendor(WS-Line-PO-Idx(WS-Line-Idx))
                   DELIMITED BY SIZE INTO ExceptLine
           WHEN "QTY"
               STRING "  PO " WS-Line-PO(WS-Line-Idx)
                   " QUANTITY - billed " WS-Line-Qty(WS-Line-Idx)
                   " received " WS-Line-Recv(WS-Line-Idx)
                   " already billed " WS-Line-Prior(WS-Line-Idx)
                   DELIMITED BY SIZE INTO ExceptLine
           WHEN OTHER
               MOVE WS-Line-Price(WS-Line-Idx) TO WS-Cost-Ed
               MOVE WS-PTab-Unit-Cost(WS-Line-PO-Idx(WS-Line-Idx))
                   TO WS-Cost-Ed-2
               STRING "  PO " WS-Line-PO(WS-Line-Idx)
                   " PRICE - billed " WS-Cost-Ed " PO cost "
                   WS-Cost-Ed-2 " qty " WS-Line-Qty(WS-Line-Idx)
                   DELIMITED BY SIZE INTO ExceptLine
       END-EVALUATE
       WRITE ExceptLine.

*> Written back only when a bill was accepted - a session of held
*> bills leaves openpo.dat untouched.
WRITE-OPEN-PO-FILE.
       IF WS-PO-Changed = 'Y'
           OPEN OUTPUT OpenPOFile
           PERFORM VARYING WS-PO-Idx FROM 1 BY 1
                   UNTIL WS-PO-Idx > WS-PO-Count
               MOVE WS-PTab-Number(WS-PO-Idx) TO PO-Number
               MOVE WS-PTab-Date(WS-PO-Idx) TO PO-Date
               MOVE WS-PTab-Vendor(WS-PO-Idx) TO PO-Vendor
               MOVE WS-PTab-Prod-Name(WS-PO-Idx) TO PO-Prod-Name
               MOVE WS-PTab-Qty(WS-PO-Idx) TO PO-Qty
               MOVE WS-PTab-Recv-Qty(WS-PO-Idx) TO PO-Recv-Qty
               MOVE WS-PTab-Status(WS-PO-Idx) TO PO-Status
               MOVE WS-PTab-Unit-Cost(WS-PO-Idx) TO PO-Unit-Cost
               MOVE WS-PTab-Inv-Qty(WS-PO-Idx) TO PO-Inv-Qty
               WRITE OpenPORec
           END-PERFORM
           CLOSE OpenPOFile
       END-IF.
