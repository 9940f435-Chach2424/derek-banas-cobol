       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CASHAPPL.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Unapplied cash application - the clerk's side of the unapplied
*> cash worklist the nightly LOCKBOX step prints. The operator signs
*> on through the shared OPERSIGN subroutine, can List the open
*> items on unapplied.dat (UNAPREC), and Apply one: the item is
*> pulled up by its number, the clerk keys the customer it belongs
*> to (validated with a keyed READ on custmast2.dat - the Ident on
*> the item is offered when the bank gave one), is shown that
*> customer's open installments oldest due first, and on
*> confirmation the item's money is applied to them the way
*> CASHRCPT applies a payment: paid off in full while it covers
*> them, the last one reduced. Each application is written to the
*> dated cash receipts journal cashjrnl_YYYYMMDD.dat with action
*> UA-APPL - the money was journaled UNAPPLD when it arrived, so the
*> journal shows it moving rather than arriving twice. What the
*> customer's open balance does not take stays on the item; an
*> item fully applied is closed with the date and operator and
*> stays on file as the trail. openinst.dat and unapplied.dat are
*> loaded to tables and written back at sign-off if anything was
*> applied (the CASHRCPT write-back), and every application is
*> stamped to runaudit.txt.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - Money applied here now moves on the books
*> too: at sign-off the session's applications are fed to the
*> general ledger through the shared GLLOG subroutine as a debit
*> to unapplied cash (2150), where LOCKBOX put it, and a credit to
*> accounts receivable (1200), for the night's GLPOST step.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.
       SELECT InstFile ASSIGN TO 'openinst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
       SELECT UnapFile ASSIGN TO 'unapplied.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Unap-Status.
       SELECT JournalFile ASSIGN TO DYNAMIC WS-Journal-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.

DATA DIVISION.
FILE SECTION.
FD CustMastFile.
01 Customer.
       COPY CUSTREC.

FD InstFile.
01 InstRec.
       02 IN-Cust-Ident   PIC 9(3).
       02 IN-Invoice-Date PIC 9(8).
       02 IN-Seq          PIC 9.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
       02 IN-Invoice-Number PIC 9(6).

FD UnapFile.
01 UnapRec.
       COPY UNAPREC.

FD JournalFile.
01 JournalRec.
       02 CJ-Date       PIC 9(8).
       02 CJ-Operator   PIC X(8).
       02 CJ-Cust-Ident PIC 9(3).
       02 CJ-Invoice-No PIC 9(6).
       02 CJ-Inv-Date   PIC 9(8).
       02 CJ-Seq        PIC 9.
       02 CJ-Applied    PIC 9(8)V99.
       02 CJ-Action     PIC X(7).

WORKING-STORAGE SECTION.
01 WS-Cust-Status    PIC XX.
01 WS-Inst-Status    PIC XX.
01 WS-Unap-Status    PIC XX.
01 WS-Journal-Status PIC XX.
01 WS-Journal-Name   PIC X(21).
01 WS-Inst-EOF       PIC X VALUE 'N'.
01 WS-Unap-EOF       PIC X VALUE 'N'.
01 WS-Inst-Table.
       02 WS-Inst-Entry OCCURS 500 TIMES.
           03 WS-Tab-Cust-Ident   PIC 9(3).
           03 WS-Tab-Invoice-Date PIC 9(8).
           03 WS-Tab-Seq          PIC 9.
           03 WS-Tab-Due-Date     PIC 9(8).
           03 WS-Tab-Amount       PIC 9(8)V99.
           03 WS-Tab-Paid-Flag    PIC X.
               88 TabClosed VALUES 'Y', 'W', 'S'.
           03 WS-Tab-Invoice-No   PIC 9(6).
01 WS-Inst-Count      PIC 9(3) VALUE 0.
01 WS-Inst-Read-Count PIC 9(8) VALUE 0.
01 WS-Inst-Idx        PIC 9(3) VALUE 0.
01 WS-Unap-Table.
       02 WS-Unap-Entry OCCURS 500 TIMES.
           COPY UNAPREC REPLACING LEADING ==UA-== BY ==WS-UTab-==.
01 WS-Unap-Count      PIC 9(3) VALUE 0.
01 WS-Unap-Read-Count PIC 9(8) VALUE 0.
01 WS-Unap-Idx        PIC 9(3) VALUE 0.
01 WS-Unap-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Unap-Found      PIC X VALUE 'N'.
       88 UnapFound VALUE 'Y'.
01 WS-Oldest-Idx  PIC 9(3) VALUE 0.
01 WS-Oldest-Due  PIC 9(8) VALUE 0.
01 WS-Oldest-Found PIC X VALUE 'N'.
       88 OldestFound VALUE 'Y'.
01 WS-Action      PIC X.
       88 ActionList  VALUES 'L', 'l'.
       88 ActionApply VALUES 'A', 'a'.
       88 ActionQuit  VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed     PIC X VALUE 'N'.
       88 FilesChanged VALUE 'Y'.
01 WS-Number-Entry PIC X(6).
01 WS-Number-Num REDEFINES WS-Number-Entry PIC 9(6).
01 WS-Ident-Entry PIC X(3).
01 WS-Ident-Valid PIC X VALUE 'N'.
       88 IdentEntryOK VALUE 'Y'.
01 WS-Chk-Idx     PIC 99.
01 WS-Cust-On-File PIC X VALUE 'N'.
       88 CustOnFile VALUE 'Y'.
01 WS-Confirm     PIC X.
01 WS-Remaining   PIC 9(8)V99 VALUE ZEROES.
01 WS-Applied-Now PIC 9(8)V99 VALUE ZEROES.
01 WS-Open-Count  PIC 9(3) VALUE 0.
01 WS-Open-Total  PIC 9(9)V99 VALUE ZEROES.
01 WS-Today       PIC 9(8).
01 WS-Items-Applied PIC 9(4) VALUE 0.
01 WS-Session-Applied PIC 9(9)V99 VALUE ZEROES.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Money-Ed    PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-2  PIC $$$,$$$,$$9.99.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "CASHAPPL".
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
       PERFORM LOAD-INSTALLMENTS
       PERFORM LOAD-UNAPPLIED-CASH
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - no customers to apply to"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM OPEN-RECEIPTS-JOURNAL
       DISPLAY "Unapplied cash application - unapplied.dat"
       PERFORM UNTIL NOT MoreWork
           DISPLAY "Action - L(ist open items) A(pply an item) "
               "Q(uit): " WITH NO ADVANCING
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN ActionList
                   PERFORM LIST-OPEN-ITEMS
               WHEN ActionApply
                   PERFORM APPLY-ITEM THRU APPLY-ITEM-EXIT
               WHEN OTHER
                   DISPLAY "Invalid action - enter L, A or Q"
           END-EVALUATE
       END-PERFORM
       CLOSE CustMastFile
       CLOSE JournalFile
       IF FilesChanged
           PERFORM WRITE-INSTALLMENTS-BACK
           PERFORM WRITE-UNAPPLIED-BACK
           PERFORM FEED-GENERAL-LEDGER
       END-IF
       DISPLAY "CASHAPPL finished - " WS-Items-Applied
           " item(s) applied"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> Both files are written back whole, so either one overflowing
*> its table refuses the session (the CASHRCPT rule).
LOAD-INSTALLMENTS.
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
           MOVE 'Y' TO WS-Inst-EOF
       END-IF
       PERFORM UNTIL WS-Inst-EOF = 'Y'
           READ InstFile
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   ADD 1 TO WS-Inst-Read-Count
                   IF WS-Inst-Count < 500
                       ADD 1 TO WS-Inst-Count
                       MOVE IN-Cust-Ident TO
                           WS-Tab-Cust-Ident(WS-Inst-Count)
                       MOVE IN-Invoice-Date TO
                           WS-Tab-Invoice-Date(WS-Inst-Count)
                       MOVE IN-Seq TO WS-Tab-Seq(WS-Inst-Count)
                       MOVE IN-Due-Date TO
                           WS-Tab-Due-Date(WS-Inst-Count)
                       MOVE IN-Amount TO
                           WS-Tab-Amount(WS-Inst-Count)
                       MOVE IN-Paid-Flag TO
                           WS-Tab-Paid-Flag(WS-Inst-Count)
                       IF IN-Invoice-Number NUMERIC
                           MOVE IN-Invoice-Number TO
                               WS-Tab-Invoice-No(WS-Inst-Count)
                       ELSE
                           MOVE 0 TO
                               WS-Tab-Invoice-No(WS-Inst-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Inst-Status NOT = '35'
           CLOSE InstFile
       END-IF
       IF WS-Inst-Read-Count > WS-Inst-Count
           DISPLAY "openinst.dat overflowed the installment table - "
               "cash cannot be applied this session"
           MOVE "openinst.dat overflowed CASHAPPL installment table"
               TO WS-Alert-Message
           PERFORM ABANDON-SESSION
       END-IF.

LOAD-UNAPPLIED-CASH.
       OPEN INPUT UnapFile
       IF WS-Unap-Status NOT = '00'
           DISPLAY "No unapplied.dat (status " WS-Unap-Status
               ") - no unapplied cash to work"
           MOVE 'Y' TO WS-Unap-EOF
       END-IF
       PERFORM UNTIL WS-Unap-EOF = 'Y'
           READ UnapFile
               AT END MOVE 'Y' TO WS-Unap-EOF
               NOT AT END
                   ADD 1 TO WS-Unap-Read-Count
                   IF WS-Unap-Count < 500
                       ADD 1 TO WS-Unap-Count
                       MOVE UnapRec TO WS-Unap-Entry(WS-Unap-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Unap-Status NOT = '35'
           CLOSE UnapFile
       END-IF
       IF WS-Unap-Read-Count > WS-Unap-Count
           DISPLAY "unapplied.dat overflowed the unapplied table - "
               "cash cannot be applied this session"
           MOVE "unapplied.dat overflowed CASHAPPL unapplied table"
               TO WS-Alert-Message
           PERFORM ABANDON-SESSION
       END-IF.

ABANDON-SESSION.
       MOVE 'C' TO WS-Alert-Severity
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE 16 TO RETURN-CODE
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program,
           WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

OPEN-RECEIPTS-JOURNAL.
       MOVE SPACES TO WS-Journal-Name
       STRING "cashjrnl_" WS-Today ".dat" DELIMITED BY SIZE
           INTO WS-Journal-Name
       OPEN EXTEND JournalFile
       IF WS-Journal-Status NOT = '00'
           OPEN OUTPUT JournalFile
       END-IF.

LIST-OPEN-ITEMS.
       MOVE 0 TO WS-Open-Count
       MOVE ZEROES TO WS-Open-Total
       PERFORM VARYING WS-Unap-Idx FROM 1 BY 1
               UNTIL WS-Unap-Idx > WS-Unap-Count
           IF WS-UTab-Open(WS-Unap-Idx)
               ADD 1 TO WS-Open-Count
               ADD WS-UTab-Amount(WS-Unap-Idx) TO WS-Open-Total
               PERFORM DISPLAY-ITEM
           END-IF
       END-PERFORM
       MOVE WS-Open-Total TO WS-Money-Ed
       DISPLAY "  " WS-Open-Count " open item(s), total " WS-Money-Ed.

DISPLAY-ITEM.
       MOVE WS-UTab-Amount(WS-Unap-Idx) TO WS-Money-Ed
       DISPLAY "  Item " WS-UTab-Number(WS-Unap-Idx) "  "
           WS-UTab-Received-Date(WS-Unap-Idx) " "
           WS-UTab-Source(WS-Unap-Idx) " check "
           WS-UTab-Check-Number(WS-Unap-Idx) " cust "
           WS-UTab-Cust-Ident(WS-Unap-Idx) " inv "
           WS-UTab-Invoice-Number(WS-Unap-Idx) " " WS-Money-Ed " "
           WS-UTab-Reason(WS-Unap-Idx).

APPLY-ITEM.
       DISPLAY "Item number (6 digits): " WITH NO ADVANCING
       ACCEPT WS-Number-Entry
       MOVE 'N' TO WS-Unap-Found
       IF WS-Number-Entry NUMERIC
           PERFORM VARYING WS-Unap-Idx FROM 1 BY 1
                   UNTIL WS-Unap-Idx > WS-Unap-Count OR UnapFound
               IF WS-UTab-Number(WS-Unap-Idx) = WS-Number-Num
                   MOVE 'Y' TO WS-Unap-Found
                   MOVE WS-Unap-Idx TO WS-Unap-Hit-Idx
               END-IF
           END-PERFORM
       END-IF
       IF NOT UnapFound
           DISPLAY "Item " WS-Number-Entry " not on file"
           GO TO APPLY-ITEM-EXIT
       END-IF
       MOVE WS-Unap-Hit-Idx TO WS-Unap-Idx
       PERFORM DISPLAY-ITEM
       IF NOT WS-UTab-Open(WS-Unap-Hit-Idx)
           DISPLAY "Item already applied on "
               WS-UTab-Applied-Date(WS-Unap-Hit-Idx) " by "
               WS-UTab-Applied-By(WS-Unap-Hit-Idx)
           GO TO APPLY-ITEM-EXIT
       END-IF
       PERFORM GET-APPLY-CUSTOMER
       IF NOT CustOnFile
           GO TO APPLY-ITEM-EXIT
       END-IF
       PERFORM SHOW-OPEN-INSTALLMENTS
       IF WS-Open-Count = 0
           DISPLAY "  Nothing open for this customer - item left open"
           GO TO APPLY-ITEM-EXIT
       END-IF
       DISPLAY "Apply this item to customer " Ident " (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "  Not applied"
           GO TO APPLY-ITEM-EXIT
       END-IF
       PERFORM APPLY-ITEM-TO-CUSTOMER.

APPLY-ITEM-EXIT.
       EXIT.

*> The Ident the bank gave, if any, is offered; Enter takes it.
GET-APPLY-CUSTOMER.
       MOVE 'N' TO WS-Cust-On-File
       IF WS-UTab-Cust-Ident(WS-Unap-Hit-Idx) > 0
           DISPLAY "Customer Ident (Enter for "
               WS-UTab-Cust-Ident(WS-Unap-Hit-Idx) "): "
               WITH NO ADVANCING
       ELSE
           DISPLAY "Customer Ident (3 digits): " WITH NO ADVANCING
       END-IF
       ACCEPT WS-Ident-Entry
       IF WS-Ident-Entry = SPACES
          AND WS-UTab-Cust-Ident(WS-Unap-Hit-Idx) > 0
           MOVE WS-UTab-Cust-Ident(WS-Unap-Hit-Idx) TO WS-Ident-Entry
       END-IF
       PERFORM CHECK-IDENT-FORMAT
       IF IdentEntryOK
           MOVE WS-Ident-Entry TO Ident
           READ CustMastFile
               KEY IS Ident
               INVALID KEY
                   DISPLAY "Customer " WS-Ident-Entry " not on file"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-Cust-On-File
                   DISPLAY "  Customer: " CustName
           END-READ
       ELSE
           DISPLAY "Invalid entry - enter exactly 3 digits"
       END-IF.

CHECK-IDENT-FORMAT.
       MOVE 'Y' TO WS-Ident-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 3
           IF WS-Ident-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Ident-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Ident-Valid
           END-IF
       END-PERFORM.

SHOW-OPEN-INSTALLMENTS.
       MOVE 0 TO WS-Open-Count
       MOVE ZEROES TO WS-Open-Total
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = Ident AND
              NOT TabClosed(WS-Inst-Idx)
               ADD 1 TO WS-Open-Count
               ADD WS-Tab-Amount(WS-Inst-Idx) TO WS-Open-Total
               MOVE WS-Tab-Amount(WS-Inst-Idx) TO WS-Money-Ed
               DISPLAY "  Invoice " WS-Tab-Invoice-No(WS-Inst-Idx)
                   " of " WS-Tab-Invoice-Date(WS-Inst-Idx)
                   " installment " WS-Tab-Seq(WS-Inst-Idx)
                   " due " WS-Tab-Due-Date(WS-Inst-Idx)
                   "  " WS-Money-Ed
           END-IF
       END-PERFORM
       IF WS-Open-Count > 0
           MOVE WS-Open-Total TO WS-Money-Ed
           DISPLAY "  " WS-Open-Count " open installment(s), total "
               WS-Money-Ed
       END-IF.

*> Oldest due first, as CASHRCPT applies a keyed payment.
APPLY-ITEM-TO-CUSTOMER.
       MOVE WS-UTab-Amount(WS-Unap-Hit-Idx) TO WS-Remaining
       MOVE ZEROES TO WS-Applied-Now
       PERFORM FIND-OLDEST-OPEN
       PERFORM UNTIL WS-Remaining = 0 OR NOT OldestFound
           IF WS-Remaining NOT < WS-Tab-Amount(WS-Oldest-Idx)
               ADD WS-Tab-Amount(WS-Oldest-Idx) TO WS-Applied-Now
               SUBTRACT WS-Tab-Amount(WS-Oldest-Idx) FROM WS-Remaining
               PERFORM BUILD-JOURNAL-STAMP
               MOVE WS-Tab-Amount(WS-Oldest-Idx) TO CJ-Applied
               WRITE JournalRec
               MOVE 'Y' TO WS-Tab-Paid-Flag(WS-Oldest-Idx)
           ELSE
               ADD WS-Remaining TO WS-Applied-Now
               PERFORM BUILD-JOURNAL-STAMP
               MOVE WS-Remaining TO CJ-Applied
               WRITE JournalRec
               SUBTRACT WS-Remaining FROM WS-Tab-Amount(WS-Oldest-Idx)
               MOVE ZEROES TO WS-Remaining
           END-IF
           PERFORM FIND-OLDEST-OPEN
       END-PERFORM
       MOVE WS-Remaining TO WS-UTab-Amount(WS-Unap-Hit-Idx)
       MOVE Ident TO WS-UTab-Cust-Ident(WS-Unap-Hit-Idx)
       IF WS-Remaining = 0
           SET WS-UTab-Applied(WS-Unap-Hit-Idx) TO TRUE
           MOVE WS-Today TO WS-UTab-Applied-Date(WS-Unap-Hit-Idx)
           MOVE WS-Operator-ID TO WS-UTab-Applied-By(WS-Unap-Hit-Idx)
       END-IF
       MOVE 'Y' TO WS-Changed
       ADD 1 TO WS-Items-Applied
       ADD WS-Applied-Now TO WS-Session-Applied
       MOVE WS-Applied-Now TO WS-Money-Ed
       MOVE WS-Remaining TO WS-Money-Ed-2
       DISPLAY "  " WS-Money-Ed " applied - " WS-Money-Ed-2
           " still unapplied on the item"
       MOVE "APPLY" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Unapplied item " WS-UTab-Number(WS-Unap-Hit-Idx)
           " to cust " Ident
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

FIND-OLDEST-OPEN.
       MOVE 'N' TO WS-Oldest-Found
       MOVE 0 TO WS-Oldest-Idx
       MOVE 99999999 TO WS-Oldest-Due
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = Ident AND
              NOT TabClosed(WS-Inst-Idx) AND
              WS-Tab-Due-Date(WS-Inst-Idx) < WS-Oldest-Due
               MOVE 'Y' TO WS-Oldest-Found
               MOVE WS-Inst-Idx TO WS-Oldest-Idx
               MOVE WS-Tab-Due-Date(WS-Inst-Idx) TO WS-Oldest-Due
           END-IF
       END-PERFORM.

BUILD-JOURNAL-STAMP.
       MOVE WS-Today TO CJ-Date
       MOVE WS-Operator-ID TO CJ-Operator
       MOVE Ident TO CJ-Cust-Ident
       MOVE WS-Tab-Invoice-No(WS-Oldest-Idx) TO CJ-Invoice-No
       MOVE WS-Tab-Invoice-Date(WS-Oldest-Idx) TO CJ-Inv-Date
       MOVE WS-Tab-Seq(WS-Oldest-Idx) TO CJ-Seq
       MOVE "UA-APPL" TO CJ-Action.

WRITE-INSTALLMENTS-BACK.
       OPEN OUTPUT InstFile
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           MOVE WS-Tab-Cust-Ident(WS-Inst-Idx) TO IN-Cust-Ident
           MOVE WS-Tab-Invoice-Date(WS-Inst-Idx) TO IN-Invoice-Date
           MOVE WS-Tab-Seq(WS-Inst-Idx) TO IN-Seq
           MOVE WS-Tab-Due-Date(WS-Inst-Idx) TO IN-Due-Date
           MOVE WS-Tab-Amount(WS-Inst-Idx) TO IN-Amount
           MOVE WS-Tab-Paid-Flag(WS-Inst-Idx) TO IN-Paid-Flag
           MOVE WS-Tab-Invoice-No(WS-Inst-Idx) TO IN-Invoice-Number
           WRITE InstRec
       END-PERFORM
       CLOSE InstFile.

WRITE-UNAPPLIED-BACK.
       OPEN OUTPUT UnapFile
       PERFORM VARYING WS-Unap-Idx FROM 1 BY 1
               UNTIL WS-Unap-Idx > WS-Unap-Count
           MOVE WS-Unap-Entry(WS-Unap-Idx) TO UnapRec
           WRITE UnapRec
       END-PERFORM
       CLOSE UnapFile.

*> DR unapplied cash, CR accounts receivable, for everything the
*> session applied.
FEED-GENERAL-LEDGER.
       IF WS-Session-Applied > 0
           MOVE 2150 TO WS-GL-Account
           MOVE WS-Session-Applied TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 1200 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Session-Applied TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.
