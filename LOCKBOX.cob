       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKBOX.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Nightly bank lockbox import for daily_batch.sh, run ahead of the
*> receivables aging so the night's aging, late charges, dunning
*> and statements all see the checks the bank deposited. The bank
*> sends lockbox.dat: a 'D' detail per check deposited (check
*> number, the customer Ident and invoice number written on the
*> remittance - either may be blank - the amount and the deposit
*> date) and a 'T' trailer carrying the deposit total and item
*> count. Each check is applied to the open installments on
*> openinst.dat the way CASHRCPT applies a keyed payment - paid
*> off in full while the money covers them, the last one reduced:
*>   - with an invoice number, to that invoice's open
*>     installments, oldest due first;
*>   - with no invoice number, to the customer's open
*>     installments, oldest due first.
*> Every application is written to the same dated cash receipts
*> journal CASHRCPT writes (cashjrnl_YYYYMMDD.dat, under the
*> processing date, operator LOCKBOX). A check whose invoice is not
*> open, that names no customer with anything open, or the money
*> left over once everything it was meant for is paid, goes to the
*> unapplied cash file unapplied.dat (UNAPREC) - and is journaled
*> UNAPPLD as CASHRCPT journals an overpayment - for a clerk to
*> apply through CASHAPPL. The step prints the lockbox register
*> (lockbox.txt) and the worklist of every open unapplied item
*> (unapplied.txt). The detail total must tie to the trailer's
*> deposit total and count; when it does not, or there is no
*> trailer, a critical alert goes to ALERTLOG. openinst.dat and
*> unapplied.dat are written to openinst.new and unapplied.new for
*> daily_batch.sh to move into place. Checks read vs. applied in
*> full, sent to unapplied cash, and unreadable go to
*> reconcile.dat via RECONLOG.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - The deposit now reaches the books: the
*> night's checks are fed to the general ledger through the shared
*> GLLOG subroutine as a debit to cash (1000), balanced by a credit
*> to accounts receivable (1200) for what was applied and to
*> unapplied cash (2150) for what went to unapplied.dat, for the
*> GLPOST step to journal. Unreadable records carry no amount and
*> feed nothing.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LockboxFile ASSIGN TO 'lockbox.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Lockbox-Status.
       SELECT InstFile ASSIGN TO 'openinst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
       SELECT InstNewFile ASSIGN TO 'openinst.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT UnapFile ASSIGN TO 'unapplied.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Unap-Status.
       SELECT UnapNewFile ASSIGN TO 'unapplied.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JournalFile ASSIGN TO DYNAMIC WS-Journal-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.
       SELECT RegisterFile ASSIGN TO 'lockbox.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT WorklistFile ASSIGN TO 'unapplied.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LockboxFile.
01 LockboxRec.
       02 LB-Rec-Type PIC X.
           88 LB-Detail-Rec  VALUE 'D'.
           88 LB-Trailer-Rec VALUE 'T'.
       02 LB-Detail-Data.
           03 LB-Check-Number   PIC X(10).
           03 LB-Cust-Ident     PIC X(3).
           03 LB-Cust-Ident-Num REDEFINES LB-Cust-Ident PIC 9(3).
           03 LB-Invoice-Number PIC X(6).
           03 LB-Invoice-Num REDEFINES LB-Invoice-Number PIC 9(6).
           03 LB-Amount         PIC 9(8)V99.
           03 LB-Deposit-Date   PIC 9(8).
       02 LB-Trailer-Data REDEFINES LB-Detail-Data.
           03 LB-Deposit-Total  PIC 9(10)V99.
           03 LB-Item-Count     PIC 9(6).
           03 FILLER            PIC X(19).

FD InstFile.
01 InstRec.
       02 IN-Cust-Ident   PIC 9(3).
       02 IN-Invoice-Date PIC 9(8).
       02 IN-Seq          PIC 9.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
       02 IN-Invoice-Number PIC 9(6).

FD InstNewFile.
01 InstNewRec PIC X(37).

FD UnapFile.
01 UnapRec.
       COPY UNAPREC.

FD UnapNewFile.
01 UnapNewRec PIC X(88).

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

FD RegisterFile.
01 RegisterLine PIC X(100).

FD WorklistFile.
01 WorklistLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Lockbox-Status PIC XX.
01 WS-Inst-Status    PIC XX.
01 WS-Unap-Status    PIC XX.
01 WS-Journal-Status PIC XX.
01 WS-Journal-Name   PIC X(21).
01 WS-Lockbox-EOF    PIC X VALUE 'N'.
01 WS-Inst-EOF       PIC X VALUE 'N'.
01 WS-Unap-EOF       PIC X VALUE 'N'.
*> The whole open-installments file rides in this table and is
*> written back to openinst.new, so an overflow abandons the run
*> rather than drop installments off the receivable file.
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
*> Same for the unapplied cash file, which also collects tonight's
*> new items before it goes back out.
01 WS-Unap-Table.
       02 WS-Unap-Entry OCCURS 500 TIMES.
           COPY UNAPREC REPLACING LEADING ==UA-== BY ==WS-UTab-==.
01 WS-Unap-Count      PIC 9(3) VALUE 0.
01 WS-Unap-Read-Count PIC 9(8) VALUE 0.
01 WS-Unap-Idx        PIC 9(3) VALUE 0.
01 WS-Unap-High-Number PIC 9(6) VALUE 0.
01 WS-Oldest-Idx  PIC 9(3) VALUE 0.
01 WS-Oldest-Due  PIC 9(8) VALUE 0.
01 WS-Oldest-Found PIC X VALUE 'N'.
       88 OldestFound VALUE 'Y'.
*> How the current check is being matched: by invoice, or by
*> customer when no invoice was written on the remittance.
01 WS-Match-By    PIC X.
       88 MatchByInvoice  VALUE 'I'.
       88 MatchByCustomer VALUE 'C'.
01 WS-Match-Ident   PIC 9(3) VALUE 0.
01 WS-Match-Invoice PIC 9(6) VALUE 0.
01 WS-Remaining     PIC 9(8)V99 VALUE ZEROES.
01 WS-Check-Applied PIC 9(8)V99 VALUE ZEROES.
01 WS-Unap-Reason   PIC X(20).
01 WS-Proc-Date     PIC 9(8).
01 WS-Trailer-Seen  PIC X VALUE 'N'.
       88 TrailerSeen VALUE 'Y'.
01 WS-Trailer-Total PIC 9(10)V99 VALUE ZEROES.
01 WS-Trailer-Count PIC 9(6) VALUE 0.
01 WS-Detail-Total  PIC 9(10)V99 VALUE ZEROES.
01 WS-Read-Count       PIC 9(8) VALUE 0.
01 WS-Applied-Count    PIC 9(8) VALUE 0.
01 WS-Unapplied-Count  PIC 9(8) VALUE 0.
01 WS-Unreadable-Count PIC 9(8) VALUE 0.
01 WS-Recon-Out        PIC 9(8) VALUE 0.
01 WS-Applied-Total    PIC 9(10)V99 VALUE ZEROES.
01 WS-Unapplied-Total  PIC 9(10)V99 VALUE ZEROES.
01 WS-Open-Unap-Count  PIC 9(4) VALUE 0.
01 WS-Open-Unap-Total  PIC 9(10)V99 VALUE ZEROES.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Money-Ed    PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-2  PIC $$$,$$$,$$9.99.
01 WS-Audit-Program PIC X(8) VALUE "LOCKBOX".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "Lockbox payments".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM LOAD-INSTALLMENTS
       PERFORM LOAD-UNAPPLIED-CASH
       PERFORM OPEN-RECEIPTS-JOURNAL
       OPEN OUTPUT RegisterFile
       MOVE SPACES TO RegisterLine
       STRING "Lockbox Register - " WS-Proc-Date
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Check       Cust Invoice         Amount  Disposition"
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       OPEN INPUT LockboxFile
       IF WS-Lockbox-Status NOT = '00'
           DISPLAY "No lockbox.dat tonight (status "
               WS-Lockbox-Status ") - no bank payments to apply"
           MOVE 'Y' TO WS-Lockbox-EOF
       END-IF
       PERFORM UNTIL WS-Lockbox-EOF = 'Y'
           READ LockboxFile
               AT END MOVE 'Y' TO WS-Lockbox-EOF
               NOT AT END PERFORM PROCESS-LOCKBOX-RECORD
           END-READ
       END-PERFORM
       IF WS-Lockbox-Status NOT = '35'
           CLOSE LockboxFile
           PERFORM TIE-OUT-DEPOSIT
       END-IF
       CLOSE JournalFile
       PERFORM WRITE-REGISTER-TOTALS
       CLOSE RegisterFile
       PERFORM WRITE-INSTALLMENTS-BACK
       PERFORM WRITE-UNAPPLIED-BACK
       PERFORM WRITE-WORKLIST
       PERFORM FEED-GENERAL-LEDGER
       DISPLAY "LOCKBOX: " WS-Read-Count " check(s), "
           WS-Applied-Count " applied in full, " WS-Unapplied-Count
           " to unapplied cash"
       COMPUTE WS-Recon-Out = WS-Applied-Count + WS-Unapplied-Count
           + WS-Unreadable-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

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
           MOVE 'C' TO WS-Alert-Severity
           MOVE "openinst.dat overflowed LOCKBOX installment table"
               TO WS-Alert-Message
           PERFORM ABANDON-RUN
       END-IF.

LOAD-UNAPPLIED-CASH.
       OPEN INPUT UnapFile
       IF WS-Unap-Status NOT = '00'
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
                       IF UA-Number > WS-Unap-High-Number
                           MOVE UA-Number TO WS-Unap-High-Number
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Unap-Status NOT = '35'
           CLOSE UnapFile
       END-IF
       IF WS-Unap-Read-Count > WS-Unap-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "unapplied.dat overflowed LOCKBOX unapplied table"
               TO WS-Alert-Message
           PERFORM ABANDON-RUN
       END-IF.

ABANDON-RUN.
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program,
           WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       MOVE 16 TO RETURN-CODE
       STOP RUN.

*> The CASHRCPT journal, under the processing date.
OPEN-RECEIPTS-JOURNAL.
       MOVE SPACES TO WS-Journal-Name
       STRING "cashjrnl_" WS-Proc-Date ".dat" DELIMITED BY SIZE
           INTO WS-Journal-Name
       OPEN EXTEND JournalFile
       IF WS-Journal-Status NOT = '00'
           OPEN OUTPUT JournalFile
       END-IF.

PROCESS-LOCKBOX-RECORD.
       EVALUATE TRUE
           WHEN LB-Trailer-Rec
               MOVE 'Y' TO WS-Trailer-Seen
               MOVE LB-Deposit-Total TO WS-Trailer-Total
               MOVE LB-Item-Count TO WS-Trailer-Count
           WHEN LB-Detail-Rec
               ADD 1 TO WS-Read-Count
               IF LB-Amount NUMERIC
                   ADD LB-Amount TO WS-Detail-Total
                   PERFORM APPLY-ONE-CHECK
               ELSE
                   PERFORM REGISTER-UNREADABLE
               END-IF
           WHEN OTHER
               ADD 1 TO WS-Read-Count
               PERFORM REGISTER-UNREADABLE
       END-EVALUATE.

REGISTER-UNREADABLE.
       ADD 1 TO WS-Unreadable-Count
       MOVE SPACES TO RegisterLine
       STRING "*** Unreadable lockbox record: " LockboxRec
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE 'W' TO WS-Alert-Severity
       MOVE "Unreadable lockbox record - see lockbox.txt"
           TO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program, WS-Alert-Severity,
           WS-Alert-Message.

*> An invoice number on the remittance wins; failing that the
*> customer's oldest open installments. Whatever cannot be placed
*> goes to unapplied cash with the reason.
APPLY-ONE-CHECK.
       MOVE LB-Amount TO WS-Remaining
       MOVE ZEROES TO WS-Check-Applied
       MOVE 0 TO WS-Match-Ident
       MOVE 0 TO WS-Match-Invoice
       IF LB-Cust-Ident-Num NUMERIC
           MOVE LB-Cust-Ident-Num TO WS-Match-Ident
       END-IF
       IF LB-Invoice-Num NUMERIC AND LB-Invoice-Num > 0
           MOVE LB-Invoice-Num TO WS-Match-Invoice
           SET MatchByInvoice TO TRUE
           MOVE "Invoice not open" TO WS-Unap-Reason
       ELSE
           SET MatchByCustomer TO TRUE
           IF WS-Match-Ident = 0
               MOVE "No invoice/customer" TO WS-Unap-Reason
           ELSE
               MOVE "Nothing open" TO WS-Unap-Reason
           END-IF
       END-IF
       IF MatchByCustomer AND WS-Match-Ident = 0
           MOVE 'N' TO WS-Oldest-Found
       ELSE
           PERFORM FIND-OLDEST-OPEN
       END-IF
       PERFORM UNTIL WS-Remaining = 0 OR NOT OldestFound
           IF WS-Remaining NOT < WS-Tab-Amount(WS-Oldest-Idx)
               PERFORM PAY-INSTALLMENT-IN-FULL
           ELSE
               PERFORM PAY-INSTALLMENT-PARTIAL
           END-IF
           MOVE "Overpayment" TO WS-Unap-Reason
           PERFORM FIND-OLDEST-OPEN
       END-PERFORM
       ADD WS-Check-Applied TO WS-Applied-Total
       IF WS-Remaining > 0
           ADD 1 TO WS-Unapplied-Count
           PERFORM ADD-UNAPPLIED-ITEM
       ELSE
           ADD 1 TO WS-Applied-Count
           MOVE WS-Check-Applied TO WS-Money-Ed
           MOVE SPACES TO RegisterLine
           STRING LB-Check-Number "  " LB-Cust-Ident "  "
               LB-Invoice-Number "  " WS-Money-Ed "  Applied"
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
       END-IF.

*> With an invoice to match, a customer written beside it must
*> agree; its installments are the only candidates.
FIND-OLDEST-OPEN.
       MOVE 'N' TO WS-Oldest-Found
       MOVE 0 TO WS-Oldest-Idx
       MOVE 99999999 TO WS-Oldest-Due
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF NOT TabClosed(WS-Inst-Idx) AND
              WS-Tab-Due-Date(WS-Inst-Idx) < WS-Oldest-Due
               IF (MatchByInvoice AND
                   WS-Tab-Invoice-No(WS-Inst-Idx) = WS-Match-Invoice
                   AND (WS-Match-Ident = 0 OR
                        WS-Tab-Cust-Ident(WS-Inst-Idx) =
                        WS-Match-Ident))
                  OR
                  (MatchByCustomer AND
                   WS-Tab-Cust-Ident(WS-Inst-Idx) = WS-Match-Ident)
                   MOVE 'Y' TO WS-Oldest-Found
                   MOVE WS-Inst-Idx TO WS-Oldest-Idx
                   MOVE WS-Tab-Due-Date(WS-Inst-Idx) TO WS-Oldest-Due
               END-IF
           END-IF
       END-PERFORM.

PAY-INSTALLMENT-IN-FULL.
       SUBTRACT WS-Tab-Amount(WS-Oldest-Idx) FROM WS-Remaining
       ADD WS-Tab-Amount(WS-Oldest-Idx) TO WS-Check-Applied
       PERFORM BUILD-JOURNAL-STAMP
       MOVE WS-Tab-Amount(WS-Oldest-Idx) TO CJ-Applied
       MOVE "FULL" TO CJ-Action
       WRITE JournalRec
       MOVE 'Y' TO WS-Tab-Paid-Flag(WS-Oldest-Idx).

PAY-INSTALLMENT-PARTIAL.
       ADD WS-Remaining TO WS-Check-Applied
       PERFORM BUILD-JOURNAL-STAMP
       MOVE WS-Remaining TO CJ-Applied
       MOVE "PARTIAL" TO CJ-Action
       WRITE JournalRec
       SUBTRACT WS-Remaining FROM WS-Tab-Amount(WS-Oldest-Idx)
       MOVE ZEROES TO WS-Remaining.

*> A check matched by invoice alone takes its customer from the
*> invoice, so any overpayment is filed against that customer.
BUILD-JOURNAL-STAMP.
       IF WS-Match-Ident = 0
           MOVE WS-Tab-Cust-Ident(WS-Oldest-Idx) TO WS-Match-Ident
       END-IF
       MOVE WS-Proc-Date TO CJ-Date
       MOVE "LOCKBOX" TO CJ-Operator
       MOVE WS-Tab-Cust-Ident(WS-Oldest-Idx) TO CJ-Cust-Ident
       MOVE WS-Tab-Invoice-No(WS-Oldest-Idx) TO CJ-Invoice-No
       MOVE WS-Tab-Invoice-Date(WS-Oldest-Idx) TO CJ-Inv-Date
       MOVE WS-Tab-Seq(WS-Oldest-Idx) TO CJ-Seq.

*> A full table cannot take the item: the money is still journaled
*> UNAPPLD, and the critical alert sends someone to key it.
ADD-UNAPPLIED-ITEM.
       ADD WS-Remaining TO WS-Unapplied-Total
       MOVE WS-Proc-Date TO CJ-Date
       MOVE "LOCKBOX" TO CJ-Operator
       MOVE WS-Match-Ident TO CJ-Cust-Ident
       MOVE ZEROES TO CJ-Invoice-No
       MOVE ZEROES TO CJ-Inv-Date
       MOVE ZERO TO CJ-Seq
       MOVE WS-Remaining TO CJ-Applied
       MOVE "UNAPPLD" TO CJ-Action
       WRITE JournalRec
       MOVE WS-Check-Applied TO WS-Money-Ed
       MOVE WS-Remaining TO WS-Money-Ed-2
       MOVE SPACES TO RegisterLine
       IF WS-Unap-Count < 500
           ADD 1 TO WS-Unap-Count
           ADD 1 TO WS-Unap-High-Number
           MOVE SPACES TO WS-Unap-Entry(WS-Unap-Count)
           MOVE WS-Unap-High-Number TO WS-UTab-Number(WS-Unap-Count)
           MOVE WS-Proc-Date TO WS-UTab-Received-Date(WS-Unap-Count)
           MOVE "LOCKBOX" TO WS-UTab-Source(WS-Unap-Count)
           MOVE LB-Check-Number TO WS-UTab-Check-Number(WS-Unap-Count)
           MOVE WS-Match-Ident TO WS-UTab-Cust-Ident(WS-Unap-Count)
           MOVE WS-Match-Invoice TO
               WS-UTab-Invoice-Number(WS-Unap-Count)
           MOVE WS-Remaining TO WS-UTab-Amount(WS-Unap-Count)
           MOVE WS-Unap-Reason TO WS-UTab-Reason(WS-Unap-Count)
           MOVE ZEROES TO WS-UTab-Applied-Date(WS-Unap-Count)
           STRING LB-Check-Number "  " LB-Cust-Ident "  "
               LB-Invoice-Number "  " WS-Money-Ed "  Unapplied "
               WS-Money-Ed-2 " item " WS-Unap-High-Number " - "
               WS-Unap-Reason
               DELIMITED BY SIZE INTO RegisterLine
       ELSE
           STRING LB-Check-Number "  " LB-Cust-Ident "  "
               LB-Invoice-Number "  " WS-Money-Ed "  Unapplied "
               WS-Money-Ed-2 " *** NOT FILED - table full ***"
               DELIMITED BY SIZE INTO RegisterLine
           MOVE 'C' TO WS-Alert-Severity
           MOVE "Unapplied cash table full - check not filed"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program, WS-Alert-Severity,
               WS-Alert-Message
       END-IF
       WRITE RegisterLine.

*> The bank's trailer is the control total for the deposit: the
*> checks read must add up to it, item for item.
TIE-OUT-DEPOSIT.
       IF NOT TrailerSeen
           MOVE 'C' TO WS-Alert-Severity
           MOVE "Lockbox file has no trailer - deposit not tied out"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program, WS-Alert-Severity,
               WS-Alert-Message
       ELSE
           IF WS-Detail-Total NOT = WS-Trailer-Total
              OR WS-Read-Count NOT = WS-Trailer-Count
               MOVE 'C' TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING "Lockbox out of balance with deposit total - "
                   "see lockbox.txt"
                   DELIMITED BY SIZE INTO WS-Alert-Message
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
           END-IF
       END-IF.

WRITE-REGISTER-TOTALS.
       MOVE SPACES TO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Checks read.....................: " WS-Read-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Applied in full.................: " WS-Applied-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "To unapplied cash...............: " WS-Unapplied-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Unreadable......................: " WS-Unreadable-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE WS-Applied-Total TO WS-Money-Ed
       MOVE SPACES TO RegisterLine
       STRING "Applied to installments.........: " WS-Money-Ed
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE WS-Unapplied-Total TO WS-Money-Ed
       MOVE SPACES TO RegisterLine
       STRING "Sent to unapplied cash..........: " WS-Money-Ed
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE WS-Detail-Total TO WS-Money-Ed
       MOVE SPACES TO RegisterLine
       STRING "Total of checks read............: " WS-Money-Ed
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       IF TrailerSeen
           MOVE WS-Trailer-Total TO WS-Money-Ed
           STRING "Bank deposit total..............: " WS-Money-Ed
               "  (" WS-Trailer-Count " items)"
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           IF WS-Detail-Total = WS-Trailer-Total
              AND WS-Read-Count = WS-Trailer-Count
               STRING "Deposit ties out"
                   DELIMITED BY SIZE INTO RegisterLine
           ELSE
               STRING "*** DEPOSIT DOES NOT TIE OUT ***"
                   DELIMITED BY SIZE INTO RegisterLine
           END-IF
       ELSE
           STRING "*** NO TRAILER - DEPOSIT NOT TIED OUT ***"
               DELIMITED BY SIZE INTO RegisterLine
       END-IF
       WRITE RegisterLine.

WRITE-INSTALLMENTS-BACK.
       OPEN OUTPUT InstNewFile
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           MOVE WS-Tab-Cust-Ident(WS-Inst-Idx) TO IN-Cust-Ident
           MOVE WS-Tab-Invoice-Date(WS-Inst-Idx) TO IN-Invoice-Date
           MOVE WS-Tab-Seq(WS-Inst-Idx) TO IN-Seq
           MOVE WS-Tab-Due-Date(WS-Inst-Idx) TO IN-Due-Date
           MOVE WS-Tab-Amount(WS-Inst-Idx) TO IN-Amount
           MOVE WS-Tab-Paid-Flag(WS-Inst-Idx) TO IN-Paid-Flag
           MOVE WS-Tab-Invoice-No(WS-Inst-Idx) TO IN-Invoice-Number
           MOVE InstRec TO InstNewRec
           WRITE InstNewRec
       END-PERFORM
       CLOSE InstNewFile.

WRITE-UNAPPLIED-BACK.
       OPEN OUTPUT UnapNewFile
       PERFORM VARYING WS-Unap-Idx FROM 1 BY 1
               UNTIL WS-Unap-Idx > WS-Unap-Count
           MOVE WS-Unap-Entry(WS-Unap-Idx) TO UnapNewRec
           WRITE UnapNewRec
       END-PERFORM
       CLOSE UnapNewFile.

*> Every item still open, old and new, so the clerk works one list.
WRITE-WORKLIST.
       OPEN OUTPUT WorklistFile
       MOVE SPACES TO WorklistLine
       STRING "Unapplied Cash Worklist - " WS-Proc-Date
           DELIMITED BY SIZE INTO WorklistLine
       WRITE WorklistLine
       MOVE SPACES TO WorklistLine
       STRING "Item   Received Source   Check      Cust Invoice"
           "         Amount  Reason"
           DELIMITED BY SIZE INTO WorklistLine
       WRITE WorklistLine
       PERFORM VARYING WS-Unap-Idx FROM 1 BY 1
               UNTIL WS-Unap-Idx > WS-Unap-Count
           IF WS-UTab-Open(WS-Unap-Idx)
               ADD 1 TO WS-Open-Unap-Count
               ADD WS-UTab-Amount(WS-Unap-Idx) TO WS-Open-Unap-Total
               MOVE WS-UTab-Amount(WS-Unap-Idx) TO WS-Money-Ed
               MOVE SPACES TO WorklistLine
               STRING WS-UTab-Number(WS-Unap-Idx) " "
                   WS-UTab-Received-Date(WS-Unap-Idx) " "
                   WS-UTab-Source(WS-Unap-Idx) " "
                   WS-UTab-Check-Number(WS-Unap-Idx) " "
                   WS-UTab-Cust-Ident(WS-Unap-Idx) "  "
                   WS-UTab-Invoice-Number(WS-Unap-Idx) " "
                   WS-Money-Ed "  " WS-UTab-Reason(WS-Unap-Idx)
                   DELIMITED BY SIZE INTO WorklistLine
               WRITE WorklistLine
           END-IF
       END-PERFORM
       MOVE WS-Open-Unap-Total TO WS-Money-Ed
       MOVE SPACES TO WorklistLine
       STRING "Open items: " WS-Open-Unap-Count "   total "
           WS-Money-Ed "   - apply through CASHAPPL"
           DELIMITED BY SIZE INTO WorklistLine
       WRITE WorklistLine
       CLOSE WorklistFile.

*> The night's deposit as one balanced set of feed lines: DR cash
*> for every check applied or filed, CR accounts receivable for
*> the applied part, CR unapplied cash for the rest. A night with
*> no checks feeds nothing.
FEED-GENERAL-LEDGER.
       IF WS-Applied-Total + WS-Unapplied-Total > 0
           MOVE 1000 TO WS-GL-Account
           COMPUTE WS-GL-Debit = WS-Applied-Total + WS-Unapplied-Total
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           IF WS-Applied-Total > 0
               MOVE 1200 TO WS-GL-Account
               MOVE ZEROES TO WS-GL-Debit
               MOVE WS-Applied-Total TO WS-GL-Credit
               CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
                   WS-GL-Debit, WS-GL-Credit
           END-IF
           IF WS-Unapplied-Total > 0
               MOVE 2150 TO WS-GL-Account
               MOVE ZEROES TO WS-GL-Debit
               MOVE WS-Unapplied-Total TO WS-GL-Credit
               CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
                   WS-GL-Debit, WS-GL-Credit
           END-IF
       END-IF.
