*> payment larger than the customer's open balance leaves the
*> excess unapplied, says so, and journals it so the money is
*> still traceable.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - The session's cash now reaches the books: at
*> sign-off the money taken in is fed to the general ledger
*> through the shared GLLOG subroutine as a debit to cash (1000),
*> balanced by a credit to accounts receivable (1200) for what was
*> applied and to unapplied cash (2150) for any excess left
*> unapplied, for the night's GLPOST step to journal - until now
*> payments came off openinst.dat but never off the receivable
*> account.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - A payment's excess is now filed on
*> unapplied.dat as an item for the customer, with the check
*> number keyed for it, the way LOCKBOX files an overpayment - so
*> CASHAPPL can apply it to their next invoice and clear the
*> unapplied cash (2150) it was credited to.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT JournalFile ASSIGN TO DYNAMIC WS-Journal-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.
       SELECT UnapFile ASSIGN TO 'unapplied.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Unap-Status.

DATA DIVISION.
FILE SECTION.
       02 CJ-Applied    PIC 9(8)V99.
       02 CJ-Action     PIC X(7).

FD UnapFile.
01 UnapRec.
       COPY UNAPREC.

WORKING-STORAGE SECTION.
01 WS-Cust-Status    PIC XX.
01 WS-Inst-Status    PIC XX.
01 WS-Journal-Status PIC XX.
01 WS-Journal-Name   PIC X(21).
01 WS-Unap-Status    PIC XX.
01 WS-Unap-EOF       PIC X VALUE 'N'.
01 WS-Unap-High-Number PIC 9(6) VALUE 0.
01 WS-Check-Entry    PIC X(10).
01 WS-Inst-EOF       PIC X VALUE 'N'.
*> The whole open-installments file rides in this table for the
*> session (the coboltut12 price-table sizing idea); records read
           03 WS-Tab-Due-Date     PIC 9(8).
           03 WS-Tab-Amount       PIC 9(8)V99.
           03 WS-Tab-Paid-Flag    PIC X.
               88 TabClosed VALUES 'Y', 'W', 'S'.
           03 WS-Tab-Invoice-No   PIC 9(6).
01 WS-Inst-Count      PIC 9(3) VALUE 0.
01 WS-Inst-Read-Count PIC 9(8) VALUE 0.
01 WS-Paid-Off-Count   PIC 9(4) VALUE 0.
01 WS-Partial-Count    PIC 9(4) VALUE 0.
01 WS-Session-Applied  PIC 9(9)V99 VALUE ZEROES.
01 WS-Session-Unapplied PIC 9(9)V99 VALUE ZEROES.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Money-Ed    PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-2  PIC $$$,$$$,$$9.99.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "CASHRCPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
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
       CLOSE CustMastFile
       CLOSE JournalFile
       PERFORM WRITE-INSTALLMENTS-BACK
       PERFORM FEED-GENERAL-LEDGER
       DISPLAY "CASHRCPT finished - " WS-Payments-Keyed
           " payment(s), " WS-Paid-Off-Count " installment(s) paid "
           "off, " WS-Partial-Count " partial"
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = Ident AND
              NOT TabClosed(WS-Inst-Idx)
               ADD 1 TO WS-Open-Count
               ADD WS-Tab-Amount(WS-Inst-Idx) TO WS-Open-Total
               MOVE WS-Tab-Amount(WS-Inst-Idx) TO WS-Money-Ed
*> Oldest open installment first: pay it off in full while the
*> payment covers it, otherwise knock the payment off its balance
*> and stop. Whatever is left when nothing is open stays
*> unapplied, on screen and in the journal, and is filed on
*> unapplied.dat.
APPLY-PAYMENT.
       ADD 1 TO WS-Payments-Keyed
       MOVE WS-Pay-Amount TO WS-Remaining
           MOVE WS-Remaining TO WS-Money-Ed
           DISPLAY "  *** " WS-Money-Ed " NOT applied - nothing "
               "left open for this customer ***"
           ADD WS-Remaining TO WS-Session-Unapplied
           PERFORM JOURNAL-UNAPPLIED
           PERFORM ADD-UNAPPLIED-ITEM
       END-IF.

FIND-OLDEST-OPEN.
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = Ident AND
              NOT TabClosed(WS-Inst-Idx) AND
              WS-Tab-Due-Date(WS-Inst-Idx) < WS-Oldest-Due
               MOVE 'Y' TO WS-Oldest-Found
               MOVE WS-Inst-Idx TO WS-Oldest-Idx
       MOVE "UNAPPLD" TO CJ-Action
       WRITE JournalRec.

*> The excess is filed for the customer on unapplied.dat, numbered
*> one past the highest item on file the way LOCKBOX numbers one,
*> under the check it came in on.
ADD-UNAPPLIED-ITEM.
       DISPLAY "Check number the payment came in on (blank if cash): "
           WITH NO ADVANCING
       ACCEPT WS-Check-Entry
       MOVE 0 TO WS-Unap-High-Number
       MOVE 'N' TO WS-Unap-EOF
       OPEN INPUT UnapFile
       IF WS-Unap-Status NOT = '00'
           MOVE 'Y' TO WS-Unap-EOF
       END-IF
       PERFORM UNTIL WS-Unap-EOF = 'Y'
           READ UnapFile
               AT END MOVE 'Y' TO WS-Unap-EOF
               NOT AT END
                   IF UA-Number > WS-Unap-High-Number
                       MOVE UA-Number TO WS-Unap-High-Number
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Unap-Status NOT = '35'
           CLOSE UnapFile
       END-IF
       OPEN EXTEND UnapFile
       IF WS-Unap-Status NOT = '00'
           OPEN OUTPUT UnapFile
       END-IF
       MOVE SPACES TO UnapRec
       ADD 1 TO WS-Unap-High-Number
       MOVE WS-Unap-High-Number TO UA-Number
       MOVE WS-Receipt-Date TO UA-Received-Date
       MOVE "CASHRCPT" TO UA-Source
       MOVE WS-Check-Entry TO UA-Check-Number
       MOVE Ident TO UA-Cust-Ident
       MOVE ZEROES TO UA-Invoice-Number
       MOVE WS-Remaining TO UA-Amount
       MOVE "Overpayment" TO UA-Reason
       MOVE ZEROES TO UA-Applied-Date
       WRITE UnapRec
       CLOSE UnapFile
       DISPLAY "  Excess filed as unapplied item "
           WS-Unap-High-Number.

*> The whole file goes back out - paid installments keep their
*> records with the flag at 'Y', so AGERPT's paid count and the
*> reconciliation totals still see them.
       CLOSE InstFile
       MOVE WS-Session-Applied TO WS-Money-Ed
       DISPLAY "Applied this session: " WS-Money-Ed.

*> The session's receipts as one balanced set of feed lines: DR
*> cash for everything taken in, CR accounts receivable for what
*> was applied, CR unapplied cash for the excess. A session that
*> took nothing feeds nothing.
FEED-GENERAL-LEDGER.
       IF WS-Session-Applied + WS-Session-Unapplied > 0
           MOVE 1000 TO WS-GL-Account
           COMPUTE WS-GL-Debit = WS-Session-Applied
               + WS-Session-Unapplied
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           IF WS-Session-Applied > 0
               MOVE 1200 TO WS-GL-Account
               MOVE ZEROES TO WS-GL-Debit
               MOVE WS-Session-Applied TO WS-GL-Credit
               CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
                   WS-GL-Debit, WS-GL-Credit
           END-IF
           IF WS-Session-Unapplied > 0
               MOVE 2150 TO WS-GL-Account
               MOVE ZEROES TO WS-GL-Debit
               MOVE WS-Session-Unapplied TO WS-GL-Credit
               CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
                   WS-GL-Debit, WS-GL-Credit
           END-IF
       END-IF.
