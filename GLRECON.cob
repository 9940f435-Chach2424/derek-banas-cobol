       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLRECON.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Nightly subledger-to-general-ledger control account
*> reconciliation for daily_batch.sh, run right after GLPOST so the
*> ledger includes tonight's postings. Two control accounts are
*> proved against the detail they summarize:
*>   - accounts receivable (1200) against the open installments on
*>     openinst.dat (everything not paid, written off or
*>     superseded);
*>   - inventory (1300) against the product master prodmast.dat
*>     valued on hand at average cost, the INVVAL valuation.
*> Each account's balance is taken from the whole journal
*> gljrnl.dat (the shared GLJRNL layout). A difference larger than
*> the tolerance GLRECTOL on rates.dat ($1.00 when not set - the
*> GETRATE fallback convention) raises a critical through ALERTLOG
*> for the morning, since it means the books and the detail no
*> longer agree; within tolerance the pair is reported as agreeing.
*> The report goes to glrecon.txt. The step does not fail the
*> stream on a difference - finding it is the job. Records read
*> vs. records totalled go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLJrnlFile ASSIGN TO 'gljrnl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Jrnl-Status.
       SELECT InstFile ASSIGN TO 'openinst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT ReconRptFile ASSIGN TO 'glrecon.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GLJrnlFile.
01 GLJrnlRec.
       COPY GLJRNL.

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

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD ReconRptFile.
01 ReconRptLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Jrnl-Status PIC XX.
01 WS-Inst-Status PIC XX.
01 WS-Prod-Status PIC XX.
01 WS-Jrnl-EOF    PIC X VALUE 'N'.
01 WS-Inst-EOF    PIC X VALUE 'N'.
01 WS-Prod-EOF    PIC X VALUE 'N'.
01 WS-Proc-Date   PIC 9(8).
01 WS-AR-Account  PIC 9(4) VALUE 1200.
01 WS-Inv-Account PIC 9(4) VALUE 1300.
01 WS-GL-AR-Balance  PIC S9(12)V99 VALUE ZEROES.
01 WS-GL-Inv-Balance PIC S9(12)V99 VALUE ZEROES.
01 WS-Open-AR-Total  PIC S9(12)V99 VALUE ZEROES.
01 WS-On-Hand-Value  PIC S9(12)V99 VALUE ZEROES.
01 WS-Avg-Cost       PIC 9(5)V99 VALUE ZEROES.
01 WS-Tolerance      PIC 9(6)V99 VALUE 1.00.
01 WS-Read-Count     PIC 9(8) VALUE 0.
01 WS-Totalled-Count PIC 9(8) VALUE 0.
01 WS-Out-Count      PIC 9 VALUE 0.
*> One control pair at a time through COMPARE-CONTROL.
01 WS-Cmp-Label      PIC X(20).
01 WS-Cmp-Source     PIC X(14).
01 WS-Cmp-Account    PIC 9(4).
01 WS-Cmp-Detail     PIC S9(12)V99.
01 WS-Cmp-Ledger     PIC S9(12)V99.
01 WS-Cmp-Diff       PIC S9(12)V99.
01 WS-Cmp-Abs-Diff   PIC 9(12)V99.
01 WS-Money-Ed       PIC $$$$,$$$,$$9.99-.
01 WS-Money-Ed-2     PIC $$$$,$$$,$$9.99-.
01 WS-Money-Ed-3     PIC $$$$,$$$,$$9.99-.
01 WS-Tol-Ed         PIC $$$,$$9.99.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Audit-Program PIC X(8) VALUE "GLRECON".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "GL control accounts".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       MOVE "GLRECTOL" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Tolerance
       END-IF
       PERFORM TOTAL-LEDGER-BALANCES
       PERFORM TOTAL-OPEN-RECEIVABLES
       PERFORM TOTAL-INVENTORY-ON-HAND
       OPEN OUTPUT ReconRptFile
       MOVE WS-Tolerance TO WS-Tol-Ed
       MOVE SPACES TO ReconRptLine
       STRING "GL Control Account Reconciliation - " WS-Proc-Date
           "   (tolerance " WS-Tol-Ed ")"
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       WRITE ReconRptLine
       MOVE "Accounts receivable" TO WS-Cmp-Label
       MOVE "openinst.dat" TO WS-Cmp-Source
       MOVE WS-AR-Account TO WS-Cmp-Account
       MOVE WS-Open-AR-Total TO WS-Cmp-Detail
       MOVE WS-GL-AR-Balance TO WS-Cmp-Ledger
       PERFORM COMPARE-CONTROL
       MOVE "Inventory" TO WS-Cmp-Label
       MOVE "prodmast.dat" TO WS-Cmp-Source
       MOVE WS-Inv-Account TO WS-Cmp-Account
       MOVE WS-On-Hand-Value TO WS-Cmp-Detail
       MOVE WS-GL-Inv-Balance TO WS-Cmp-Ledger
       PERFORM COMPARE-CONTROL
       MOVE SPACES TO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       IF WS-Out-Count = 0
           MOVE "All control accounts agree with their detail"
               TO ReconRptLine
       ELSE
           STRING "*** " WS-Out-Count " control account(s) OUT OF "
               "TOLERANCE - see alerts ***"
               DELIMITED BY SIZE INTO ReconRptLine
       END-IF
       WRITE ReconRptLine
       CLOSE ReconRptFile
       DISPLAY "GLRECON: " WS-Out-Count " control account(s) out "
           "of tolerance"
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Totalled-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> The control accounts' balances, debit-positive, over the whole
*> journal - the books to date, as the trial balance takes them.
TOTAL-LEDGER-BALANCES.
       OPEN INPUT GLJrnlFile
       IF WS-Jrnl-Status NOT = '00'
           DISPLAY "No gljrnl.dat (status " WS-Jrnl-Status
               ") - the ledger balances are zero"
           MOVE 'Y' TO WS-Jrnl-EOF
       END-IF
       PERFORM UNTIL WS-Jrnl-EOF = 'Y'
           READ GLJrnlFile
               AT END MOVE 'Y' TO WS-Jrnl-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   ADD 1 TO WS-Totalled-Count
                   EVALUATE GJ-Account
                       WHEN WS-AR-Account
                           ADD GJ-Debit TO WS-GL-AR-Balance
                           SUBTRACT GJ-Credit FROM WS-GL-AR-Balance
                       WHEN WS-Inv-Account
                           ADD GJ-Debit TO WS-GL-Inv-Balance
                           SUBTRACT GJ-Credit FROM WS-GL-Inv-Balance
                   END-EVALUATE
           END-READ
       END-PERFORM
       IF WS-Jrnl-Status NOT = '35'
           CLOSE GLJrnlFile
       END-IF.

TOTAL-OPEN-RECEIVABLES.
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
           DISPLAY "No openinst.dat (status " WS-Inst-Status
               ") - nothing open"
           MOVE 'Y' TO WS-Inst-EOF
       END-IF
       PERFORM UNTIL WS-Inst-EOF = 'Y'
           READ InstFile
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   ADD 1 TO WS-Totalled-Count
                   IF NOT InstClosed
                       ADD IN-Amount TO WS-Open-AR-Total
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Inst-Status NOT = '35'
           CLOSE InstFile
       END-IF.

*> A product with no cost on the master yet is valued at zero, as
*> INVVAL values it.
TOTAL-INVENTORY-ON-HAND.
       OPEN INPUT ProdFile
       IF WS-Prod-Status NOT = '00'
           DISPLAY "No prodmast.dat (status " WS-Prod-Status
               ") - nothing on hand"
           MOVE 'Y' TO WS-Prod-EOF
       END-IF
       PERFORM UNTIL WS-Prod-EOF = 'Y'
           READ ProdFile
               AT END MOVE 'Y' TO WS-Prod-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   ADD 1 TO WS-Totalled-Count
                   IF PRD-Avg-Cost NUMERIC
                       MOVE PRD-Avg-Cost TO WS-Avg-Cost
                   ELSE
                       MOVE ZEROES TO WS-Avg-Cost
                   END-IF
                   COMPUTE WS-On-Hand-Value = WS-On-Hand-Value
                       + PRD-On-Hand * WS-Avg-Cost
           END-READ
       END-PERFORM
       IF WS-Prod-Status NOT = '35'
           CLOSE ProdFile
       END-IF.

*> Detail less ledger; anything past the tolerance either way is
*> reported out and alerted.
COMPARE-CONTROL.
       COMPUTE WS-Cmp-Diff = WS-Cmp-Detail - WS-Cmp-Ledger
       IF WS-Cmp-Diff < 0
           COMPUTE WS-Cmp-Abs-Diff = 0 - WS-Cmp-Diff
       ELSE
           MOVE WS-Cmp-Diff TO WS-Cmp-Abs-Diff
       END-IF
       MOVE WS-Cmp-Detail TO WS-Money-Ed
       MOVE WS-Cmp-Ledger TO WS-Money-Ed-2
       MOVE WS-Cmp-Diff TO WS-Money-Ed-3
       MOVE SPACES TO ReconRptLine
       STRING WS-Cmp-Label " " WS-Cmp-Source WS-Money-Ed
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "                     GL account " WS-Cmp-Account
           "  " WS-Money-Ed-2
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       IF WS-Cmp-Abs-Diff > WS-Tolerance
           ADD 1 TO WS-Out-Count
           STRING "                     Difference       "
               WS-Money-Ed-3 "  *** OUT OF TOLERANCE ***"
               DELIMITED BY SIZE INTO ReconRptLine
           MOVE 'C' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "GL " WS-Cmp-Account " differs from "
                   DELIMITED BY SIZE
               WS-Cmp-Source DELIMITED BY SPACE
               " by " WS-Money-Ed-3 DELIMITED BY SIZE
               INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       ELSE
           STRING "                     Difference       "
               WS-Money-Ed-3 "  agrees"
               DELIMITED BY SIZE INTO ReconRptLine
       END-IF
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       WRITE ReconRptLine.
