*> record via the shared GETPDATE subroutine, so a month-end run
*> crossing midnight stays on one date. Installments read vs.
*> printed plus paid-skipped go to reconcile.dat via RECONLOG.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - a school fee invoice billed by FEEBILL lists
*> the student and each fee under its installment, off the fee
*> history feehist.dat, so the family can see what they are paying.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InstFile ASSIGN TO 'openinst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
       SELECT FeeHistFile ASSIGN TO 'feehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Fee-Status.
       SELECT StmtWork ASSIGN TO 'stmt.tmp'.
       SELECT StmtFile ASSIGN TO 'statements.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

FD FeeHistFile.
01 FeeHistRec.
       COPY FEEHIST.

SD StmtWork.
01 StmtWorkRec.
       02 SW-Cust-Ident   PIC 9(3).
       02 SW-Invoice-Date PIC 9(8).
       02 SW-Seq          PIC 9.
       02 SW-Amount       PIC 9(8)V99.
       02 SW-Invoice-Number PIC 9(6).

FD StmtFile.
01 StmtLine PIC X(80).
       88 StmtCustFound VALUE 'Y'.
01 WS-Stmt-Cust-Name PIC X(20).
01 WS-Money-Ed     PIC $$$,$$$,$$9.99.
01 WS-Fee-Status   PIC XX.
01 WS-Fee-EOF      PIC X VALUE 'N'.
*> The school fees billed, for naming a fee invoice's student and
*> fees on its statement line.
01 WS-Fee-Line-Table.
       02 WS-Fee-Line-Entry OCCURS 10000 TIMES.
           03 WS-FL-Invoice-Number PIC 9(6).
           03 WS-FL-IDNum          PIC 9(6).
           03 WS-FL-Description    PIC X(20).
           03 WS-FL-Amount         PIC 9(5)V99.
01 WS-Fee-Line-Count PIC 9(5) VALUE 0.
01 WS-Fee-Line-Idx   PIC 9(5) VALUE 0.
01 WS-Fee-Ed       PIC $$$,$$9.99.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "CUSTSTMT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Stmt-Date
       PERFORM OPEN-CUSTOMER-MASTER
       PERFORM LOAD-FEE-LINES
       OPEN OUTPUT StmtFile
       SORT StmtWork ON ASCENDING KEY SW-Cust-Ident
                     ON ASCENDING KEY SW-Due-Date
           STOP RUN
       END-IF.

*> Past the table the statements still carry every amount; only
*> the later fee invoices go out without their fee lines, and the
*> operator is warned to enlarge the table.
LOAD-FEE-LINES.
       OPEN INPUT FeeHistFile
       IF WS-Fee-Status = '00'
           PERFORM UNTIL WS-Fee-EOF = 'Y'
               READ FeeHistFile
                   AT END MOVE 'Y' TO WS-Fee-EOF
                   NOT AT END
                       IF WS-Fee-Line-Count < 10000
                           ADD 1 TO WS-Fee-Line-Count
                           MOVE FH-Invoice-Number TO
                               WS-FL-Invoice-Number(WS-Fee-Line-Count)
                           MOVE FH-IDNum TO
                               WS-FL-IDNum(WS-Fee-Line-Count)
                           MOVE FH-Description TO
                               WS-FL-Description(WS-Fee-Line-Count)
                           MOVE FH-Amount TO
                               WS-FL-Amount(WS-Fee-Line-Count)
                       ELSE
                           MOVE 'Y' TO WS-Fee-EOF
                           MOVE 'W' TO WS-Alert-Severity
                           MOVE "feehist.dat overflowed CUSTSTMT fee table"
                               TO WS-Alert-Message
                           CALL "ALERTLOG" USING WS-Audit-Program,
                               WS-Alert-Severity, WS-Alert-Message
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeeHistFile
       END-IF.

*> Paid installments are counted and left out of the sort - they
*> have no business on a statement, but the reconciliation still
*> has to account for reading them.
                   AT END MOVE 'Y' TO WS-Inst-EOF
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       IF InstClosed
                           ADD 1 TO WS-Paid-Count
                       ELSE
                           MOVE IN-Cust-Ident TO SW-Cust-Ident
                           MOVE IN-Invoice-Date TO SW-Invoice-Date
                           MOVE IN-Seq TO SW-Seq
                           MOVE IN-Amount TO SW-Amount
                           MOVE IN-Invoice-Number TO SW-Invoice-Number
                           RELEASE StmtWorkRec
                       END-IF
               END-READ
           " due " SW-Due-Date "  " WS-Money-Ed
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine
       PERFORM PRINT-FEE-LINES
       MOVE SW-Cust-Ident TO WS-Prev-Ident.

*> A school fee invoice's student and fees, under its installment.
PRINT-FEE-LINES.
       PERFORM VARYING WS-Fee-Line-Idx FROM 1 BY 1
               UNTIL WS-Fee-Line-Idx > WS-Fee-Line-Count
           IF WS-FL-Invoice-Number(WS-Fee-Line-Idx) = SW-Invoice-Number
               MOVE WS-FL-Amount(WS-Fee-Line-Idx) TO WS-Fee-Ed
               MOVE SPACES TO StmtLine
               STRING "      School fee, student "
                   WS-FL-IDNum(WS-Fee-Line-Idx) " "
                   WS-FL-Description(WS-Fee-Line-Idx) " " WS-Fee-Ed
                   DELIMITED BY SIZE INTO StmtLine
               WRITE StmtLine
           END-IF
       END-PERFORM.

*> One statement heading per customer, name resolved with a keyed
*> READ the way coboltut12's DISPLAY-ORDER-CUSTOMER does it - an
*> installment whose customer has left the master still gets a
