*> never assessed - a charge on a charge would compound nightly.
*> Installments read vs. assessed plus skipped go to reconcile.dat
*> via RECONLOG.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition. A
*> customer on a current plan (no plan installment past due) is
*> not charged.
*> October 15th 2026 - The night's charges now reach the books:
*> their total is fed to the general ledger through the shared
*> GLLOG subroutine as a debit to accounts receivable (1200) and a
*> credit to late charge income (4100), for the GLPOST step to
*> journal - the charges were landing on openinst.dat and nowhere
*> in the ledger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

FD AsmtFile.
       02 WS-Due-Month PIC 99.
       02 WS-Due-Day   PIC 99.
01 WS-Age-Days     PIC S9(5) VALUE 0.
*> Payment plan standing per customer Ident, from a first pass over
*> openinst.dat: 'C' on a current plan, 'B' behind on one.
01 WS-Plan-Table.
       02 WS-Plan-Status PIC X OCCURS 999 TIMES.
           88 OnCurrentPlan VALUE 'C'.
01 WS-Plan-Current PIC X VALUE 'N'.
       88 PlanCurrent VALUE 'Y'.
01 WS-Late-Rate    PIC V9(4) VALUE .0150.
01 WS-Grace-Days   PIC 9(3) VALUE 10.
*> Prior assessments, loaded up front so tonight's pass can skip
01 WS-Chg-Amt      PIC 9(8)V99 VALUE ZEROES.
01 WS-Chg-Total    PIC 9(9)V99 VALUE ZEROES.
01 WS-Money-Ed     PIC $$$,$$$,$$9.99.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
           WS-Audit-Detail
       PERFORM FETCH-SHOP-RATES
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-PLAN-STATUS
       PERFORM LOAD-PRIOR-ASSESSMENTS
       OPEN OUTPUT RegisterFile
       MOVE SPACES TO RegisterLine
       WRITE RegisterLine
       PERFORM ASSESS-INSTALLMENT-FILE
       PERFORM APPEND-NEW-CHARGES
       PERFORM FEED-GENERAL-LEDGER
       PERFORM WRITE-REGISTER-TOTALS
       CLOSE RegisterFile
       DISPLAY "LATECHG: " WS-Assessed-Count " installment(s) "
           MOVE WS-Rate-Value TO WS-Grace-Days
       END-IF.

*> A customer with open payment plan installments (IN-Paid-Flag
*> 'P', written by PAYPLAN) none of which is yet past due is on a
*> current plan; one plan installment past due and the plan is
*> behind. The file is read once for this before the main pass.
LOAD-PLAN-STATUS.
       MOVE SPACES TO WS-Plan-Table
       OPEN INPUT InstFile
       IF WS-Inst-Status = '00'
           PERFORM UNTIL WS-Inst-EOF = 'Y'
               READ InstFile
                   AT END MOVE 'Y' TO WS-Inst-EOF
                   NOT AT END
                       IF IN-Paid-Flag = 'P' AND IN-Cust-Ident > 0
                           IF IN-Due-Date < WS-Today
                               MOVE 'B' TO WS-Plan-Status(IN-Cust-Ident)
                           ELSE
                               IF WS-Plan-Status(IN-Cust-Ident) = SPACE
                                   MOVE 'C' TO
                                       WS-Plan-Status(IN-Cust-Ident)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE InstFile
       END-IF
       MOVE 'N' TO WS-Inst-EOF.

CHECK-CURRENT-PLAN.
       MOVE 'N' TO WS-Plan-Current
       IF IN-Cust-Ident > 0
           IF OnCurrentPlan(IN-Cust-Ident)
               MOVE 'Y' TO WS-Plan-Current
           END-IF
       END-IF.

LOAD-PRIOR-ASSESSMENTS.
       OPEN INPUT AsmtFile
       IF WS-Asmt-Status = '00'
           CLOSE InstFile
       END-IF.

*> Unpaid, not itself a late charge (sequence 0), not owed by a
*> customer on a current payment plan, past due by more than the
*> grace period (the AGERPT 365/30 day arithmetic), and not
*> already on the assessment memory - then and only then a charge
*> is raised.
ASSESS-ONE-INSTALLMENT.
       PERFORM CHECK-CURRENT-PLAN
       IF InstClosed OR IN-Seq = 0 OR PlanCurrent
           ADD 1 TO WS-Skip-Count
       ELSE
           MOVE IN-Due-Date TO WS-Due-Date-R
       STRING "Total charges raised............: " WS-Money-Ed
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.

*> DR accounts receivable, CR late charge income, for the night's
*> charges. A night that charged nothing feeds nothing.
FEED-GENERAL-LEDGER.
       IF WS-Chg-Total > 0
           MOVE 1200 TO WS-GL-Account
           MOVE WS-Chg-Total TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 4100 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Chg-Total TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.
