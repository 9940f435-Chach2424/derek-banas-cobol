*> letters were produced, so the morning operator can see
*> collections volume at a glance. Installments read vs. demanded
*> plus current-or-paid go to reconcile.dat via RECONLOG.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition. A
*> customer on a current plan (no plan installment past due) gets
*> no letter.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

SD DunWork.
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
01 WS-Prev-Ident   PIC 9(3) VALUE 0.
01 WS-Group-Open   PIC X VALUE 'N'.
01 WS-Demand-Total PIC 9(9)V99 VALUE ZEROES.
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-PLAN-STATUS
       PERFORM OPEN-CUSTOMER-MASTER
       OPEN OUTPUT DunFile
       SORT DunWork ON ASCENDING KEY DW-Cust-Ident
           STOP RUN
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

*> Only installments landing in AGERPT's 61-90 or over-90 buckets
*> (more than 60 days past due by the same whole-month arithmetic)
*> go into the letters; everything else is counted and skipped, as
*> is everything owed by a customer on a current payment plan.
READ-OVERDUE-INSTALLMENTS.
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
       END-IF.

SELECT-ONE-INSTALLMENT.
       PERFORM CHECK-CURRENT-PLAN
       IF InstClosed OR PlanCurrent
           ADD 1 TO WS-Skip-Count
       ELSE
           MOVE IN-Due-Date TO WS-Due-Date-R
