*> August 22nd 2026 - The as-of date now comes from the stream's
*> processing-date control record via the shared GETPDATE
*> subroutine (wall clock when run outside the stream).
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition. A
*> customer on a current plan (no plan installment past due) is
*> aged entirely current.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

FD AgeRptFile.
       02 WS-Due-Month PIC 99.
       02 WS-Due-Day   PIC 99.
01 WS-Age-Days     PIC S9(5) VALUE 0.
*> Payment plan standing per customer Ident, from a first pass over
*> openinst.dat: 'C' on a current plan, 'B' behind on one.
01 WS-Plan-Table.
       02 WS-Plan-Status PIC X OCCURS 999 TIMES.
           88 OnCurrentPlan VALUE 'C'.
*> One row of aging buckets per possible customer Ident, the same
*> slot-per-Ident idea coboltut12 uses for its customer totals.
01 WS-Age-Table.
           WS-Audit-Detail
       MOVE ZEROES TO WS-Age-Table
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-PLAN-STATUS
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
           DISPLAY "No openinst.dat to age (status "
           WS-Audit-Detail
       STOP RUN.

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

*> Whole-month day arithmetic: close enough to pick a 30-day
*> bucket, and no calendar subroutine to maintain. Everything a
*> customer on a current payment plan owes is current.
AGE-ONE-INSTALLMENT.
       IF InstClosed
           ADD 1 TO WS-Paid-Count
       ELSE
           ADD 1 TO WS-Aged-Count
               + (WS-Today-Day - WS-Due-Day)
           IF IN-Cust-Ident > 0
               EVALUATE TRUE
                   WHEN OnCurrentPlan(IN-Cust-Ident)
                       ADD IN-Amount TO
                           WS-Age-Current(IN-Cust-Ident)
                   WHEN WS-Age-Days NOT > 0
                       ADD IN-Amount TO
                           WS-Age-Current(IN-Cust-Ident)
