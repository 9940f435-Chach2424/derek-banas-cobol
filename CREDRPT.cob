*> ARE the exposure; the daytime check in ORDENT is the one that
*> sees in-flight orders. Customers read vs. listed plus clear go
*> to reconcile.dat via RECONLOG.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

FD CredRptFile.
           READ InstFile
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   IF NOT InstClosed AND IN-Cust-Ident > 0
                       ADD IN-Amount TO
                           WS-Exposure-Amt(IN-Cust-Ident)
                   END-IF
