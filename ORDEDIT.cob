*> the header) is dropped whole, counted as voided rather than
*> rejected - it is a deliberate cancellation, not an error, and
*> it must not reach the pricing run.
*> October 15th 2026 - a set whose customer was retired by a
*> CUSTMRG merge is rejected whole, the reason naming the Ident it
*> was merged into.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       IF NOT CustOnFile
           MOVE "customer not on custmast2.dat"
               TO WS-Reject-Reason
       ELSE
           IF CUST-Retired
               STRING "customer retired - merged into "
                   CUST-Merged-Into
                   DELIMITED BY SIZE INTO WS-Reject-Reason
           END-IF
       END-IF
       IF WS-Reject-Reason = SPACES AND WS-Detail-Count = 0
           MOVE "header with no detail lines" TO WS-Reject-Reason
