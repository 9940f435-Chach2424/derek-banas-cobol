*> 21st line is refused where the clerk can react instead of
*> surfacing on order_reject.txt tomorrow. Exposure tallies skip
*> customer Ident 000, which has no slot in the exposure table.
*> October 15th 2026 - Once the quantity is keyed the clerk is
*> shown the price this customer will actually pay, from the
*> shared GETPRICE rule coboltut12 prices the order with: the
*> customer's price list entry in effect today or the product's
*> quantity break, whichever is lowest, else the master's list
*> price. The credit check values the line at that price.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - a customer retired by a CUSTMRG merge takes
*> no new orders; the clerk is told the Ident it was merged into.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-Limit-Ed        PIC $$,$$$,$$9.99.
01 WS-Value-Ed        PIC $$$,$$$,$$9.99.
01 WS-Unit-Price-Ed PIC $$$,$$9.99.
01 WS-List-Price    PIC 9(5)V99 VALUE ZEROES.
01 WS-Line-Price    PIC 9(5)V99 VALUE ZEROES.
01 WS-Price-Source  PIC X VALUE 'L'.
       88 PriceFromContract VALUE 'C'.
       88 PriceFromBreak    VALUE 'Q'.
01 WS-Order-Date    PIC 9(8).
01 WS-Orders-Written PIC 9(4) VALUE 0.
01 WS-Lines-Written  PIC 9(4) VALUE 0.
01 WS-Header-Written PIC X VALUE 'N'.
       88 HeaderWritten VALUE 'Y'.
01 WS-Pending-Cust   PIC 9(3) VALUE 0.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "ORDENT".
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
           READ InstFile
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   IF NOT InstClosed AND IN-Cust-Ident > 0
                       ADD IN-Amount TO
                           WS-Exposure-Amt(IN-Cust-Ident)
                   END-IF
                           DISPLAY "Customer " WS-Ident-Entry
                               " not on file"
                       NOT INVALID KEY
                           IF CUST-Retired
                               DISPLAY "Customer " WS-Ident-Entry
                                   " is retired - merged into "
                                   "customer " CUST-Merged-Into
                           ELSE
                               MOVE 'Y' TO WS-Cust-On-File
                               DISPLAY "  Customer: " CustName
                               PERFORM SHOW-CUSTOMER-EXPOSURE
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "Invalid entry - enter exactly 3 digits"
               PERFORM GET-ORDER-PRODUCT
               IF MoreLines
                   PERFORM GET-ORDER-QTY
                   PERFORM SHOW-CUSTOMER-PRICE
                   PERFORM GET-ORDER-SIZES
                   PERFORM CHECK-CREDIT-LIMIT
                       THRU CHECK-CREDIT-LIMIT-EXIT
               MOVE 'Y' TO WS-Prod-Found
               MOVE WS-Prod-Idx TO WS-Prod-Hit-Idx
               MOVE WS-Prod-Price(WS-Prod-Idx) TO WS-Unit-Price-Ed
               DISPLAY "  List price: " WS-Unit-Price-Ed
           END-IF
       END-PERFORM.

           MOVE 'N' TO WS-Qty-Valid
       END-IF.

*> The price coboltut12 will charge tonight for this customer,
*> product and quantity - the order is dated today, so the price
*> list entries in effect today decide it.
SHOW-CUSTOMER-PRICE.
       MOVE WS-Qty-Entry TO WS-Qty-Num
       MOVE WS-Prod-Price(WS-Prod-Hit-Idx) TO WS-List-Price
       CALL "GETPRICE" USING Ident, WS-Prod-Entry-Name, WS-Qty-Num,
           WS-Order-Date, WS-List-Price, WS-Line-Price,
           WS-Price-Source
       MOVE WS-Line-Price TO WS-Unit-Price-Ed
       EVALUATE TRUE
           WHEN PriceFromContract
               DISPLAY "  Customer price: " WS-Unit-Price-Ed
                   " each (customer price list)"
           WHEN PriceFromBreak
               DISPLAY "  Customer price: " WS-Unit-Price-Ed
                   " each (quantity break)"
           WHEN OTHER
               DISPLAY "  Customer price: " WS-Unit-Price-Ed
                   " each (list price)"
       END-EVALUATE.

*> Size codes use the same one-letter S/M/L/X convention the order
*> table in coboltut12 validates with ValidSizeCode.
GET-ORDER-SIZES.
       MOVE 'Y' TO WS-Order-Approved
       MOVE WS-Qty-Entry TO WS-Qty-Num
       COMPUTE WS-New-Order-Value ROUNDED =
           WS-Qty-Num * WS-Line-Price
       IF CUST-Credit-Limit = 0 OR Ident = 0
           GO TO CHECK-CREDIT-LIMIT-EXIT
       END-IF
