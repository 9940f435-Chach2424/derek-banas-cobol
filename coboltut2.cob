*> every installment written to openinst.dat carries it in the
*> IN-Invoice-Number field the shared layout gained - two invoices
*> for one customer on one date stop sharing an identity.
*> October 15th 2026 - The invoice's sales tax rate now comes from
*> the shared GETTAX rule instead of the single SALESTAX rate: the
*> customer's CUST-State picks the rate off the jurisdiction table
*> taxjur.dat (SALESTAX stays the rate for a state not on it), and
*> a customer with an exemption certificate on taxexmpt.dat is
*> charged none. The taxcoll.dat record now carries the state, the
*> exempt amount, the customer, the invoice number and the
*> certificate claimed, and the invoice document names the
*> certificate in place of the tax.
*> October 15th 2026 - The sample customer literal gained the
*> CUST-Status, CUST-Merged-Into and CUST-Retired-On positions
*> (active, no merge) when the shared CUSTREC layout did.
*> October 15th 2026 - STORE-CUSTOMER is bracketed by MASTSUM and the
*> change it made to the customer master's control totals logged
*> through MASTLOG for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - The invoice is fed to the general ledger
*> through GLLOG the same way BILLING feeds the night's invoices:
*> DR accounts receivable for the invoice total, CR sales for the
*> net, CR sales tax payable for the tax. The taxcoll.dat record
*> carries the invoice number in the TX-Invoice-Number field the
*> layout gained.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 TX-Source  PIC X(8).
       02 TX-Taxable PIC 9(9)V99.
       02 TX-Tax     PIC 9(8)V99.
       02 TX-State   PIC X(2).
       02 TX-Exempt  PIC 9(9)V99.
       02 TX-Cust-Ident  PIC 9(3).
       02 TX-Doc-Number  PIC 9(6).
       02 TX-Cert-Number PIC X(15).
       02 TX-Cert-Expiry PIC 9(8).
       02 TX-Invoice-Number PIC 9(6).

WORKING-STORAGE SECTION.
01 SampleData  PIC X(10) VALUE "Stuff".
01 WS-Invoice-Discount-Rate PIC V999 VALUE .100.
01 WS-Invoice-Discount-Amt  PIC 9(8)V99 VALUE ZEROES.
01 WS-Invoice-Net-Price     PIC 9(8)V99 VALUE ZEROES.
01 WS-Shop-Tax-Rate         PIC V9999 VALUE .0825.
01 WS-Invoice-Tax-Rate      PIC V9999 VALUE ZEROES.
01 WS-Invoice-Tax-Amt       PIC 9(8)V99 VALUE ZEROES.
01 WS-Invoice-Exempt-Amt    PIC 9(8)V99 VALUE ZEROES.
01 WS-Invoice-State         PIC X(2) VALUE SPACES.
01 WS-Invoice-Tax-Source    PIC X VALUE 'D'.
       88 InvoiceTaxExempt VALUES 'E', 'X'.
       88 InvoiceCertExpired VALUE 'X'.
01 WS-Invoice-Cert-Number   PIC X(15) VALUE SPACES.
01 WS-Invoice-Cert-Expiry   PIC 9(8) VALUE ZEROES.
01 WS-Invoice-Line-Total    PIC 9(8)V99 VALUE ZEROES.
01 WS-Invoice-Installments  PIC 9 VALUE 3.
01 WS-Invoice-Installment-Amt PIC 9(8)V99 VALUE ZEROES.
01 WS-Next-Invoice-Number PIC 9(6) VALUE 0.
01 WS-Inv-Money-Ed  PIC $$$,$$$,$$9.99.
01 WS-Inv-Qty-Ed    PIC ZZ9.
01 WS-Mast-Code  PIC X(4) VALUE "CUST".
01 WS-Mast-Kind  PIC X VALUE 'D'.
01 WS-Mast-Found PIC X.
01 WS-Mast-Before.
       COPY MASTTOT REPLACING LEADING ==MS-== BY ==WS-MB-==.
01 WS-Mast-Change.
       COPY MASTTOT.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "COBOLTUT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.

PROCEDURE DIVISION.
CALL "OPERSIGN" USING WS-Operator-ID, WS-Signed-On,
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
CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
DISPLAY "Federal withholding: " WS-Fed-Tax
DISPLAY "FICA: " WS-Fica-Tax
DISPLAY "Net pay: " PayCheck
MOVE "123Stanley Smith       01041981000500000123 Main Street     Springfield    IL627042175551234 00000000000" TO Customer
DISPLAY CustName
DISPLAY MOB "/" DOB "/" YOB
PERFORM VALIDATE-DATE-OF-BIRTH

PERFORM GET-VALID-INVOICE-QTY
PERFORM GET-VALID-INVOICE-PRICE
PERFORM SETTLE-INVOICE-TAX-RATE
PERFORM COMPUTE-INVOICE-LINE
DISPLAY "Extended price......: " WS-Invoice-Ext-Price
DISPLAY "Discount............: " WS-Invoice-Discount-Amt
PERFORM RESERVE-INVOICE-NUMBER
PERFORM WRITE-INSTALLMENT-SCHEDULE
PERFORM WRITE-TAX-COLLECTED
PERFORM FEED-GENERAL-LEDGER
PERFORM WRITE-INVOICE-DOCUMENT

MOVE "STOP" TO WS-Audit-Event
STOP RUN.

STORE-CUSTOMER.
       PERFORM TOTAL-MASTER-BEFORE
       OPEN I-O CustMastFile
       IF WS-Cust-Status = '35'
           OPEN OUTPUT CustMastFile
                   END-WRITE
           END-REWRITE
       END-IF
       CLOSE CustMastFile
       PERFORM LOG-MASTER-CHANGE.

RETRIEVE-CUSTOMER.
       OPEN INPUT CustMastFile
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Shop-Tax-Rate
       END-IF.

*> Bracket records are expected in ascending upper-bound order, one

*> One line per computed invoice onto the shop's tax-collected
*> file, under the same run date the installment schedule used -
*> source INVOICE, against BILLING's ORDER lines.
WRITE-TAX-COLLECTED.
       OPEN EXTEND TaxCollFile
       IF WS-TaxColl-Status NOT = '00'
       END-IF
       MOVE WS-Run-Date TO TX-Date
       MOVE "INVOICE" TO TX-Source
       IF InvoiceTaxExempt
           MOVE ZEROES TO TX-Taxable
       ELSE
           MOVE WS-Invoice-Net-Price TO TX-Taxable
       END-IF
       MOVE WS-Invoice-Tax-Amt TO TX-Tax
       MOVE WS-Invoice-State TO TX-State
       MOVE WS-Invoice-Exempt-Amt TO TX-Exempt
       MOVE Ident TO TX-Cust-Ident
       MOVE WS-Next-Invoice-Number TO TX-Doc-Number
       MOVE WS-Invoice-Cert-Number TO TX-Cert-Number
       MOVE WS-Invoice-Cert-Expiry TO TX-Cert-Expiry
       MOVE WS-Next-Invoice-Number TO TX-Invoice-Number
       WRITE TaxCollRec
       CLOSE TaxCollFile.

*> The invoice as one balanced set of feed lines, the three BILLING
*> feeds for the night's invoices: DR accounts receivable for the
*> total, CR sales for the net, CR sales tax payable for the tax.
FEED-GENERAL-LEDGER.
       MOVE 1200 TO WS-GL-Account
       MOVE WS-Invoice-Line-Total TO WS-GL-Debit
       MOVE ZEROES TO WS-GL-Credit
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit
       MOVE 4000 TO WS-GL-Account
       MOVE ZEROES TO WS-GL-Debit
       MOVE WS-Invoice-Net-Price TO WS-GL-Credit
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit
       MOVE 2200 TO WS-GL-Account
       MOVE ZEROES TO WS-GL-Debit
       MOVE WS-Invoice-Tax-Amt TO WS-GL-Credit
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit.

*> The document a clerk can hand the customer: name pulled fresh
*> off custmast2.dat by the Ident the run worked with, the invoice
*> line arithmetic, and the installment schedule at the bottom.

WRITE-INVOICE-AMOUNT-LINE-3.
       MOVE SPACES TO InvoicePrtLine
       IF InvoiceTaxExempt
           STRING "Sales tax.............: exempt, certificate "
               WS-Invoice-Cert-Number
               DELIMITED BY SIZE INTO InvoicePrtLine
       ELSE
           STRING "Sales tax.............: " WS-Inv-Money-Ed
               DELIMITED BY SIZE INTO InvoicePrtLine
       END-IF
       WRITE InvoicePrtLine.

WRITE-INVOICE-AMOUNT-LINE-4.
           DELIMITED BY SIZE INTO InvoicePrtLine
       WRITE InvoicePrtLine.

*> The customer's state off the master and any exemption
*> certificate on file settle the rate before the line is worked;
*> a customer not on the master has no state and takes SALESTAX.
*> An exemption claimed on a certificate that has lapsed still
*> goes through, with a word to the clerk - TAXRPT lists it.
SETTLE-INVOICE-TAX-RATE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD
       MOVE SPACES TO WS-Invoice-State
       OPEN INPUT CustMastFile
       IF WS-Cust-Status = '00'
           READ CustMastFile
               KEY IS Ident
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-State TO WS-Invoice-State
           END-READ
           CLOSE CustMastFile
       END-IF
       CALL "GETTAX" USING Ident, WS-Invoice-State, WS-Run-Date,
           WS-Shop-Tax-Rate, WS-Invoice-Tax-Rate,
           WS-Invoice-Tax-Source, WS-Invoice-Cert-Number,
           WS-Invoice-Cert-Expiry
       IF InvoiceTaxExempt
           DISPLAY "Tax exempt - certificate " WS-Invoice-Cert-Number
       END-IF
       IF InvoiceCertExpired
           DISPLAY "*** Exemption certificate expired "
               WS-Invoice-Cert-Expiry " - ask the customer to renew ***"
       END-IF.

COMPUTE-INVOICE-LINE.
       COMPUTE WS-Invoice-Ext-Price ROUNDED =
           WS-Invoice-Qty * WS-Invoice-Unit-Price
           WS-Invoice-Ext-Price - WS-Invoice-Discount-Amt
       COMPUTE WS-Invoice-Tax-Amt ROUNDED =
           WS-Invoice-Net-Price * WS-Invoice-Tax-Rate
       IF InvoiceTaxExempt
           MOVE WS-Invoice-Net-Price TO WS-Invoice-Exempt-Amt
       ELSE
           MOVE ZEROES TO WS-Invoice-Exempt-Amt
       END-IF
       COMPUTE WS-Invoice-Line-Total ROUNDED =
           WS-Invoice-Net-Price + WS-Invoice-Tax-Amt
       DIVIDE WS-Invoice-Line-Total BY WS-Invoice-Installments
           REMAINDER WS-Invoice-Installment-Rem
       COMPUTE WS-Invoice-First-Installment =
           WS-Invoice-Installment-Amt + WS-Invoice-Installment-Rem.

*> What storing the customer did to the customer master's control
*> totals goes to mastctl.dat, so the nightly master check can tell
*> this program's changes from an outside edit.
TOTAL-MASTER-BEFORE.
       CALL "MASTSUM" USING WS-Mast-Code, WS-Mast-Before,
           WS-Mast-Found.

LOG-MASTER-CHANGE.
       CALL "MASTSUM" USING WS-Mast-Code, WS-Mast-Change,
           WS-Mast-Found
       SUBTRACT WS-MB-Count FROM MS-Count
       SUBTRACT WS-MB-Key-Hash FROM MS-Key-Hash
       SUBTRACT WS-MB-Amt-Hash FROM MS-Amt-Hash
       CALL "MASTLOG" USING WS-Audit-Program, WS-Mast-Code,
           WS-Mast-Kind, WS-Mast-Change.
