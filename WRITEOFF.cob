       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WRITEOFF.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Bad debt write-off and collection agency referral. Installments
*> nobody is ever going to pay sat on openinst.dat for good,
*> overstating the receivables and feeding DUNLET letters to dead
*> accounts. The operator signs on through the shared OPERSIGN
*> subroutine and works from one menu:
*>   L(ist)     - every unpaid installment more than WRITEAGE days
*>                past due (rates.dat, 365 when not set - the
*>                LATECHG 365/30 day arithmetic), by customer, with
*>                the customer and grand totals;
*>   C(ustomer) - write off every listed installment of one
*>                customer;
*>   I(nvoice)  - write off the listed installments of one invoice.
*> Writing off needs the supervisor role - a clerk's attempt is
*> refused and the refusal written to runaudit.txt (the PHYSINV
*> rule). The supervisor is shown what will go and confirms it.
*> Each installment written off is closed with IN-Paid-Flag 'W'
*> rather than deleted, so the history stays on file and every
*> program that reads openinst.dat treats it as closed. The amount
*> is fed to the ledger through GLLOG - bad debt expense (5200)
*> against accounts receivable (1200) - and the customer is
*> appended to the collection agency referral file collref.dat
*> with name, address, phone and the balance written off. Every
*> write-off is stamped to runaudit.txt; openinst.dat is loaded to
*> a table and written back at sign-off if anything was written
*> off (the CASHRCPT write-back).
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - an invoice number of zero is refused when
*> keyed (installments from before invoices were numbered all
*> carry zero), and a write-off by invoice whose installments turn
*> out to belong to more than one customer is refused rather than
*> referred under one of them.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.
       SELECT InstFile ASSIGN TO 'openinst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.
       SELECT ReferralFile ASSIGN TO 'collref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Referral-Status.

DATA DIVISION.
FILE SECTION.
FD CustMastFile.
01 Customer.
       COPY CUSTREC.

FD InstFile.
01 InstRec.
       02 IN-Cust-Ident   PIC 9(3).
       02 IN-Invoice-Date PIC 9(8).
       02 IN-Seq          PIC 9.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
       02 IN-Invoice-Number PIC 9(6).

FD ReferralFile.
01 ReferralRec.
       02 CR-Referral-Date PIC 9(8).
       02 CR-Cust-Ident    PIC 9(3).
       02 CR-Name          PIC X(20).
       02 CR-Street        PIC X(20).
       02 CR-City          PIC X(15).
       02 CR-State         PIC X(2).
       02 CR-Zip           PIC X(5).
       02 CR-Phone         PIC X(10).
       02 CR-Balance       PIC 9(8)V99.

WORKING-STORAGE SECTION.
01 WS-Cust-Status     PIC XX.
01 WS-Inst-Status     PIC XX.
01 WS-Referral-Status PIC XX.
01 WS-Inst-EOF        PIC X VALUE 'N'.
01 WS-Inst-Table.
       02 WS-Inst-Entry OCCURS 500 TIMES.
           03 WS-Tab-Cust-Ident   PIC 9(3).
           03 WS-Tab-Invoice-Date PIC 9(8).
           03 WS-Tab-Seq          PIC 9.
           03 WS-Tab-Due-Date     PIC 9(8).
           03 WS-Tab-Amount       PIC 9(8)V99.
           03 WS-Tab-Paid-Flag    PIC X.
               88 TabClosed VALUES 'Y', 'W', 'S'.
           03 WS-Tab-Invoice-No   PIC 9(6).
           03 WS-Tab-Selected     PIC X.
               88 TabSelected VALUE 'Y'.
01 WS-Inst-Count      PIC 9(3) VALUE 0.
01 WS-Inst-Read-Count PIC 9(8) VALUE 0.
01 WS-Inst-Idx        PIC 9(3) VALUE 0.
01 WS-Action      PIC X.
       88 ActionList     VALUES 'L', 'l'.
       88 ActionCustomer VALUES 'C', 'c'.
       88 ActionInvoice  VALUES 'I', 'i'.
       88 ActionQuit     VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed     PIC X VALUE 'N'.
       88 FilesChanged VALUE 'Y'.
01 WS-Candidate   PIC X VALUE 'N'.
       88 IsCandidate VALUE 'Y'.
01 WS-Write-Age   PIC 9(5) VALUE 365.
01 WS-Rate-Name   PIC X(12).
01 WS-Rate-Value  PIC 9(6)V9(6).
01 WS-Rate-Found  PIC X.
01 WS-Today       PIC 9(8).
01 WS-Today-R REDEFINES WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
01 WS-Due-Date-R.
       02 WS-Due-Year    PIC 9(4).
       02 WS-Due-Month   PIC 99.
       02 WS-Due-Day     PIC 99.
01 WS-Age-Days    PIC S9(7) VALUE 0.
01 WS-Ident-Entry PIC X(3).
01 WS-Ident-Valid PIC X VALUE 'N'.
       88 IdentEntryOK VALUE 'Y'.
01 WS-Chk-Idx     PIC 99.
01 WS-Invoice-Entry PIC X(6).
01 WS-Invoice-Num REDEFINES WS-Invoice-Entry PIC 9(6).
01 WS-Select-Ident PIC 9(3) VALUE 0.
01 WS-Mixed-Cust   PIC X VALUE 'N'.
       88 MixedCustomers VALUE 'Y'.
01 WS-List-Ident  PIC 9(4) VALUE 0.
01 WS-Cust-Count  PIC 9(3) VALUE 0.
01 WS-Cust-Total  PIC 9(9)V99 VALUE ZEROES.
01 WS-Grand-Total PIC 9(9)V99 VALUE ZEROES.
01 WS-Select-Count PIC 9(3) VALUE 0.
01 WS-Select-Total PIC 9(9)V99 VALUE ZEROES.
01 WS-Confirm     PIC X.
01 WS-Writeoff-Count PIC 9(4) VALUE 0.
01 WS-Money-Ed    PIC $$$,$$$,$$9.99.
01 WS-GL-Account  PIC 9(4).
01 WS-GL-Debit    PIC 9(10)V99.
01 WS-GL-Credit   PIC 9(10)V99.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "WRITEOFF".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Signed-On   PIC X.
01 WS-Operator-Role PIC X.
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).

PROCEDURE DIVISION.
MAIN-LOGIC.
       CALL "OPERSIGN" USING WS-Operator-ID, WS-Signed-On,
       WS-Operator-Role
       IF WS-Signed-On NOT = 'Y'
           MOVE 16 TO RETURN-CODE
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
           WS-Audit-Detail
       ACCEPT WS-Today FROM DATE YYYYMMDD
       PERFORM FETCH-SHOP-RATES
       PERFORM LOAD-INSTALLMENTS
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - no customers to refer"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "Bad debt write-off - installments more than "
           WS-Write-Age " days past due"
       PERFORM UNTIL NOT MoreWork
           DISPLAY "Action - L(ist) C(ustomer write-off) "
               "I(nvoice write-off) Q(uit): " WITH NO ADVANCING
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN ActionList
                   PERFORM LIST-CANDIDATES
               WHEN ActionCustomer
                   PERFORM WRITE-OFF-CUSTOMER
                       THRU WRITE-OFF-CUSTOMER-EXIT
               WHEN ActionInvoice
                   PERFORM WRITE-OFF-INVOICE
                       THRU WRITE-OFF-INVOICE-EXIT
               WHEN OTHER
                   DISPLAY "Invalid action - enter L, C, I or Q"
           END-EVALUATE
       END-PERFORM
       CLOSE CustMastFile
       IF FilesChanged
           PERFORM WRITE-INSTALLMENTS-BACK
       END-IF
       DISPLAY "WRITEOFF finished - " WS-Writeoff-Count
           " installment(s) written off"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> The write-off age on rates.dat replaces the compiled-in default;
*> when it isn't there the VALUE clause fallback stands.
FETCH-SHOP-RATES.
       MOVE "WRITEAGE" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Write-Age
       END-IF.

*> The file is written back whole, so overflowing the table
*> refuses the session (the CASHRCPT rule).
LOAD-INSTALLMENTS.
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
           MOVE 'Y' TO WS-Inst-EOF
       END-IF
       PERFORM UNTIL WS-Inst-EOF = 'Y'
           READ InstFile
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   ADD 1 TO WS-Inst-Read-Count
                   IF WS-Inst-Count < 500
                       ADD 1 TO WS-Inst-Count
                       MOVE IN-Cust-Ident TO
                           WS-Tab-Cust-Ident(WS-Inst-Count)
                       MOVE IN-Invoice-Date TO
                           WS-Tab-Invoice-Date(WS-Inst-Count)
                       MOVE IN-Seq TO WS-Tab-Seq(WS-Inst-Count)
                       MOVE IN-Due-Date TO
                           WS-Tab-Due-Date(WS-Inst-Count)
                       MOVE IN-Amount TO
                           WS-Tab-Amount(WS-Inst-Count)
                       MOVE IN-Paid-Flag TO
                           WS-Tab-Paid-Flag(WS-Inst-Count)
                       IF IN-Invoice-Number NUMERIC
                           MOVE IN-Invoice-Number TO
                               WS-Tab-Invoice-No(WS-Inst-Count)
                       ELSE
                           MOVE 0 TO
                               WS-Tab-Invoice-No(WS-Inst-Count)
                       END-IF
                       MOVE 'N' TO WS-Tab-Selected(WS-Inst-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Inst-Status NOT = '35'
           CLOSE InstFile
       END-IF
       IF WS-Inst-Read-Count > WS-Inst-Count
           DISPLAY "openinst.dat overflowed the installment table - "
               "nothing can be written off this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "openinst.dat overflowed WRITEOFF installment table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE 16 TO RETURN-CODE
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           STOP RUN
       END-IF.

*> Unpaid, not already written off, and past due by more than the
*> write-off age (the LATECHG 365/30 day arithmetic).
CHECK-CANDIDATE.
       MOVE 'N' TO WS-Candidate
       IF NOT TabClosed(WS-Inst-Idx)
           MOVE WS-Tab-Due-Date(WS-Inst-Idx) TO WS-Due-Date-R
           COMPUTE WS-Age-Days =
               ((WS-Today-Year - WS-Due-Year) * 365)
               + ((WS-Today-Month - WS-Due-Month) * 30)
               + (WS-Today-Day - WS-Due-Day)
           IF WS-Age-Days > WS-Write-Age
               MOVE 'Y' TO WS-Candidate
           END-IF
       END-IF.

*> Customers come out in Ident order, each one's installments
*> gathered under one heading by walking the table once per Ident.
LIST-CANDIDATES.
       MOVE ZEROES TO WS-Grand-Total
       MOVE 0 TO WS-Select-Count
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           MOVE 'N' TO WS-Tab-Selected(WS-Inst-Idx)
       END-PERFORM
       PERFORM VARYING WS-List-Ident FROM 0 BY 1
               UNTIL WS-List-Ident > 999
           MOVE WS-List-Ident TO WS-Select-Ident
           PERFORM LIST-ONE-CUSTOMER
       END-PERFORM
       IF WS-Select-Count = 0
           DISPLAY "  Nothing is more than " WS-Write-Age
               " days past due"
       ELSE
           MOVE WS-Grand-Total TO WS-Money-Ed
           DISPLAY "  " WS-Select-Count " installment(s) eligible, "
               "total " WS-Money-Ed
       END-IF.

LIST-ONE-CUSTOMER.
       MOVE 0 TO WS-Cust-Count
       MOVE ZEROES TO WS-Cust-Total
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = WS-Select-Ident
               PERFORM CHECK-CANDIDATE
               IF IsCandidate
                   IF WS-Cust-Count = 0
                       PERFORM SHOW-CUSTOMER-HEADING
                   END-IF
                   ADD 1 TO WS-Cust-Count
                   ADD 1 TO WS-Select-Count
                   ADD WS-Tab-Amount(WS-Inst-Idx) TO WS-Cust-Total
                   ADD WS-Tab-Amount(WS-Inst-Idx) TO WS-Grand-Total
                   PERFORM SHOW-ONE-INSTALLMENT
               END-IF
           END-IF
       END-PERFORM
       IF WS-Cust-Count > 0
           MOVE WS-Cust-Total TO WS-Money-Ed
           DISPLAY "    Customer total " WS-Money-Ed
       END-IF.

SHOW-CUSTOMER-HEADING.
       MOVE WS-Select-Ident TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               DISPLAY "  Customer " WS-Select-Ident " (not on file)"
           NOT INVALID KEY
               DISPLAY "  Customer " WS-Select-Ident " " CustName
                   " " CUST-Phone
       END-READ.

SHOW-ONE-INSTALLMENT.
       MOVE WS-Tab-Amount(WS-Inst-Idx) TO WS-Money-Ed
       DISPLAY "    Invoice " WS-Tab-Invoice-No(WS-Inst-Idx)
           " of " WS-Tab-Invoice-Date(WS-Inst-Idx)
           " installment " WS-Tab-Seq(WS-Inst-Idx)
           " due " WS-Tab-Due-Date(WS-Inst-Idx)
           "  " WS-Money-Ed.

WRITE-OFF-CUSTOMER.
       PERFORM CHECK-SUPERVISOR
       IF NOT OperSupervisor
           GO TO WRITE-OFF-CUSTOMER-EXIT
       END-IF
       DISPLAY "Customer Ident (3 digits): " WITH NO ADVANCING
       ACCEPT WS-Ident-Entry
       PERFORM CHECK-IDENT-FORMAT
       IF NOT IdentEntryOK
           DISPLAY "Invalid entry - enter exactly 3 digits"
           GO TO WRITE-OFF-CUSTOMER-EXIT
       END-IF
       MOVE WS-Ident-Entry TO WS-Select-Ident
       MOVE 0 TO WS-Select-Count
       MOVE ZEROES TO WS-Select-Total
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           MOVE 'N' TO WS-Tab-Selected(WS-Inst-Idx)
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = WS-Select-Ident
               PERFORM SELECT-IF-CANDIDATE
           END-IF
       END-PERFORM
       IF WS-Select-Count = 0
           DISPLAY "  Customer " WS-Ident-Entry " has nothing more than "
               WS-Write-Age " days past due"
           GO TO WRITE-OFF-CUSTOMER-EXIT
       END-IF
       PERFORM CONFIRM-AND-WRITE-OFF.

WRITE-OFF-CUSTOMER-EXIT.
       EXIT.

WRITE-OFF-INVOICE.
       PERFORM CHECK-SUPERVISOR
       IF NOT OperSupervisor
           GO TO WRITE-OFF-INVOICE-EXIT
       END-IF
       DISPLAY "Invoice number (6 digits): " WITH NO ADVANCING
       ACCEPT WS-Invoice-Entry
       IF WS-Invoice-Entry NOT NUMERIC OR WS-Invoice-Num = 0
           DISPLAY "Invalid entry - enter exactly 6 digits, not zero"
           GO TO WRITE-OFF-INVOICE-EXIT
       END-IF
       MOVE 'N' TO WS-Mixed-Cust
       MOVE 0 TO WS-Select-Count
       MOVE ZEROES TO WS-Select-Total
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           MOVE 'N' TO WS-Tab-Selected(WS-Inst-Idx)
           IF WS-Tab-Invoice-No(WS-Inst-Idx) = WS-Invoice-Num
               PERFORM SELECT-IF-CANDIDATE
           END-IF
       END-PERFORM
       IF WS-Select-Count = 0
           DISPLAY "  Invoice " WS-Invoice-Entry " has nothing more than "
               WS-Write-Age " days past due"
           GO TO WRITE-OFF-INVOICE-EXIT
       END-IF
       IF MixedCustomers
           DISPLAY "  Invoice " WS-Invoice-Entry " is on more than one "
               "customer's installments - write off by customer"
           GO TO WRITE-OFF-INVOICE-EXIT
       END-IF
       PERFORM CONFIRM-AND-WRITE-OFF.

WRITE-OFF-INVOICE-EXIT.
       EXIT.

CHECK-SUPERVISOR.
       IF NOT OperSupervisor
           DISPLAY "Write-off REFUSED - supervisor sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Write-off attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       END-IF.

CHECK-IDENT-FORMAT.
       MOVE 'Y' TO WS-Ident-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 3
           IF WS-Ident-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Ident-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Ident-Valid
           END-IF
       END-PERFORM.

SELECT-IF-CANDIDATE.
       PERFORM CHECK-CANDIDATE
       IF IsCandidate
           IF WS-Select-Count > 0 AND
              WS-Tab-Cust-Ident(WS-Inst-Idx) NOT = WS-Select-Ident
               MOVE 'Y' TO WS-Mixed-Cust
           END-IF
           MOVE 'Y' TO WS-Tab-Selected(WS-Inst-Idx)
           MOVE WS-Tab-Cust-Ident(WS-Inst-Idx) TO WS-Select-Ident
           ADD 1 TO WS-Select-Count
           ADD WS-Tab-Amount(WS-Inst-Idx) TO WS-Select-Total
       END-IF.

*> An invoice belongs to one customer (a selection that spans two
*> is refused before this), so either way the selection is one
*> customer's installments and one referral.
CONFIRM-AND-WRITE-OFF.
       PERFORM SHOW-CUSTOMER-HEADING
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF TabSelected(WS-Inst-Idx)
               PERFORM SHOW-ONE-INSTALLMENT
           END-IF
       END-PERFORM
       MOVE WS-Select-Total TO WS-Money-Ed
       DISPLAY "Write off " WS-Select-Count " installment(s), "
           WS-Money-Ed " (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "  Not written off"
       ELSE
           PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
                   UNTIL WS-Inst-Idx > WS-Inst-Count
               IF TabSelected(WS-Inst-Idx)
                   MOVE 'W' TO WS-Tab-Paid-Flag(WS-Inst-Idx)
                   MOVE 'N' TO WS-Tab-Selected(WS-Inst-Idx)
                   ADD 1 TO WS-Writeoff-Count
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-Changed
           PERFORM FEED-GENERAL-LEDGER
           PERFORM WRITE-REFERRAL
           MOVE "WRITEOFF" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Cust " WS-Select-Ident " " WS-Select-Count
               " inst " WS-Money-Ed
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
               WS-Audit-Event, WS-Audit-Detail
           DISPLAY "  Written off and referred for collection"
       END-IF.

*> The amount written off debits bad debt expense and credits
*> accounts receivable.
FEED-GENERAL-LEDGER.
       MOVE WS-Select-Total TO WS-GL-Debit
       MOVE ZEROES TO WS-GL-Credit
       MOVE 5200 TO WS-GL-Account
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit
       MOVE WS-GL-Debit TO WS-GL-Credit
       MOVE ZEROES TO WS-GL-Debit
       MOVE 1200 TO WS-GL-Account
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit.

*> A customer already gone from custmast2.dat is still referred,
*> by Ident, with the balance.
WRITE-REFERRAL.
       OPEN EXTEND ReferralFile
       IF WS-Referral-Status NOT = '00'
           OPEN OUTPUT ReferralFile
       END-IF
       MOVE SPACES TO ReferralRec
       MOVE WS-Today TO CR-Referral-Date
       MOVE WS-Select-Ident TO CR-Cust-Ident
       MOVE WS-Select-Total TO CR-Balance
       MOVE WS-Select-Ident TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               MOVE "(not on file)" TO CR-Name
           NOT INVALID KEY
               MOVE CustName TO CR-Name
               MOVE CUST-Street TO CR-Street
               MOVE CUST-City TO CR-City
               MOVE CUST-State TO CR-State
               MOVE CUST-Zip TO CR-Zip
               MOVE CUST-Phone TO CR-Phone
       END-READ
       WRITE ReferralRec
       CLOSE ReferralFile.

WRITE-INSTALLMENTS-BACK.
       OPEN OUTPUT InstFile
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           MOVE WS-Tab-Cust-Ident(WS-Inst-Idx) TO IN-Cust-Ident
           MOVE WS-Tab-Invoice-Date(WS-Inst-Idx) TO IN-Invoice-Date
           MOVE WS-Tab-Seq(WS-Inst-Idx) TO IN-Seq
           MOVE WS-Tab-Due-Date(WS-Inst-Idx) TO IN-Due-Date
           MOVE WS-Tab-Amount(WS-Inst-Idx) TO IN-Amount
           MOVE WS-Tab-Paid-Flag(WS-Inst-Idx) TO IN-Paid-Flag
           MOVE WS-Tab-Invoice-No(WS-Inst-Idx) TO IN-Invoice-Number
           WRITE InstRec
       END-PERFORM
       CLOSE InstFile.
