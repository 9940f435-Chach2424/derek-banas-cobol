       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTINQ.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Customer account inquiry - one read-only screen for everything
*> the shop keeps on a customer, so a clerk answering the phone
*> stops bouncing between CUSTMNT, ORDINQ and a text editor. The
*> operator signs on through the shared OPERSIGN subroutine and
*> pulls a customer up by Ident, or finds the Ident with the same
*> name search CUSTMNT uses (a scan of custmast2.dat - it has no
*> name key). For the customer it shows:
*>   - the custmast2.dat record (name, address, phone);
*>   - the credit limit against current exposure, figured the way
*>     ORDENT figures it (unpaid installments plus orders waiting
*>     in orders.dat at list price);
*>   - the unpaid installments on openinst.dat, each with its age
*>     bucket (the AGERPT whole-month arithmetic) and the bucket
*>     totals - late charges are the sequence 0 installments;
*>   - orders on ordhist.dat from the last 90 days, and orders
*>     still waiting on orders.dat for tonight's run;
*>   - open backorders on backorder.dat;
*>   - the late charge assessments remembered on lateasmt.dat;
*>   - payments applied over the last 30 days, off the dated cash
*>     receipts journals cashjrnl_YYYYMMDD.dat;
*>   - unapplied cash still open against the customer on
*>     unapplied.dat, waiting for a clerk to apply it (CASHAPPL).
*> Nothing is written to any of these files. A file that is not
*> there simply shows nothing for its section.
*> October 15th 2026 - open unapplied cash section (unapplied.dat).
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - unpaid school fees section: each fee on a
*> FEEBILL invoice still open on openinst.dat, with the student it
*> was billed for (feehist.dat); and a S(tudent) action that brings
*> up the account a student's fees are billed to (stuparty.dat),
*> for the school office.
*> October 15th 2026 - a customer retired by a CUSTMRG merge is
*> flagged with the date and the Ident it was merged into.
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
       SELECT OrdHistFile ASSIGN TO 'ordhist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OH-Hist-Key
           FILE STATUS IS WS-Hist-Status.
       SELECT OrderFile ASSIGN TO 'orders.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Order-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prod-Status.
       SELECT BackorderFile ASSIGN TO 'backorder.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Backorder-Status.
       SELECT UnapFile ASSIGN TO 'unapplied.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Unap-Status.
       SELECT AsmtFile ASSIGN TO 'lateasmt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Asmt-Status.
       SELECT FeeHistFile ASSIGN TO 'feehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Fee-Status.
       SELECT PartyFile ASSIGN TO 'stuparty.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Party-Status.
       SELECT JournalFile ASSIGN TO DYNAMIC WS-Journal-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.

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
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

FD OrdHistFile.
01 OrdHistRec.
       02 OH-Hist-Key.
           03 OH-Number PIC 9(6).
           03 OH-Date   PIC 9(8).
       02 OH-Cust-Ident PIC 9(3).
       02 OH-Line-Count PIC 9(3).
       02 OH-Ext-Total  PIC 9(9)V99.
       02 OH-Discount   PIC 9(8)V99.
       02 OH-Tax        PIC 9(8)V99.
       02 OH-Total      PIC 9(9)V99.

FD OrderFile.
01 OrderRec.
       COPY ORDREC.

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD BackorderFile.
01 BackorderRec.
       02 BO-Order-Number PIC 9(6).
       02 BO-Cust-Ident   PIC 9(3).
       02 BO-Prod-Name    PIC X(10).
       02 BO-Qty-Short    PIC 9(3).
       02 BO-Sizes        PIC X(10).
       02 BO-Date         PIC 9(8).

FD UnapFile.
01 UnapRec.
       COPY UNAPREC.

FD AsmtFile.
01 AsmtRec.
       02 LA-Cust-Ident   PIC 9(3).
       02 LA-Invoice-Date PIC 9(8).
       02 LA-Seq          PIC 9.
       02 LA-Assessed-On  PIC 9(8).
       02 LA-Invoice-Number PIC 9(6).

FD FeeHistFile.
01 FeeHistRec.
       COPY FEEHIST.

FD PartyFile.
01 PartyRec.
       COPY STUPARTY.

FD JournalFile.
01 JournalRec.
       02 CJ-Date       PIC 9(8).
       02 CJ-Operator   PIC X(8).
       02 CJ-Cust-Ident PIC 9(3).
       02 CJ-Invoice-No PIC 9(6).
       02 CJ-Inv-Date   PIC 9(8).
       02 CJ-Seq        PIC 9.
       02 CJ-Applied    PIC 9(8)V99.
       02 CJ-Action     PIC X(7).

WORKING-STORAGE SECTION.
01 WS-Cust-Status      PIC XX.
01 WS-Inst-Status      PIC XX.
01 WS-Hist-Status      PIC XX.
01 WS-Order-Status     PIC XX.
01 WS-Prod-Status      PIC XX.
01 WS-Backorder-Status PIC XX.
01 WS-Unap-Status PIC XX.
01 WS-Asmt-Status      PIC XX.
01 WS-Journal-Status   PIC XX.
01 WS-Fee-Status       PIC XX.
01 WS-Party-Status     PIC XX.
01 WS-Journal-Name     PIC X(21).
01 WS-File-EOF         PIC X VALUE 'N'.
01 WS-Browse-EOF       PIC X VALUE 'N'.
01 WS-Prod-EOF         PIC X VALUE 'N'.
01 WS-Prod-Table.
       02 WS-Prod-Entry OCCURS 200 TIMES.
           03 WS-Prod-Name  PIC X(10).
           03 WS-Prod-Price PIC 9(5)V99.
01 WS-Prod-Count      PIC 9(3) VALUE 0.
01 WS-Prod-Idx        PIC 9(3) VALUE 0.
01 WS-Prod-Found      PIC X VALUE 'N'.
       88 ProdFound VALUE 'Y'.
01 WS-Action      PIC X.
       88 ActionIdent  VALUES 'I', 'i'.
       88 ActionSearch VALUES 'N', 'n'.
       88 ActionStudent VALUES 'S', 's'.
       88 ActionQuit   VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Ident-Entry PIC X(3).
01 WS-Ident-Valid PIC X VALUE 'N'.
       88 IdentEntryOK VALUE 'Y'.
01 WS-Chk-Idx     PIC 99.
01 WS-Stu-Entry-Text PIC X(6).
01 WS-Stu-Entry-Num REDEFINES WS-Stu-Entry-Text PIC 9(6).
01 WS-Stu-Entry-Valid PIC X VALUE 'N'.
       88 StuEntryOK VALUE 'Y'.
01 WS-Party-Found PIC X VALUE 'N'.
       88 PartyFound VALUE 'Y'.
*> The customer's open invoice numbers, gathered while the open
*> installments are shown, for picking out the unpaid school fees.
01 WS-Open-Inv-Table.
       02 WS-Open-Inv-Number PIC 9(6) OCCURS 500 TIMES.
01 WS-Open-Inv-Count PIC 9(3) VALUE 0.
01 WS-Open-Inv-Idx   PIC 9(3) VALUE 0.
01 WS-Open-Inv-Found PIC X VALUE 'N'.
       88 OpenInvFound VALUE 'Y'.
01 WS-Fee-Total    PIC 9(9)V99 VALUE ZEROES.
01 WS-Cust-On-File PIC X VALUE 'N'.
       88 CustOnFile VALUE 'Y'.
01 WS-Search-Entry  PIC X(20).
01 WS-Search-Len    PIC 99 VALUE 0.
01 WS-Search-Idx    PIC 99 VALUE 0.
01 WS-Search-Limit  PIC 99 VALUE 0.
01 WS-Search-Hit    PIC X VALUE 'N'.
       88 SearchHit VALUE 'Y'.
01 WS-Search-Count  PIC 9(4) VALUE 0.
01 WS-Today       PIC 9(8).
01 WS-Today-R REDEFINES WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
01 WS-Due-Date-R.
       02 WS-Due-Year  PIC 9(4).
       02 WS-Due-Month PIC 99.
       02 WS-Due-Day   PIC 99.
01 WS-Age-Days     PIC S9(5) VALUE 0.
01 WS-Age-Label    PIC X(8).
01 WS-Age-Current  PIC 9(8)V99 VALUE ZEROES.
01 WS-Age-30       PIC 9(8)V99 VALUE ZEROES.
01 WS-Age-60       PIC 9(8)V99 VALUE ZEROES.
01 WS-Age-90       PIC 9(8)V99 VALUE ZEROES.
01 WS-Age-Over     PIC 9(8)V99 VALUE ZEROES.
01 WS-Open-Total   PIC 9(9)V99 VALUE ZEROES.
01 WS-Pending-Total PIC 9(9)V99 VALUE ZEROES.
01 WS-Exposure     PIC 9(9)V99 VALUE ZEROES.
01 WS-Line-Value   PIC 9(9)V99 VALUE ZEROES.
01 WS-Pending-Mine PIC X VALUE 'N'.
       88 PendingMine VALUE 'Y'.
01 WS-Paid-Total   PIC 9(9)V99 VALUE ZEROES.
01 WS-Line-Count   PIC 9(4) VALUE 0.
*> The look-back windows, found by walking the calendar backwards
*> from today (the VENDINV/APPAY calendar walk, run in reverse).
01 WS-Order-Cutoff PIC 9(8).
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Day-Back     PIC 99 VALUE 0.
01 WS-Month-Len    PIC 99.
01 WS-Leap-Quot    PIC 9(4).
01 WS-Leap-Rem     PIC 9(3).
01 WS-Days-Table.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 28.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
01 WS-Days-Table-R REDEFINES WS-Days-Table.
       02 WS-Days-In-Month PIC 99 OCCURS 12 TIMES.
01 WS-Money-Ed    PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-2  PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-3  PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-4  PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-5  PIC $$$,$$$,$$9.99.
01 WS-Audit-Program PIC X(8) VALUE "CUSTINQ".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Signed-On   PIC X.
01 WS-Operator-Role PIC X.
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).

PROCEDURE DIVISION.
MAIN-LOGIC.
       CALL "OPERSIGN" USING WS-Operator-ID, WS-Signed-On,
       WS-Operator-Role
       IF WS-Signed-On NOT = 'Y'
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-Operator-ID TO WS-Audit-Operator
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       ACCEPT WS-Today FROM DATE YYYYMMDD
       MOVE WS-Today TO WS-Walk-Date-Num
       PERFORM PREV-CALENDAR-DAY 90 TIMES
       MOVE WS-Walk-Date-Num TO WS-Order-Cutoff
       PERFORM LOAD-PRODUCTS
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - no customers to inquire on"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "Customer account inquiry"
       PERFORM UNTIL NOT MoreWork
           DISPLAY "Action - I(dent) N(ame search) S(tudent) Q(uit): "
               WITH NO ADVANCING
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN ActionIdent
                   PERFORM INQUIRE-BY-IDENT
               WHEN ActionSearch
                   PERFORM SEARCH-CUSTOMER-BY-NAME
               WHEN ActionStudent
                   PERFORM INQUIRE-BY-STUDENT
               WHEN OTHER
                   DISPLAY "Invalid action - enter I, N, S or Q"
           END-EVALUATE
       END-PERFORM
       CLOSE CustMastFile
       DISPLAY "CUSTINQ finished"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> List prices, for valuing the orders still waiting in orders.dat.
LOAD-PRODUCTS.
       OPEN INPUT ProdFile
       IF WS-Prod-Status = '00'
           PERFORM UNTIL WS-Prod-EOF = 'Y'
               READ ProdFile
                   AT END MOVE 'Y' TO WS-Prod-EOF
                   NOT AT END
                       IF WS-Prod-Count < 200
                           ADD 1 TO WS-Prod-Count
                           MOVE PRD-Name TO
                               WS-Prod-Name(WS-Prod-Count)
                           MOVE PRD-Unit-Price TO
                               WS-Prod-Price(WS-Prod-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProdFile
       END-IF.

INQUIRE-BY-IDENT.
       MOVE 'N' TO WS-Ident-Valid
       PERFORM UNTIL IdentEntryOK
           DISPLAY "Customer Ident (3 digits): " WITH NO ADVANCING
           ACCEPT WS-Ident-Entry
           PERFORM CHECK-IDENT-FORMAT
           IF NOT IdentEntryOK
               DISPLAY "Invalid entry - enter exactly 3 digits"
           END-IF
       END-PERFORM
       PERFORM SHOW-CUSTOMER-ACCOUNT.

*> The school office knows the student, not the Ident: the account
*> their fees are billed to comes off stuparty.dat.
INQUIRE-BY-STUDENT.
       MOVE 'N' TO WS-Stu-Entry-Valid
       PERFORM UNTIL StuEntryOK
           DISPLAY "Student ID (6 digits): " WITH NO ADVANCING
           ACCEPT WS-Stu-Entry-Text
           MOVE 'Y' TO WS-Stu-Entry-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 6
               IF WS-Stu-Entry-Text(WS-Chk-Idx:1) < '0' OR
                  WS-Stu-Entry-Text(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Stu-Entry-Valid
               END-IF
           END-PERFORM
           IF NOT StuEntryOK
               DISPLAY "Invalid entry - enter exactly 6 digits"
           END-IF
       END-PERFORM
       MOVE 'N' TO WS-Party-Found
       MOVE 'N' TO WS-File-EOF
       OPEN INPUT PartyFile
       IF WS-Party-Status NOT = '00'
           MOVE 'Y' TO WS-File-EOF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y' OR PartyFound
           READ PartyFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   IF SP-IDNum = WS-Stu-Entry-Num
                       MOVE 'Y' TO WS-Party-Found
                       MOVE SP-Cust-Ident TO WS-Ident-Entry
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Party-Status NOT = '35'
           CLOSE PartyFile
       END-IF
       IF PartyFound
           DISPLAY "Student " WS-Stu-Entry-Text " fees are billed to "
               "customer " WS-Ident-Entry
           PERFORM SHOW-CUSTOMER-ACCOUNT
       ELSE
           DISPLAY "Student " WS-Stu-Entry-Text
               " has no responsible party on stuparty.dat"
       END-IF.

CHECK-IDENT-FORMAT.
       MOVE 'Y' TO WS-Ident-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 3
           IF WS-Ident-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Ident-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Ident-Valid
           END-IF
       END-PERFORM.

*> The CUSTMNT name search; picking one of the matches by Ident
*> goes straight to its account, a blank entry goes back to the
*> action prompt.
SEARCH-CUSTOMER-BY-NAME.
       DISPLAY "Name (full or partial): " WITH NO ADVANCING
       ACCEPT WS-Search-Entry
       PERFORM MEASURE-SEARCH-TERM
       IF WS-Search-Len = 0
           DISPLAY "Nothing entered - no search run"
       ELSE
           MOVE 0 TO WS-Search-Count
           MOVE 'N' TO WS-Browse-EOF
           MOVE ZEROES TO Ident
           START CustMastFile KEY NOT < Ident
               INVALID KEY
                   MOVE 'Y' TO WS-Browse-EOF
           END-START
           PERFORM UNTIL WS-Browse-EOF = 'Y'
               READ CustMastFile NEXT
                   AT END MOVE 'Y' TO WS-Browse-EOF
                   NOT AT END
                       PERFORM MATCH-CUSTOMER-NAME
                       IF SearchHit
                           ADD 1 TO WS-Search-Count
                           DISPLAY "  " Ident " " CustName " "
                               CUST-City " " CUST-State
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-Search-Count " customer(s) matched"
           IF WS-Search-Count > 0
               DISPLAY "Ident to inquire on (blank for none): "
                   WITH NO ADVANCING
               ACCEPT WS-Ident-Entry
               IF WS-Ident-Entry NOT = SPACES
                   PERFORM CHECK-IDENT-FORMAT
                   IF IdentEntryOK
                       PERFORM SHOW-CUSTOMER-ACCOUNT
                   ELSE
                       DISPLAY "Invalid entry - enter exactly 3 digits"
                   END-IF
               END-IF
           END-IF
       END-IF.

MEASURE-SEARCH-TERM.
       MOVE 0 TO WS-Search-Len
       PERFORM VARYING WS-Search-Idx FROM 1 BY 1
               UNTIL WS-Search-Idx > 20
           IF WS-Search-Entry(WS-Search-Idx:1) NOT = SPACE
               MOVE WS-Search-Idx TO WS-Search-Len
           END-IF
       END-PERFORM.

MATCH-CUSTOMER-NAME.
       MOVE 'N' TO WS-Search-Hit
       COMPUTE WS-Search-Limit = 20 - WS-Search-Len + 1
       PERFORM VARYING WS-Search-Idx FROM 1 BY 1
               UNTIL WS-Search-Idx > WS-Search-Limit OR SearchHit
           IF CustName(WS-Search-Idx:WS-Search-Len) =
              WS-Search-Entry(1:WS-Search-Len)
               MOVE 'Y' TO WS-Search-Hit
           END-IF
       END-PERFORM.

SHOW-CUSTOMER-ACCOUNT.
       MOVE 'N' TO WS-Cust-On-File
       MOVE WS-Ident-Entry TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               DISPLAY "Customer " WS-Ident-Entry " not on file"
           NOT INVALID KEY
               MOVE 'Y' TO WS-Cust-On-File
       END-READ
       IF CustOnFile
           MOVE "INQUIRY" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Account inquiry cust " WS-Ident-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
               WS-Audit-Event, WS-Audit-Detail
           DISPLAY "==== Customer " Ident " ===="
           DISPLAY "  Name..........: " CustName
           DISPLAY "  Street........: " CUST-Street
           DISPLAY "  City/State/Zip: " CUST-City " " CUST-State " "
               CUST-Zip
           DISPLAY "  Phone.........: " CUST-Phone
           IF CUST-Retired
               DISPLAY "  *** RETIRED " CUST-Retired-On
                   " - merged into customer " CUST-Merged-Into
                   " - its business is carried there ***"
           END-IF
           PERFORM SHOW-OPEN-INSTALLMENTS
           PERFORM SHOW-SCHOOL-FEES
           PERFORM SHOW-PENDING-ORDERS
           PERFORM SHOW-CREDIT-POSITION
           PERFORM SHOW-RECENT-ORDERS
           PERFORM SHOW-BACKORDERS
           PERFORM SHOW-LATE-CHARGES
           PERFORM SHOW-RECENT-PAYMENTS
           PERFORM SHOW-UNAPPLIED-CASH
       END-IF.

*> Aged with the AGERPT whole-month arithmetic so the clerk sees
*> the same buckets as the aging report.
SHOW-OPEN-INSTALLMENTS.
       DISPLAY "  -- Open installments (openinst.dat) --"
       MOVE ZEROES TO WS-Age-Current WS-Age-30 WS-Age-60 WS-Age-90
           WS-Age-Over WS-Open-Total
       MOVE 0 TO WS-Line-Count
       MOVE 0 TO WS-Open-Inv-Count
       MOVE 'N' TO WS-File-EOF
       OPEN INPUT InstFile
       IF WS-Inst-Status NOT = '00'
           MOVE 'Y' TO WS-File-EOF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ InstFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   IF IN-Cust-Ident = Ident AND NOT InstClosed
                       PERFORM SHOW-ONE-INSTALLMENT
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Inst-Status NOT = '35'
           CLOSE InstFile
       END-IF
       IF WS-Line-Count = 0
           DISPLAY "    No open installments"
       ELSE
           MOVE WS-Age-Current TO WS-Money-Ed
           MOVE WS-Age-30 TO WS-Money-Ed-2
           MOVE WS-Age-60 TO WS-Money-Ed-3
           DISPLAY "    Current " WS-Money-Ed "  1-30 " WS-Money-Ed-2
               "  31-60 " WS-Money-Ed-3
           MOVE WS-Age-90 TO WS-Money-Ed
           MOVE WS-Age-Over TO WS-Money-Ed-2
           MOVE WS-Open-Total TO WS-Money-Ed-3
           DISPLAY "    61-90   " WS-Money-Ed "  Over 90 " WS-Money-Ed-2
               "  Balance " WS-Money-Ed-3
       END-IF.

SHOW-ONE-INSTALLMENT.
       ADD 1 TO WS-Line-Count
       IF WS-Open-Inv-Count < 500
           ADD 1 TO WS-Open-Inv-Count
           MOVE IN-Invoice-Number TO WS-Open-Inv-Number(WS-Open-Inv-Count)
       END-IF
       ADD IN-Amount TO WS-Open-Total
       MOVE IN-Due-Date TO WS-Due-Date-R
       COMPUTE WS-Age-Days =
           ((WS-Today-Year - WS-Due-Year) * 365)
           + ((WS-Today-Month - WS-Due-Month) * 30)
           + (WS-Today-Day - WS-Due-Day)
       EVALUATE TRUE
           WHEN WS-Age-Days NOT > 0
               ADD IN-Amount TO WS-Age-Current
               MOVE "Current" TO WS-Age-Label
           WHEN WS-Age-Days NOT > 30
               ADD IN-Amount TO WS-Age-30
               MOVE "1-30" TO WS-Age-Label
           WHEN WS-Age-Days NOT > 60
               ADD IN-Amount TO WS-Age-60
               MOVE "31-60" TO WS-Age-Label
           WHEN WS-Age-Days NOT > 90
               ADD IN-Amount TO WS-Age-90
               MOVE "61-90" TO WS-Age-Label
           WHEN OTHER
               ADD IN-Amount TO WS-Age-Over
               MOVE "Over 90" TO WS-Age-Label
       END-EVALUATE
       MOVE IN-Amount TO WS-Money-Ed
       IF IN-Seq = 0
           DISPLAY "    Inv " IN-Invoice-Number " of " IN-Invoice-Date
               " late chg due " IN-Due-Date " " WS-Money-Ed "  "
               WS-Age-Label
       ELSE
           DISPLAY "    Inv " IN-Invoice-Number " of " IN-Invoice-Date
               " inst " IN-Seq "  due " IN-Due-Date " " WS-Money-Ed
               "  " WS-Age-Label
       END-IF.

*> Each fee billed on an invoice the customer still has open - the
*> student it was for and what it was - so the office can answer
*> "what is this charge?" without the fee invoice in hand.
SHOW-SCHOOL-FEES.
       DISPLAY "  -- Unpaid school fees (feehist.dat) --"
       MOVE 0 TO WS-Line-Count
       MOVE ZEROES TO WS-Fee-Total
       MOVE 'N' TO WS-File-EOF
       IF WS-Open-Inv-Count = 0
           MOVE 'Y' TO WS-File-EOF
       ELSE
           OPEN INPUT FeeHistFile
           IF WS-Fee-Status NOT = '00'
               MOVE 'Y' TO WS-File-EOF
           END-IF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ FeeHistFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   IF FH-Cust-Ident = Ident
                       PERFORM FIND-OPEN-INVOICE
                       IF OpenInvFound
                           ADD 1 TO WS-Line-Count
                           ADD FH-Amount TO WS-Fee-Total
                           MOVE FH-Amount TO WS-Money-Ed
                           DISPLAY "    Inv " FH-Invoice-Number
                               " student " FH-IDNum " "
                               FH-Description " " WS-Money-Ed
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Open-Inv-Count > 0 AND WS-Fee-Status NOT = '35'
           CLOSE FeeHistFile
       END-IF
       IF WS-Line-Count = 0
           DISPLAY "    No unpaid school fees"
       ELSE
           MOVE WS-Fee-Total TO WS-Money-Ed
           DISPLAY "    Fees billed " WS-Money-Ed
               " (open balance is on the installments above)"
       END-IF.

FIND-OPEN-INVOICE.
       MOVE 'N' TO WS-Open-Inv-Found
       PERFORM VARYING WS-Open-Inv-Idx FROM 1 BY 1
               UNTIL WS-Open-Inv-Idx > WS-Open-Inv-Count
                  OR OpenInvFound
           IF WS-Open-Inv-Number(WS-Open-Inv-Idx) = FH-Invoice-Number
               MOVE 'Y' TO WS-Open-Inv-Found
           END-IF
       END-PERFORM.

*> Orders keyed or generated today that tonight's run has not yet
*> priced - valued at list, as ORDENT values them.
SHOW-PENDING-ORDERS.
       DISPLAY "  -- Orders waiting for tonight (orders.dat) --"
       MOVE ZEROES TO WS-Pending-Total
       MOVE 0 TO WS-Line-Count
       MOVE 'N' TO WS-Pending-Mine
       MOVE 'N' TO WS-File-EOF
       OPEN INPUT OrderFile
       IF WS-Order-Status NOT = '00'
           MOVE 'Y' TO WS-File-EOF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ OrderFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END PERFORM SHOW-ONE-PENDING-RECORD
           END-READ
       END-PERFORM
       IF WS-Order-Status NOT = '35'
           CLOSE OrderFile
       END-IF
       IF WS-Line-Count = 0
           DISPLAY "    No orders waiting"
       END-IF.

SHOW-ONE-PENDING-RECORD.
       IF ORD-Header-Rec
           IF ORD-Cust-Ident = Ident AND NOT ORD-Voided
               MOVE 'Y' TO WS-Pending-Mine
               ADD 1 TO WS-Line-Count
               DISPLAY "    Order " ORD-Number " of " ORD-Date
           ELSE
               MOVE 'N' TO WS-Pending-Mine
           END-IF
       ELSE
           IF ORD-Detail-Rec AND PendingMine
               MOVE 0 TO WS-Line-Value
               MOVE 'N' TO WS-Prod-Found
               PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                       UNTIL WS-Prod-Idx > WS-Prod-Count OR ProdFound
                   IF WS-Prod-Name(WS-Prod-Idx) = ORD-Prod-Name
                       MOVE 'Y' TO WS-Prod-Found
                       COMPUTE WS-Line-Value ROUNDED =
                           ORD-Qty * WS-Prod-Price(WS-Prod-Idx)
                   END-IF
               END-PERFORM
               ADD WS-Line-Value TO WS-Pending-Total
               MOVE WS-Line-Value TO WS-Money-Ed
               DISPLAY "      Line " ORD-Line " " ORD-Prod-Name " qty "
                   ORD-Qty " sizes " ORD-Sizes " " WS-Money-Ed
           END-IF
       END-IF.

SHOW-CREDIT-POSITION.
       DISPLAY "  -- Credit --"
       COMPUTE WS-Exposure = WS-Open-Total + WS-Pending-Total
       MOVE WS-Exposure TO WS-Money-Ed
       IF CUST-Credit-Limit = 0
           DISPLAY "    Exposure " WS-Money-Ed "  limit (none set)"
       ELSE
           MOVE CUST-Credit-Limit TO WS-Money-Ed-2
           IF WS-Exposure > CUST-Credit-Limit
               DISPLAY "    Exposure " WS-Money-Ed "  limit "
                   WS-Money-Ed-2 "  *** OVER LIMIT ***"
           ELSE
               COMPUTE WS-Line-Value = CUST-Credit-Limit - WS-Exposure
               MOVE WS-Line-Value TO WS-Money-Ed-3
               DISPLAY "    Exposure " WS-Money-Ed "  limit "
                   WS-Money-Ed-2 "  available " WS-Money-Ed-3
           END-IF
       END-IF.

*> ordhist.dat has no customer key - the ORDINQ customer browse.
SHOW-RECENT-ORDERS.
       DISPLAY "  -- Orders since " WS-Order-Cutoff " (ordhist.dat) --"
       MOVE 0 TO WS-Line-Count
       OPEN INPUT OrdHistFile
       IF WS-Hist-Status = '00'
           MOVE 'N' TO WS-Browse-EOF
           MOVE ZEROES TO OH-Hist-Key
           START OrdHistFile KEY NOT < OH-Hist-Key
               INVALID KEY
                   MOVE 'Y' TO WS-Browse-EOF
           END-START
           PERFORM UNTIL WS-Browse-EOF = 'Y'
               READ OrdHistFile NEXT
                   AT END MOVE 'Y' TO WS-Browse-EOF
                   NOT AT END
                       IF OH-Cust-Ident = Ident
                          AND OH-Date NOT < WS-Order-Cutoff
                           ADD 1 TO WS-Line-Count
                           MOVE OH-Total TO WS-Money-Ed
                           DISPLAY "    Order " OH-Number " of "
                               OH-Date " lines " OH-Line-Count
                               " total " WS-Money-Ed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OrdHistFile
       END-IF
       IF WS-Line-Count = 0
           DISPLAY "    No orders in the last 90 days"
       END-IF.

SHOW-BACKORDERS.
       DISPLAY "  -- Open backorders (backorder.dat) --"
       MOVE 0 TO WS-Line-Count
       MOVE 'N' TO WS-File-EOF
       OPEN INPUT BackorderFile
       IF WS-Backorder-Status NOT = '00'
           MOVE 'Y' TO WS-File-EOF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ BackorderFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   IF BO-Cust-Ident = Ident
                       ADD 1 TO WS-Line-Count
                       DISPLAY "    Order " BO-Order-Number " of "
                           BO-Date " " BO-Prod-Name " short "
                           BO-Qty-Short " sizes " BO-Sizes
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Backorder-Status NOT = '35'
           CLOSE BackorderFile
       END-IF
       IF WS-Line-Count = 0
           DISPLAY "    No open backorders"
       END-IF.

SHOW-UNAPPLIED-CASH.
       DISPLAY "  -- Open unapplied cash (unapplied.dat) --"
       MOVE 0 TO WS-Line-Count
       MOVE 'N' TO WS-File-EOF
       OPEN INPUT UnapFile
       IF WS-Unap-Status NOT = '00'
           MOVE 'Y' TO WS-File-EOF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ UnapFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   IF UA-Cust-Ident = Ident AND UA-Open
                       ADD 1 TO WS-Line-Count
                       MOVE UA-Amount TO WS-Money-Ed
                       DISPLAY "    Item " UA-Number " of "
                           UA-Received-Date " check " UA-Check-Number
                           " " WS-Money-Ed " " UA-Reason
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Unap-Status NOT = '35'
           CLOSE UnapFile
       END-IF
       IF WS-Line-Count = 0
           DISPLAY "    No open unapplied cash"
       END-IF.

SHOW-LATE-CHARGES.
       DISPLAY "  -- Late charges assessed (lateasmt.dat) --"
       MOVE 0 TO WS-Line-Count
       MOVE 'N' TO WS-File-EOF
       OPEN INPUT AsmtFile
       IF WS-Asmt-Status NOT = '00'
           MOVE 'Y' TO WS-File-EOF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ AsmtFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   IF LA-Cust-Ident = Ident
                       ADD 1 TO WS-Line-Count
                       DISPLAY "    Inv " LA-Invoice-Number " of "
                           LA-Invoice-Date " inst " LA-Seq
                           " charged on " LA-Assessed-On
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Asmt-Status NOT = '35'
           CLOSE AsmtFile
       END-IF
       IF WS-Line-Count = 0
           DISPLAY "    No late charges assessed"
       END-IF.

*> One dated journal per day the cash desk worked; a day with no
*> journal is simply skipped.
SHOW-RECENT-PAYMENTS.
       DISPLAY "  -- Payments, last 30 days (cashjrnl_*.dat) --"
       MOVE 0 TO WS-Line-Count
       MOVE ZEROES TO WS-Paid-Total
       MOVE WS-Today TO WS-Walk-Date-Num
       PERFORM VARYING WS-Day-Back FROM 0 BY 1 UNTIL WS-Day-Back > 30
           PERFORM SHOW-ONE-JOURNAL
           PERFORM PREV-CALENDAR-DAY
       END-PERFORM
       IF WS-Line-Count = 0
           DISPLAY "    No payments in the last 30 days"
       ELSE
           MOVE WS-Paid-Total TO WS-Money-Ed
           DISPLAY "    Total paid " WS-Money-Ed
       END-IF.

SHOW-ONE-JOURNAL.
       MOVE SPACES TO WS-Journal-Name
       STRING "cashjrnl_" WS-Walk-Date-Num ".dat" DELIMITED BY SIZE
           INTO WS-Journal-Name
       MOVE 'N' TO WS-File-EOF
       OPEN INPUT JournalFile
       IF WS-Journal-Status NOT = '00'
           MOVE 'Y' TO WS-File-EOF
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ JournalFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   IF CJ-Cust-Ident = Ident
                       ADD 1 TO WS-Line-Count
                       ADD CJ-Applied TO WS-Paid-Total
                       MOVE CJ-Applied TO WS-Money-Ed
                       DISPLAY "    " CJ-Date " " WS-Money-Ed " "
                           CJ-Action " inv " CJ-Invoice-No " inst "
                           CJ-Seq " by " CJ-Operator
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Journal-Status NOT = '35'
           CLOSE JournalFile
       END-IF.

PREV-CALENDAR-DAY.
       SUBTRACT 1 FROM WS-Walk-Day
       IF WS-Walk-Day = 0
           SUBTRACT 1 FROM WS-Walk-Month
           IF WS-Walk-Month = 0
               MOVE 12 TO WS-Walk-Month
               SUBTRACT 1 FROM WS-Walk-Year
           END-IF
           MOVE WS-Days-In-Month(WS-Walk-Month) TO WS-Month-Len
           IF WS-Walk-Month = 2
               DIVIDE WS-Walk-Year BY 4 GIVING WS-Leap-Quot
                   REMAINDER WS-Leap-Rem
               IF WS-Leap-Rem = 0
                   MOVE 29 TO WS-Month-Len
                   DIVIDE WS-Walk-Year BY 100 GIVING WS-Leap-Quot
                       REMAINDER WS-Leap-Rem
                   IF WS-Leap-Rem = 0
                       DIVIDE WS-Walk-Year BY 400 GIVING WS-Leap-Quot
                           REMAINDER WS-Leap-Rem
                       IF WS-Leap-Rem NOT = 0
                           MOVE 28 TO WS-Month-Len
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-Month-Len TO WS-Walk-Day
       END-IF.
