       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FEEBILL.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> School fee billing for daily_batch.sh, run right after the
*> shop's batch invoicing. Activity, lab and field trip fees were
*> billed to families on paper, outside the receivables everything
*> else is collected through. This step bills them the way BILLING
*> bills a shipment: every placed student on sections.dat (the
*> grade GRDROSTR dealt them into tonight) is charged each fee on
*> the schedule feesched.dat (the shared FEESCHED layout FEEMNT
*> maintains) that is for their grade or for every grade and whose
*> billing window takes in the processing date, unless the fee
*> history feehist.dat (the shared FEEHIST layout) shows it already
*> billed to them under the same bill-from date. A student's fees
*> for the night make one invoice to the responsible party linked
*> on stuparty.dat (PARTYMNT): a number from the invnum.ctl
*> control record, rewritten BEFORE the invoice is written as in
*> BILLING; the invoice document, with the family's name and
*> address pulled by keyed READ on custmast2.dat and the student
*> and each fee listed, to feeinv.txt; and a single receivable
*> installment due one month out (BILLING's due-date rule) staged
*> on openinst.add, so the fee shows on the family's statement and
*> is paid through CASHRCPT like any other installment. Each fee
*> billed is remembered on feehist.add. Both .add files are folded
*> in by daily_batch.sh only once the step completes, so a rerun
*> rebuilds the night's fees instead of billing them twice. A
*> student with fees due and no responsible party, or one linked
*> to an Ident no longer on custmast2.dat, is not billed: the
*> register feereg.txt lists them and a warning alert goes to the
*> alert log, and the fees are billed on the first night after the
*> link is put right. The night's fees are fed to the general
*> ledger DR receivables / CR school fee income. Students read vs.
*> invoiced, held for a party, or with nothing due go to
*> reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT FeeSchedFile ASSIGN TO 'feesched.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Fee-Status.
       SELECT PartyFile ASSIGN TO 'stuparty.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Party-Status.
       SELECT SectFile ASSIGN TO 'sections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sect-Status.
       SELECT RosterFile ASSIGN TO 'student2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.
       SELECT FeeHistFile ASSIGN TO 'feehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Hist-Status.
       SELECT FeeHistAddFile ASSIGN TO 'feehist.add'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.
       SELECT InvCtlFile ASSIGN TO 'invnum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvCtl-Status.
       SELECT FeeInvFile ASSIGN TO 'feeinv.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RegisterFile ASSIGN TO 'feereg.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InstFile ASSIGN TO 'openinst.add'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inst-Status.

DATA DIVISION.
FILE SECTION.
FD FeeSchedFile.
01 FeeSchedRec.
       COPY FEESCHED.

FD PartyFile.
01 PartyRec.
       COPY STUPARTY.

FD SectFile.
01 SectRec.
       COPY SECTREC.

FD RosterFile.
01 RosterRec.
       COPY STUDREC.

FD FeeHistFile.
01 FeeHistRec.
       COPY FEEHIST.

FD FeeHistAddFile.
01 FeeHistAddRec.
       COPY FEEHIST REPLACING LEADING ==FH-== BY ==FA-==.

FD CustMastFile.
01 Customer.
       COPY CUSTREC.

FD InvCtlFile.
01 InvCtlRec.
       02 IC-Last-Invoice-Number PIC 9(6).

FD FeeInvFile.
01 FeeInvLine PIC X(80).

FD RegisterFile.
01 RegisterLine PIC X(90).

FD InstFile.
01 InstRec.
       02 IN-Cust-Ident   PIC 9(3).
       02 IN-Invoice-Date PIC 9(8).
       02 IN-Seq          PIC 9.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
       02 IN-Invoice-Number PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-Fee-Status    PIC XX.
01 WS-Party-Status  PIC XX.
01 WS-Sect-Status   PIC XX.
01 WS-Roster-Status PIC XX.
01 WS-Hist-Status   PIC XX.
01 WS-Cust-Status   PIC XX.
01 WS-InvCtl-Status PIC XX.
01 WS-Inst-Status   PIC XX.
01 WS-Fee-EOF       PIC X VALUE 'N'.
01 WS-Party-EOF     PIC X VALUE 'N'.
01 WS-Sect-EOF      PIC X VALUE 'N'.
01 WS-Roster-EOF    PIC X VALUE 'N'.
01 WS-Hist-EOF      PIC X VALUE 'N'.
*> The schedule entries whose billing window takes in tonight.
01 WS-Fee-Table.
       02 WS-Fee-Entry OCCURS 200 TIMES.
           COPY FEESCHED REPLACING LEADING ==FS-== BY ==WS-FT-==.
01 WS-Fee-Count     PIC 9(3) VALUE 0.
01 WS-Fee-Idx       PIC 9(3) VALUE 0.
01 WS-Party-Table.
       02 WS-Party-Entry OCCURS 5000 TIMES.
           COPY STUPARTY REPLACING LEADING ==SP-== BY ==WS-PT-==.
01 WS-Party-Count   PIC 9(4) VALUE 0.
01 WS-Party-Idx     PIC 9(4) VALUE 0.
01 WS-Party-Hit-Idx PIC 9(4) VALUE 0.
01 WS-Party-Found   PIC X VALUE 'N'.
       88 PartyFound VALUE 'Y'.
01 WS-Stu-Table.
       02 WS-Stu-Entry OCCURS 5000 TIMES.
           03 WS-Stu-IDNum PIC 9(6).
           03 WS-Stu-Name  PIC X(30).
01 WS-Stu-Count     PIC 9(4) VALUE 0.
01 WS-Stu-Idx       PIC 9(4) VALUE 0.
01 WS-Stu-Found     PIC X VALUE 'N'.
       88 StuFound VALUE 'Y'.
*> Fees already billed under a bill-from date still on the
*> schedule - older history can never match and is not loaded.
01 WS-Billed-Table.
       02 WS-Billed-Entry OCCURS 20000 TIMES.
           03 WS-BT-IDNum     PIC 9(6).
           03 WS-BT-Fee-Code  PIC X(6).
           03 WS-BT-Bill-From PIC 9(8).
01 WS-Billed-Count  PIC 9(5) VALUE 0.
01 WS-Billed-Idx    PIC 9(5) VALUE 0.
01 WS-Billed-Found  PIC X VALUE 'N'.
       88 AlreadyBilled VALUE 'Y'.
01 WS-Hist-Wanted   PIC X VALUE 'N'.
       88 HistWanted VALUE 'Y'.
*> The current student's fees due tonight; past 20 the rest wait
*> for tomorrow night's run.
01 WS-Due-Table.
       02 WS-Due-Entry OCCURS 20 TIMES.
           03 WS-Due-Fee-Idx PIC 9(3).
01 WS-Due-Count     PIC 99 VALUE 0.
01 WS-Due-Idx       PIC 99 VALUE 0.
01 WS-Stu-IDNum-Cur PIC 9(6).
01 WS-Stu-Grade-Cur PIC 99.
01 WS-Stu-Name-Cur  PIC X(30).
01 WS-Stu-Fee-Total PIC 9(8)V99 VALUE ZEROES.
01 WS-Inv-Cust-Ident PIC 9(3).
01 WS-Inv-Cust-Found PIC X VALUE 'N'.
       88 InvCustFound VALUE 'Y'.
01 WS-Read-Count     PIC 9(8) VALUE 0.
01 WS-Invoiced-Count PIC 9(8) VALUE 0.
01 WS-No-Party-Count PIC 9(8) VALUE 0.
01 WS-Nothing-Due-Count PIC 9(8) VALUE 0.
01 WS-Fees-Billed-Count PIC 9(8) VALUE 0.
01 WS-Billed-Total  PIC 9(10)V99 VALUE ZEROES.
01 WS-Next-Invoice-Number PIC 9(6) VALUE 0.
01 WS-Proc-Date.
       02 WS-Proc-Year  PIC 9(4).
       02 WS-Proc-Month PIC 99.
       02 WS-Proc-Day   PIC 99.
01 WS-Proc-Date-Num REDEFINES WS-Proc-Date PIC 9(8).
01 WS-Inst-Idx    PIC 9 VALUE 1.
01 WS-Due-Year    PIC 9(4).
01 WS-Due-Month   PIC 99.
01 WS-Due-Day     PIC 99.
01 WS-Due-Date.
       02 WS-Due-Date-Year  PIC 9(4).
       02 WS-Due-Date-Month PIC 99.
       02 WS-Due-Date-Day   PIC 99.
01 WS-Days-Table.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 29.
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
01 WS-Audit-Program PIC X(8) VALUE "FEEBILL".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "School fee billing".
01 WS-Recon-Out     PIC 9(8).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM OPEN-CUSTOMER-MASTER
       PERFORM READ-INVOICE-CONTROL
       PERFORM LOAD-FEE-SCHEDULE
       PERFORM LOAD-PARTY-LINKS
       PERFORM LOAD-STUDENT-NAMES
       PERFORM LOAD-FEES-BILLED
       OPEN OUTPUT FeeInvFile
       OPEN OUTPUT RegisterFile
       MOVE SPACES TO RegisterLine
       STRING "School Fee Register - " WS-Proc-Date
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       OPEN OUTPUT InstFile
       OPEN OUTPUT FeeHistAddFile
       OPEN INPUT SectFile
       IF WS-Sect-Status NOT = '00'
           DISPLAY "No sections.dat (status " WS-Sect-Status
               ") - no placed students to bill"
       ELSE
           PERFORM UNTIL WS-Sect-EOF = 'Y'
               READ SectFile
                   AT END MOVE 'Y' TO WS-Sect-EOF
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM BILL-ONE-STUDENT
                           THRU BILL-ONE-STUDENT-EXIT
               END-READ
           END-PERFORM
           CLOSE SectFile
       END-IF
       CLOSE FeeHistAddFile
       CLOSE InstFile
       MOVE WS-Billed-Total TO WS-Money-Ed
       MOVE SPACES TO RegisterLine
       STRING "Fee invoices written.............: "
           WS-Invoiced-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Fees billed......................: "
           WS-Fees-Billed-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Total billed.....................: " WS-Money-Ed
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Students held - no billable party: "
           WS-No-Party-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       CLOSE RegisterFile
       CLOSE FeeInvFile
       CLOSE CustMastFile
       IF WS-No-Party-Count > 0
           MOVE 'W' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING WS-No-Party-Count " student(s) with fees due have"
               " no billable party"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF
       PERFORM FEED-GENERAL-LEDGER
       DISPLAY "FEEBILL: " WS-Invoiced-Count " fee invoice(s) written, "
           WS-No-Party-Count " student(s) held for a responsible party"
       COMPUTE WS-Recon-Out = WS-Invoiced-Count + WS-No-Party-Count
           + WS-Nothing-Due-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - cannot address fee invoices"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

READ-INVOICE-CONTROL.
       MOVE 0 TO WS-Next-Invoice-Number
       OPEN INPUT InvCtlFile
       IF WS-InvCtl-Status = '00'
           READ InvCtlFile
               NOT AT END
                   MOVE IC-Last-Invoice-Number
                       TO WS-Next-Invoice-Number
           END-READ
           CLOSE InvCtlFile
       END-IF.

*> Rewritten per invoice, always BEFORE the documents - the
*> ordnum.ctl rule: the control record must never lag a number
*> already used.
WRITE-INVOICE-CONTROL.
       OPEN OUTPUT InvCtlFile
       MOVE WS-Next-Invoice-Number TO IC-Last-Invoice-Number
       WRITE InvCtlRec
       CLOSE InvCtlFile.

*> Only entries billable tonight are kept. A missing schedule
*> bills nothing.
LOAD-FEE-SCHEDULE.
       OPEN INPUT FeeSchedFile
       IF WS-Fee-Status = '00'
           PERFORM UNTIL WS-Fee-EOF = 'Y'
               READ FeeSchedFile
                   AT END MOVE 'Y' TO WS-Fee-EOF
                   NOT AT END
                       IF FS-Bill-From NOT > WS-Proc-Date-Num AND
                          (FS-Bill-Until = ZEROES OR
                           FS-Bill-Until NOT < WS-Proc-Date-Num)
                           IF WS-Fee-Count >= 200
                               MOVE "feesched.dat overflowed FEEBILL fee table"
                                   TO WS-Alert-Message
                               PERFORM ABANDON-RUN
                           END-IF
                           ADD 1 TO WS-Fee-Count
                           MOVE FeeSchedRec TO
                               WS-Fee-Entry(WS-Fee-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeeSchedFile
       END-IF.

LOAD-PARTY-LINKS.
       OPEN INPUT PartyFile
       IF WS-Party-Status = '00'
           PERFORM UNTIL WS-Party-EOF = 'Y'
               READ PartyFile
                   AT END MOVE 'Y' TO WS-Party-EOF
                   NOT AT END
                       IF WS-Party-Count >= 5000
                           MOVE "stuparty.dat overflowed FEEBILL link table"
                               TO WS-Alert-Message
                           PERFORM ABANDON-RUN
                       END-IF
                       ADD 1 TO WS-Party-Count
                       MOVE PartyRec TO
                           WS-Party-Entry(WS-Party-Count)
               END-READ
           END-PERFORM
           CLOSE PartyFile
       END-IF.

*> Names for the invoices only - a student missing from the roster
*> is still billed, under their ID.
LOAD-STUDENT-NAMES.
       OPEN INPUT RosterFile
       IF WS-Roster-Status = '00'
           PERFORM UNTIL WS-Roster-EOF = 'Y'
               READ RosterFile
                   AT END MOVE 'Y' TO WS-Roster-EOF
                   NOT AT END
                       IF WS-Stu-Count < 5000
                           ADD 1 TO WS-Stu-Count
                           MOVE STU-IDNum TO WS-Stu-IDNum(WS-Stu-Count)
                           MOVE STU-Name TO WS-Stu-Name(WS-Stu-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RosterFile
       END-IF.

*> An overflow here would let a fee be billed twice, so it
*> abandons the run like the other tables.
LOAD-FEES-BILLED.
       OPEN INPUT FeeHistFile
       IF WS-Hist-Status = '00'
           PERFORM UNTIL WS-Hist-EOF = 'Y'
               READ FeeHistFile
                   AT END MOVE 'Y' TO WS-Hist-EOF
                   NOT AT END
                       PERFORM CHECK-HISTORY-WANTED
                       IF HistWanted
                           IF WS-Billed-Count >= 20000
                               MOVE "feehist.dat overflowed FEEBILL billed table"
                                   TO WS-Alert-Message
                               PERFORM ABANDON-RUN
                           END-IF
                           ADD 1 TO WS-Billed-Count
                           MOVE FH-IDNum TO
                               WS-BT-IDNum(WS-Billed-Count)
                           MOVE FH-Fee-Code TO
                               WS-BT-Fee-Code(WS-Billed-Count)
                           MOVE FH-Bill-From TO
                               WS-BT-Bill-From(WS-Billed-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeeHistFile
       END-IF.

CHECK-HISTORY-WANTED.
       MOVE 'N' TO WS-Hist-Wanted
       PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
               UNTIL WS-Fee-Idx > WS-Fee-Count OR HistWanted
           IF WS-FT-Fee-Code(WS-Fee-Idx) = FH-Fee-Code AND
              WS-FT-Bill-From(WS-Fee-Idx) = FH-Bill-From
               MOVE 'Y' TO WS-Hist-Wanted
           END-IF
       END-PERFORM.

*> Nothing has been written and no invoice number reserved when
*> this runs, so the rerun after the table is enlarged starts
*> clean.
ABANDON-RUN.
       MOVE 'C' TO WS-Alert-Severity
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE 16 TO RETURN-CODE
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

*> One placed student: the fees due for their grade and not yet
*> billed to them, then one invoice to their responsible party.
BILL-ONE-STUDENT.
       MOVE SEC-IDNum TO WS-Stu-IDNum-Cur
       MOVE SEC-Grade TO WS-Stu-Grade-Cur
       MOVE 0 TO WS-Due-Count
       MOVE ZEROES TO WS-Stu-Fee-Total
       PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
               UNTIL WS-Fee-Idx > WS-Fee-Count
           IF WS-FT-Grade(WS-Fee-Idx) = WS-Stu-Grade-Cur OR
              WS-FT-Grade(WS-Fee-Idx) = 99
               PERFORM CHECK-FEE-BILLED
               IF NOT AlreadyBilled AND WS-Due-Count < 20
                   ADD 1 TO WS-Due-Count
                   MOVE WS-Fee-Idx TO WS-Due-Fee-Idx(WS-Due-Count)
                   ADD WS-FT-Amount(WS-Fee-Idx) TO WS-Stu-Fee-Total
               END-IF
           END-IF
       END-PERFORM
       IF WS-Due-Count = 0
           ADD 1 TO WS-Nothing-Due-Count
           GO TO BILL-ONE-STUDENT-EXIT
       END-IF
       PERFORM FIND-STUDENT-NAME
       PERFORM FIND-PARTY-LINK
       MOVE WS-Stu-Fee-Total TO WS-Money-Ed
       IF NOT PartyFound
           ADD 1 TO WS-No-Party-Count
           MOVE SPACES TO RegisterLine
           STRING "Student " WS-Stu-IDNum-Cur " " DELIMITED BY SIZE
               WS-Stu-Name-Cur DELIMITED BY "  "
               " " WS-Money-Ed " NOT BILLED - no responsible party"
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
           GO TO BILL-ONE-STUDENT-EXIT
       END-IF
       MOVE WS-PT-Cust-Ident(WS-Party-Hit-Idx) TO WS-Inv-Cust-Ident
       PERFORM LOOK-UP-INVOICE-CUSTOMER
       IF NOT InvCustFound
           ADD 1 TO WS-No-Party-Count
           MOVE SPACES TO RegisterLine
           STRING "Student " WS-Stu-IDNum-Cur " " DELIMITED BY SIZE
               WS-Stu-Name-Cur DELIMITED BY "  "
               " " WS-Money-Ed " NOT BILLED - party "
               WS-Inv-Cust-Ident " not on customer master"
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
           GO TO BILL-ONE-STUDENT-EXIT
       END-IF
       PERFORM INVOICE-STUDENT-FEES.

BILL-ONE-STUDENT-EXIT.
       EXIT.

CHECK-FEE-BILLED.
       MOVE 'N' TO WS-Billed-Found
       PERFORM VARYING WS-Billed-Idx FROM 1 BY 1
               UNTIL WS-Billed-Idx > WS-Billed-Count OR AlreadyBilled
           IF WS-BT-IDNum(WS-Billed-Idx) = WS-Stu-IDNum-Cur AND
              WS-BT-Fee-Code(WS-Billed-Idx) =
                  WS-FT-Fee-Code(WS-Fee-Idx) AND
              WS-BT-Bill-From(WS-Billed-Idx) =
                  WS-FT-Bill-From(WS-Fee-Idx)
               MOVE 'Y' TO WS-Billed-Found
           END-IF
       END-PERFORM.

FIND-STUDENT-NAME.
       MOVE "(not on student2.dat)" TO WS-Stu-Name-Cur
       MOVE 'N' TO WS-Stu-Found
       PERFORM VARYING WS-Stu-Idx FROM 1 BY 1
               UNTIL WS-Stu-Idx > WS-Stu-Count OR StuFound
           IF WS-Stu-IDNum(WS-Stu-Idx) = WS-Stu-IDNum-Cur
               MOVE 'Y' TO WS-Stu-Found
               MOVE WS-Stu-Name(WS-Stu-Idx) TO WS-Stu-Name-Cur
           END-IF
       END-PERFORM.

FIND-PARTY-LINK.
       MOVE 'N' TO WS-Party-Found
       PERFORM VARYING WS-Party-Idx FROM 1 BY 1
               UNTIL WS-Party-Idx > WS-Party-Count OR PartyFound
           IF WS-PT-IDNum(WS-Party-Idx) = WS-Stu-IDNum-Cur
               MOVE 'Y' TO WS-Party-Found
               MOVE WS-Party-Idx TO WS-Party-Hit-Idx
           END-IF
       END-PERFORM.

LOOK-UP-INVOICE-CUSTOMER.
       MOVE 'N' TO WS-Inv-Cust-Found
       MOVE WS-Inv-Cust-Ident TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-Inv-Cust-Found
       END-READ.

INVOICE-STUDENT-FEES.
       ADD 1 TO WS-Next-Invoice-Number
       PERFORM WRITE-INVOICE-CONTROL
       ADD 1 TO WS-Invoiced-Count
       ADD WS-Stu-Fee-Total TO WS-Billed-Total
       PERFORM PRINT-FEE-INVOICE
       PERFORM WRITE-FEE-INSTALLMENT
       PERFORM WRITE-FEE-HISTORY
           VARYING WS-Due-Idx FROM 1 BY 1
           UNTIL WS-Due-Idx > WS-Due-Count
       MOVE WS-Stu-Fee-Total TO WS-Money-Ed
       MOVE SPACES TO RegisterLine
       STRING "Student " WS-Stu-IDNum-Cur " invoiced as "
           WS-Next-Invoice-Number " cust " WS-Inv-Cust-Ident " "
           WS-Money-Ed " " WS-Due-Count " fee(s)"
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.

PRINT-FEE-INVOICE.
       MOVE SPACES TO FeeInvLine
       WRITE FeeInvLine
       MOVE SPACES TO FeeInvLine
       STRING "S C H O O L   F E E S  " WS-Next-Invoice-Number
           "          " WS-Proc-Date
           DELIMITED BY SIZE INTO FeeInvLine
       WRITE FeeInvLine
       MOVE SPACES TO FeeInvLine
       STRING "Customer " WS-Inv-Cust-Ident "  " CustName
           DELIMITED BY SIZE INTO FeeInvLine
       WRITE FeeInvLine
       MOVE SPACES TO FeeInvLine
       STRING "         " CUST-Street
           DELIMITED BY SIZE INTO FeeInvLine
       WRITE FeeInvLine
       MOVE SPACES TO FeeInvLine
       STRING "         " CUST-City " " CUST-State " " CUST-Zip
           DELIMITED BY SIZE INTO FeeInvLine
       WRITE FeeInvLine
       MOVE SPACES TO FeeInvLine
       STRING "For student " WS-Stu-IDNum-Cur " " DELIMITED BY SIZE
           WS-Stu-Name-Cur DELIMITED BY "  "
           " grade " WS-Stu-Grade-Cur
           DELIMITED BY SIZE INTO FeeInvLine
       WRITE FeeInvLine
       PERFORM VARYING WS-Due-Idx FROM 1 BY 1
               UNTIL WS-Due-Idx > WS-Due-Count
           MOVE WS-Due-Fee-Idx(WS-Due-Idx) TO WS-Fee-Idx
           MOVE WS-FT-Amount(WS-Fee-Idx) TO WS-Money-Ed
           MOVE SPACES TO FeeInvLine
           STRING "  " WS-FT-Fee-Code(WS-Fee-Idx) " "
               WS-FT-Description(WS-Fee-Idx) "  " WS-Money-Ed
               DELIMITED BY SIZE INTO FeeInvLine
           WRITE FeeInvLine
       END-PERFORM
       MOVE WS-Stu-Fee-Total TO WS-Money-Ed
       MOVE SPACES TO FeeInvLine
       STRING "Invoice total.........: " WS-Money-Ed
           DELIMITED BY SIZE INTO FeeInvLine
       WRITE FeeInvLine.

*> One installment for the whole invoice, due a month out by
*> BILLING's rule.
WRITE-FEE-INSTALLMENT.
       MOVE 1 TO WS-Inst-Idx
       MOVE WS-Inv-Cust-Ident TO IN-Cust-Ident
       MOVE WS-Proc-Date TO IN-Invoice-Date
       MOVE WS-Inst-Idx TO IN-Seq
       PERFORM COMPUTE-INSTALLMENT-DUE-DATE
       MOVE WS-Due-Date TO IN-Due-Date
       MOVE WS-Stu-Fee-Total TO IN-Amount
       MOVE 'N' TO IN-Paid-Flag
       MOVE WS-Next-Invoice-Number TO IN-Invoice-Number
       WRITE InstRec
       MOVE IN-Amount TO WS-Money-Ed
       MOVE SPACES TO FeeInvLine
       STRING "  Payment due " WS-Due-Date ": " WS-Money-Ed
           DELIMITED BY SIZE INTO FeeInvLine
       WRITE FeeInvLine.

COMPUTE-INSTALLMENT-DUE-DATE.
       COMPUTE WS-Due-Month = WS-Proc-Month + WS-Inst-Idx
       MOVE WS-Proc-Year TO WS-Due-Year
       PERFORM UNTIL WS-Due-Month NOT > 12
           SUBTRACT 12 FROM WS-Due-Month
           ADD 1 TO WS-Due-Year
       END-PERFORM
       MOVE WS-Proc-Day TO WS-Due-Day
       IF WS-Due-Day > WS-Days-In-Month(WS-Due-Month)
           MOVE WS-Days-In-Month(WS-Due-Month) TO WS-Due-Day
       END-IF
       MOVE WS-Due-Year TO WS-Due-Date-Year
       MOVE WS-Due-Month TO WS-Due-Date-Month
       MOVE WS-Due-Day TO WS-Due-Date-Day.

WRITE-FEE-HISTORY.
       MOVE WS-Due-Fee-Idx(WS-Due-Idx) TO WS-Fee-Idx
       MOVE WS-Stu-IDNum-Cur TO FA-IDNum
       MOVE WS-FT-Fee-Code(WS-Fee-Idx) TO FA-Fee-Code
       MOVE WS-FT-Bill-From(WS-Fee-Idx) TO FA-Bill-From
       MOVE WS-Inv-Cust-Ident TO FA-Cust-Ident
       MOVE WS-Next-Invoice-Number TO FA-Invoice-Number
       MOVE WS-FT-Amount(WS-Fee-Idx) TO FA-Amount
       MOVE WS-FT-Description(WS-Fee-Idx) TO FA-Description
       MOVE WS-Proc-Date-Num TO FA-Billed-On
       WRITE FeeHistAddRec
       ADD 1 TO WS-Fees-Billed-Count.

*> The night's fees as one balanced pair of feed lines: DR
*> accounts receivable, CR school fee income. A night that billed
*> nothing feeds nothing.
FEED-GENERAL-LEDGER.
       IF WS-Billed-Total > 0
           MOVE 1200 TO WS-GL-Account
           MOVE WS-Billed-Total TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 4200 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Billed-Total TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.
