       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYPLAN.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Payment plan restructuring. When a customer falls behind and
*> collections agrees a new schedule over the phone, the only way
*> to put it on the books was to hand-edit openinst.dat. Supervisor
*> role only - anyone else signing on is refused and the refusal
*> written to runaudit.txt. For a customer (keyed READ on
*> custmast2.dat) the supervisor is shown every open installment
*> and the total owed, broken into the installments proper and the
*> late charges on them (the sequence 0 installments LATECHG
*> raises, with the assessments it remembers on lateasmt.dat), then
*> keys the number of new installments (1 to 9) and the first due
*> date; the rest fall due monthly on the same day (clamped to the
*> month end). The total is spread evenly, the odd cents on the
*> last. On confirmation:
*>   - every open installment of the customer is closed as
*>     superseded (IN-Paid-Flag 'S') - kept, never deleted;
*>   - the plan is numbered from invnum.ctl, the control record
*>     BILLING numbers invoices from (so a plan reference can never
*>     collide with an invoice number, and LOCKBOX can match a check
*>     quoting it), rewritten before anything else the ordnum.ctl
*>     way;
*>   - the new installments are added carrying the plan reference
*>     in IN-Invoice-Number, the plan date in IN-Invoice-Date and
*>     IN-Paid-Flag 'P' (open, on a plan); AGERPT, DUNLET and
*>     LATECHG treat a customer whose plan installments are none of
*>     them past due as current;
*>   - the plan is added to the register payplan.dat and stamped
*>     to runaudit.txt.
*> openinst.dat is loaded to a table and written back at sign-off
*> if anything was restructured (the CASHRCPT write-back).
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
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
       SELECT AsmtFile ASSIGN TO 'lateasmt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Asmt-Status.
       SELECT InvCtlFile ASSIGN TO 'invnum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvCtl-Status.
       SELECT PlanFile ASSIGN TO 'payplan.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Plan-Status.

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

FD AsmtFile.
01 AsmtRec.
       02 LA-Cust-Ident   PIC 9(3).
       02 LA-Invoice-Date PIC 9(8).
       02 LA-Seq          PIC 9.
       02 LA-Assessed-On  PIC 9(8).
       02 LA-Invoice-Number PIC 9(6).

FD InvCtlFile.
01 InvCtlRec.
       02 IC-Last-Invoice-Number PIC 9(6).

FD PlanFile.
01 PlanRec.
       02 PP-Plan-Number  PIC 9(6).
       02 PP-Cust-Ident   PIC 9(3).
       02 PP-Plan-Date    PIC 9(8).
       02 PP-Operator     PIC X(8).
       02 PP-Old-Count    PIC 9(3).
       02 PP-Late-Total   PIC 9(8)V99.
       02 PP-Total        PIC 9(8)V99.
       02 PP-Inst-Count   PIC 9.
       02 PP-First-Due    PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-Cust-Status   PIC XX.
01 WS-Inst-Status   PIC XX.
01 WS-Asmt-Status   PIC XX.
01 WS-InvCtl-Status PIC XX.
01 WS-Plan-Status   PIC XX.
01 WS-Inst-EOF      PIC X VALUE 'N'.
01 WS-Asmt-EOF      PIC X VALUE 'N'.
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
01 WS-Inst-Count      PIC 9(3) VALUE 0.
01 WS-Inst-Read-Count PIC 9(8) VALUE 0.
01 WS-Inst-Idx        PIC 9(3) VALUE 0.
01 WS-Action      PIC X.
       88 ActionPlan VALUES 'P', 'p'.
       88 ActionQuit VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed     PIC X VALUE 'N'.
       88 FilesChanged VALUE 'Y'.
01 WS-Ident-Entry PIC X(3).
01 WS-Ident-Valid PIC X VALUE 'N'.
       88 IdentEntryOK VALUE 'Y'.
01 WS-Chk-Idx     PIC 99.
01 WS-Count-Entry PIC X.
01 WS-Count-Num REDEFINES WS-Count-Entry PIC 9.
01 WS-Count-Valid PIC X VALUE 'N'.
       88 CountEntryOK VALUE 'Y'.
01 WS-Date-Entry    PIC X(8).
01 WS-Date-Entry-R REDEFINES WS-Date-Entry.
       02 WS-DE-Year  PIC 9(4).
       02 WS-DE-Month PIC 99.
       02 WS-DE-Day   PIC 99.
01 WS-Date-Entry-Num REDEFINES WS-Date-Entry PIC 9(8).
01 WS-Date-Valid    PIC X VALUE 'N'.
       88 DateEntryOK VALUE 'Y'.
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Start-Day      PIC 99.
01 WS-Month-Len      PIC 99.
01 WS-Leap-Quot      PIC 9(4).
01 WS-Leap-Rem       PIC 9(3).
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
*> The new schedule, worked out and shown before it is confirmed.
01 WS-New-Table.
       02 WS-New-Entry OCCURS 9 TIMES.
           03 WS-New-Due-Date PIC 9(8).
           03 WS-New-Amount   PIC 9(8)V99.
01 WS-New-Count     PIC 9 VALUE 0.
01 WS-New-Idx       PIC 99 VALUE 0.
01 WS-Each-Amount   PIC 9(8)V99 VALUE ZEROES.
01 WS-Spread-Total  PIC 9(8)V99 VALUE ZEROES.
01 WS-Open-Count    PIC 9(3) VALUE 0.
01 WS-Inst-Total    PIC 9(8)V99 VALUE ZEROES.
01 WS-Late-Total    PIC 9(8)V99 VALUE ZEROES.
01 WS-Owed-Total    PIC 9(8)V99 VALUE ZEROES.
01 WS-Asmt-Count    PIC 9(3) VALUE 0.
01 WS-Plan-Number   PIC 9(6) VALUE 0.
01 WS-Confirm       PIC X.
01 WS-Plans-Made    PIC 9(4) VALUE 0.
01 WS-Today         PIC 9(8).
01 WS-Money-Ed      PIC $$$,$$$,$$9.99.
01 WS-Money-Ed-2    PIC $$$,$$$,$$9.99.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "PAYPLAN".
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
       IF NOT OperSupervisor
           DISPLAY "Payment plans REFUSED - supervisor sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Plan attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       ACCEPT WS-Today FROM DATE YYYYMMDD
       PERFORM LOAD-INSTALLMENTS
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - no customers to restructure"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "Payment plan restructuring - openinst.dat"
       PERFORM UNTIL NOT MoreWork
           DISPLAY "Action - P(lan a customer) Q(uit): "
               WITH NO ADVANCING
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN ActionPlan
                   PERFORM RESTRUCTURE-CUSTOMER
                       THRU RESTRUCTURE-CUSTOMER-EXIT
               WHEN OTHER
                   DISPLAY "Invalid action - enter P or Q"
           END-EVALUATE
       END-PERFORM
       CLOSE CustMastFile
       IF FilesChanged
           PERFORM WRITE-INSTALLMENTS-BACK
       END-IF
       DISPLAY "PAYPLAN finished - " WS-Plans-Made " plan(s) made"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

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
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Inst-Status NOT = '35'
           CLOSE InstFile
       END-IF
       IF WS-Inst-Read-Count > WS-Inst-Count
           DISPLAY "openinst.dat overflowed the installment table - "
               "nothing can be restructured this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "openinst.dat overflowed PAYPLAN installment table"
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

RESTRUCTURE-CUSTOMER.
       DISPLAY "Customer Ident (3 digits): " WITH NO ADVANCING
       ACCEPT WS-Ident-Entry
       PERFORM CHECK-IDENT-FORMAT
       IF NOT IdentEntryOK
           DISPLAY "Invalid entry - enter exactly 3 digits"
           GO TO RESTRUCTURE-CUSTOMER-EXIT
       END-IF
       MOVE WS-Ident-Entry TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               DISPLAY "Customer " WS-Ident-Entry " not on file"
               GO TO RESTRUCTURE-CUSTOMER-EXIT
       END-READ
       DISPLAY "  Customer: " CustName "  " CUST-Phone
       PERFORM SHOW-AMOUNT-OWED
       IF WS-Open-Count = 0
           DISPLAY "  Nothing open for this customer"
           GO TO RESTRUCTURE-CUSTOMER-EXIT
       END-IF
       PERFORM GET-VALID-COUNT
       IF WS-Inst-Count + WS-New-Count > 500
           DISPLAY "  openinst.dat has no room for the new "
               "installments - plan not made"
           GO TO RESTRUCTURE-CUSTOMER-EXIT
       END-IF
       PERFORM GET-VALID-FIRST-DUE
       PERFORM BUILD-NEW-SCHEDULE
       PERFORM SHOW-NEW-SCHEDULE
       DISPLAY "Supersede " WS-Open-Count " installment(s) with this "
           "plan (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "  Plan not made"
           GO TO RESTRUCTURE-CUSTOMER-EXIT
       END-IF
       PERFORM RESERVE-PLAN-NUMBER
       PERFORM APPLY-NEW-SCHEDULE
       PERFORM WRITE-PLAN-REGISTER
       MOVE 'Y' TO WS-Changed
       ADD 1 TO WS-Plans-Made
       MOVE "RESTRUCT" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Plan " WS-Plan-Number " cust " Ident " "
           WS-Open-Count " old " WS-New-Count " new"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  Plan " WS-Plan-Number " made".

RESTRUCTURE-CUSTOMER-EXIT.
       EXIT.

CHECK-IDENT-FORMAT.
       MOVE 'Y' TO WS-Ident-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 3
           IF WS-Ident-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Ident-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Ident-Valid
           END-IF
       END-PERFORM.

*> Everything open is owed: the installments proper and the
*> sequence 0 late charges raised on them. The assessments behind
*> those charges are listed off lateasmt.dat.
SHOW-AMOUNT-OWED.
       MOVE 0 TO WS-Open-Count
       MOVE ZEROES TO WS-Inst-Total
       MOVE ZEROES TO WS-Late-Total
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = Ident AND
              NOT TabClosed(WS-Inst-Idx)
               ADD 1 TO WS-Open-Count
               IF WS-Tab-Seq(WS-Inst-Idx) = 0
                   ADD WS-Tab-Amount(WS-Inst-Idx) TO WS-Late-Total
               ELSE
                   ADD WS-Tab-Amount(WS-Inst-Idx) TO WS-Inst-Total
               END-IF
               MOVE WS-Tab-Amount(WS-Inst-Idx) TO WS-Money-Ed
               DISPLAY "  Invoice " WS-Tab-Invoice-No(WS-Inst-Idx)
                   " of " WS-Tab-Invoice-Date(WS-Inst-Idx)
                   " installment " WS-Tab-Seq(WS-Inst-Idx)
                   " due " WS-Tab-Due-Date(WS-Inst-Idx)
                   "  " WS-Money-Ed " " WS-Tab-Paid-Flag(WS-Inst-Idx)
           END-IF
       END-PERFORM
       PERFORM SHOW-LATE-ASSESSMENTS
       COMPUTE WS-Owed-Total = WS-Inst-Total + WS-Late-Total
       MOVE WS-Inst-Total TO WS-Money-Ed
       MOVE WS-Late-Total TO WS-Money-Ed-2
       DISPLAY "  Installments " WS-Money-Ed "  late charges "
           WS-Money-Ed-2
       MOVE WS-Owed-Total TO WS-Money-Ed
       DISPLAY "  Total owed   " WS-Money-Ed.

SHOW-LATE-ASSESSMENTS.
       MOVE 0 TO WS-Asmt-Count
       MOVE 'N' TO WS-Asmt-EOF
       OPEN INPUT AsmtFile
       IF WS-Asmt-Status NOT = '00'
           MOVE 'Y' TO WS-Asmt-EOF
       END-IF
       PERFORM UNTIL WS-Asmt-EOF = 'Y'
           READ AsmtFile
               AT END MOVE 'Y' TO WS-Asmt-EOF
               NOT AT END
                   IF LA-Cust-Ident = Ident
                       ADD 1 TO WS-Asmt-Count
                       DISPLAY "  Late charge assessed " LA-Assessed-On
                           " on invoice " LA-Invoice-Number " of "
                           LA-Invoice-Date " installment " LA-Seq
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Asmt-Status NOT = '35'
           CLOSE AsmtFile
       END-IF.

GET-VALID-COUNT.
       MOVE 'N' TO WS-Count-Valid
       PERFORM UNTIL CountEntryOK
           DISPLAY "Number of new installments (1-9): "
               WITH NO ADVANCING
           ACCEPT WS-Count-Entry
           IF WS-Count-Entry NUMERIC AND WS-Count-Num > 0
               MOVE 'Y' TO WS-Count-Valid
           ELSE
               DISPLAY "Invalid entry - enter 1 to 9"
           END-IF
       END-PERFORM
       MOVE WS-Count-Num TO WS-New-Count.

GET-VALID-FIRST-DUE.
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "First due date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           PERFORM CHECK-DATE-ENTRY
           IF DateEntryOK AND WS-Date-Entry-Num < WS-Today
               DISPLAY "The first due date cannot be in the past"
               MOVE 'N' TO WS-Date-Valid
           END-IF
           IF NOT DateEntryOK
               DISPLAY "Invalid date - enter YYYYMMDD"
           END-IF
       END-PERFORM.

CHECK-DATE-ENTRY.
       MOVE 'N' TO WS-Date-Valid
       IF WS-Date-Entry NUMERIC
           IF WS-DE-Month >= 1 AND WS-DE-Month <= 12
               MOVE WS-Date-Entry-Num TO WS-Walk-Date-Num
               PERFORM SET-MONTH-LENGTH
               IF WS-DE-Day >= 1 AND WS-DE-Day <= WS-Month-Len
                   MOVE 'Y' TO WS-Date-Valid
               END-IF
           END-IF
       END-IF.

*> Even shares, the odd cents on the last; monthly on the first
*> due date's day, clamped to the end of a shorter month.
BUILD-NEW-SCHEDULE.
       DIVIDE WS-Owed-Total BY WS-New-Count GIVING WS-Each-Amount
       MOVE ZEROES TO WS-Spread-Total
       MOVE WS-Date-Entry-Num TO WS-Walk-Date-Num
       MOVE WS-Walk-Day TO WS-Start-Day
       PERFORM VARYING WS-New-Idx FROM 1 BY 1
               UNTIL WS-New-Idx > WS-New-Count
           IF WS-New-Idx > 1
               PERFORM NEXT-CALENDAR-MONTH
           END-IF
           MOVE WS-Walk-Date-Num TO WS-New-Due-Date(WS-New-Idx)
           IF WS-New-Idx = WS-New-Count
               COMPUTE WS-New-Amount(WS-New-Idx) =
                   WS-Owed-Total - WS-Spread-Total
           ELSE
               MOVE WS-Each-Amount TO WS-New-Amount(WS-New-Idx)
               ADD WS-Each-Amount TO WS-Spread-Total
           END-IF
       END-PERFORM.

SHOW-NEW-SCHEDULE.
       DISPLAY "  New schedule:"
       PERFORM VARYING WS-New-Idx FROM 1 BY 1
               UNTIL WS-New-Idx > WS-New-Count
           MOVE WS-New-Amount(WS-New-Idx) TO WS-Money-Ed
           DISPLAY "    Installment " WS-New-Idx " due "
               WS-New-Due-Date(WS-New-Idx) "  " WS-Money-Ed
       END-PERFORM.

NEXT-CALENDAR-MONTH.
       ADD 1 TO WS-Walk-Month
       IF WS-Walk-Month > 12
           MOVE 1 TO WS-Walk-Month
           ADD 1 TO WS-Walk-Year
       END-IF
       PERFORM SET-MONTH-LENGTH
       IF WS-Start-Day > WS-Month-Len
           MOVE WS-Month-Len TO WS-Walk-Day
       ELSE
           MOVE WS-Start-Day TO WS-Walk-Day
       END-IF.

SET-MONTH-LENGTH.
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
       END-IF.

*> The ordnum.ctl rule: the control record is rewritten before
*> the number is used, so it can never lag one already given out.
RESERVE-PLAN-NUMBER.
       MOVE 0 TO WS-Plan-Number
       OPEN INPUT InvCtlFile
       IF WS-InvCtl-Status = '00'
           READ InvCtlFile
               NOT AT END
                   MOVE IC-Last-Invoice-Number TO WS-Plan-Number
           END-READ
           CLOSE InvCtlFile
       END-IF
       ADD 1 TO WS-Plan-Number
       OPEN OUTPUT InvCtlFile
       MOVE WS-Plan-Number TO IC-Last-Invoice-Number
       WRITE InvCtlRec
       CLOSE InvCtlFile.

APPLY-NEW-SCHEDULE.
       PERFORM VARYING WS-Inst-Idx FROM 1 BY 1
               UNTIL WS-Inst-Idx > WS-Inst-Count
           IF WS-Tab-Cust-Ident(WS-Inst-Idx) = Ident AND
              NOT TabClosed(WS-Inst-Idx)
               MOVE 'S' TO WS-Tab-Paid-Flag(WS-Inst-Idx)
           END-IF
       END-PERFORM
       PERFORM VARYING WS-New-Idx FROM 1 BY 1
               UNTIL WS-New-Idx > WS-New-Count
           ADD 1 TO WS-Inst-Count
           MOVE Ident TO WS-Tab-Cust-Ident(WS-Inst-Count)
           MOVE WS-Today TO WS-Tab-Invoice-Date(WS-Inst-Count)
           MOVE WS-New-Idx TO WS-Tab-Seq(WS-Inst-Count)
           MOVE WS-New-Due-Date(WS-New-Idx) TO
               WS-Tab-Due-Date(WS-Inst-Count)
           MOVE WS-New-Amount(WS-New-Idx) TO
               WS-Tab-Amount(WS-Inst-Count)
           MOVE 'P' TO WS-Tab-Paid-Flag(WS-Inst-Count)
           MOVE WS-Plan-Number TO WS-Tab-Invoice-No(WS-Inst-Count)
       END-PERFORM.

WRITE-PLAN-REGISTER.
       OPEN EXTEND PlanFile
       IF WS-Plan-Status NOT = '00'
           OPEN OUTPUT PlanFile
       END-IF
       MOVE WS-Plan-Number TO PP-Plan-Number
       MOVE Ident TO PP-Cust-Ident
       MOVE WS-Today TO PP-Plan-Date
       MOVE WS-Operator-ID TO PP-Operator
       MOVE WS-Open-Count TO PP-Old-Count
       MOVE WS-Late-Total TO PP-Late-Total
       MOVE WS-Owed-Total TO PP-Total
       MOVE WS-New-Count TO PP-Inst-Count
       MOVE WS-New-Due-Date(1) TO PP-First-Due
       WRITE PlanRec
       CLOSE PlanFile.

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
