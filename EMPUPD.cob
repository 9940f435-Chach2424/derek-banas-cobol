*> terminated employee comes off the master, so their hours
*> records start rejecting on the pay register with the existing
*> "not on employee.dat" reason.
*> October 15th 2026 - The update now also maintains each
*> employee's standing deductions on empded.dat (the shared EMPDED
*> layout) for the PAYROLL run to take: N adds a deduction, M
*> changes one (the amount taken toward a goal carries over), R
*> removes one, each carrying the deduction code, priority, flat
*> amount or percent, pre-tax flag, and goal or annual cap in the
*> positions an employee transaction uses for name and rate. They
*> are held for a future effective date the same way. A code must
*> be on the deduction type table dedcode.dat and an employee may
*> carry at most 8 deductions. The deductions ride in a table for
*> the run, are written to empded.new (moved over empded.dat by
*> the stream), and a terminated employee's deductions go with
*> them.
*> October 15th 2026 - The master now carries each employee's
*> direct deposit details (the shared EMPREC layout, split out of
*> here): a B transaction sets them - deposit flag, routing
*> number, account number and type, and an optional second
*> account taking a fixed amount - in a bank details area added
*> after the effective date, so the older transaction shapes are
*> unchanged. A routing number must pass the ABA check digit and
*> an account number is required; flag N stops direct deposit and
*> clears the details. The PAYROLL run prenotes any account it has
*> not seen before paying into it.
*> October 15th 2026 - An L transaction sets the employee's leave
*> accrual on the master: vacation and sick hours earned per pay
*> run and the carryover cap for each (zero - no cap), in the
*> positions an employee transaction uses for name and rate. A new
*> hire starts accruing nothing until one is applied.
*> October 15th 2026 - A T transaction moves the employee to a home
*> department, the code in the positions an employee transaction
*> uses for the name. The code must be on the department table
*> dept.dat; a blank one takes the employee out of any department.
*> A new hire belongs to none until one is applied.
*> October 15th 2026 - every field an applied transaction alters on
*> an employee already on the master (rate, name, bank details,
*> accruals, home department) is written to the shared chghist.dat
*> through CHGLOG, the value before and after. Account numbers go
*> in masked to their last four characters.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RegisterFile ASSIGN TO 'empreg.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DedFile ASSIGN TO 'empded.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ded-Status.
       SELECT DedNewFile ASSIGN TO 'empded.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DedCodeFile ASSIGN TO 'dedcode.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DedCode-Status.
       SELECT DeptFile ASSIGN TO 'dept.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Dept-Status.

DATA DIVISION.
FILE SECTION.
FD OldMastFile.
01 OldEmpRec.
       COPY EMPREC.

FD TransFile.
01 TransRec.
       02 TR-Code       PIC X.
       02 TR-Emp-Number PIC 9(4).
       02 TR-Emp-Fields.
           03 TR-Name       PIC X(20).
           03 TR-Rate       PIC 9(3)V99.
       02 TR-Ded-Fields REDEFINES TR-Emp-Fields.
           03 TR-Ded-Code       PIC X(4).
           03 TR-Ded-Priority   PIC 99.
           03 TR-Ded-Method     PIC X.
           03 TR-Ded-Value      PIC 9(5)V99.
           03 TR-Ded-Pre-Tax    PIC X.
           03 TR-Ded-Limit-Type PIC X.
           03 TR-Ded-Limit      PIC 9(7)V99.
       02 TR-Leave-Fields REDEFINES TR-Emp-Fields.
           03 TR-Vac-Accrual    PIC 99V99.
           03 TR-Vac-Max        PIC 9(3)V99.
           03 TR-Sick-Accrual   PIC 99V99.
           03 TR-Sick-Max       PIC 9(3)V99.
       02 TR-Dept-Fields REDEFINES TR-Emp-Fields.
           03 TR-Home-Dept      PIC X(4).
           03 FILLER            PIC X(7).
       02 TR-Eff-Date   PIC 9(8).
       02 TR-Bank-Fields.
           03 TR-Deposit-Flag  PIC X.
           03 TR-Bank-Routing  PIC X(9).
           03 TR-Bank-Account  PIC X(17).
           03 TR-Account-Type  PIC X.
           03 TR-Split-Routing PIC X(9).
           03 TR-Split-Account PIC X(17).
           03 TR-Split-Type    PIC X.
           03 TR-Split-Amount  PIC 9(5)V99.

FD PendInFile.
01 PendInRec PIC X(100).

FD PendOutFile.
01 PendOutRec PIC X(100).

SD TransWork.
01 TransWorkRec.
       02 TW-Code       PIC X.
           88 TW-Deduction-Trans VALUES 'N', 'M', 'R'.
       02 TW-Emp-Number PIC 9(4).
       02 TW-Emp-Fields.
           03 TW-Name       PIC X(20).
           03 TW-Rate       PIC 9(3)V99.
       02 TW-Ded-Fields REDEFINES TW-Emp-Fields.
           03 TW-Ded-Code       PIC X(4).
           03 TW-Ded-Priority   PIC 99.
           03 TW-Ded-Method     PIC X.
               88 TW-Ded-Method-OK VALUES 'A', 'P'.
           03 TW-Ded-Value      PIC 9(5)V99.
           03 TW-Ded-Pre-Tax    PIC X.
               88 TW-Ded-Pre-Tax-OK VALUES 'Y', 'N'.
           03 TW-Ded-Limit-Type PIC X.
               88 TW-Ded-Limit-OK VALUES SPACE, 'G', 'C'.
           03 TW-Ded-Limit      PIC 9(7)V99.
       02 TW-Leave-Fields REDEFINES TW-Emp-Fields.
           03 TW-Vac-Accrual    PIC 99V99.
           03 TW-Vac-Max        PIC 9(3)V99.
           03 TW-Sick-Accrual   PIC 99V99.
           03 TW-Sick-Max       PIC 9(3)V99.
       02 TW-Dept-Fields REDEFINES TW-Emp-Fields.
           03 TW-Home-Dept      PIC X(4).
           03 FILLER            PIC X(7).
       02 TW-Eff-Date   PIC 9(8).
       02 TW-Bank-Fields.
           03 TW-Deposit-Flag  PIC X.
           03 TW-Bank-Routing  PIC X(9).
           03 TW-Bank-Account  PIC X(17).
           03 TW-Account-Type  PIC X.
               88 TW-Account-Type-OK VALUES 'C', 'S'.
           03 TW-Split-Routing PIC X(9).
           03 TW-Split-Account PIC X(17).
           03 TW-Split-Type    PIC X.
               88 TW-Split-Type-OK VALUES 'C', 'S'.
           03 TW-Split-Amount  PIC 9(5)V99.

FD NewMastFile.
01 NewEmpRec PIC X(113).

FD RegisterFile.
01 RegisterLine PIC X(90).

FD DedFile.
01 DedRec.
       COPY EMPDED.

FD DedNewFile.
01 DedNewRec PIC X(38).

FD DedCodeFile.
01 DedCodeRec.
       02 DC-Code       PIC X(4).
       02 DC-Desc       PIC X(20).
       02 DC-GL-Account PIC 9(4).

FD DeptFile.
01 DeptRec.
       COPY DEPTREC.

WORKING-STORAGE SECTION.
01 WS-Old-Status     PIC XX.
01 WS-Trans-Status   PIC XX.
*> an applied Add) that will be written to the new master unless a
*> Delete clears it first.
01 WS-Hold.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==WS-Hold-==.
01 WS-Hold-Active  PIC X VALUE 'N'.
       88 HoldActive VALUE 'Y'.
01 WS-Cur-Key      PIC 9(4) VALUE 0.
01 WS-Ded-Status     PIC XX.
01 WS-DedCode-Status PIC XX.
01 WS-Ded-EOF        PIC X VALUE 'N'.
01 WS-DedCode-EOF    PIC X VALUE 'N'.
*> The deductions master for the run; a removed deduction keeps
*> its slot, marked 'R', and is simply not written back.
01 WS-Ded-Table.
       02 WS-Ded-Entry OCCURS 500 TIMES.
           COPY EMPDED REPLACING LEADING ==DED-== BY ==WS-DTab-==.
           05 WS-DTab-State PIC X.
               88 WS-DTab-Removed VALUE 'R'.
01 WS-Ded-Count      PIC 9(3) VALUE 0.
01 WS-Ded-Idx        PIC 9(3) VALUE 0.
01 WS-Ded-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Ded-Found      PIC X VALUE 'N'.
       88 DedFound VALUE 'Y'.
01 WS-Ded-Emp-Count  PIC 99 VALUE 0.
01 WS-Ded-In-Count   PIC 9(8) VALUE 0.
01 WS-Ded-Out-Count  PIC 9(8) VALUE 0.
01 WS-DedCode-Table.
       02 WS-DC-Code PIC X(4) OCCURS 50 TIMES.
01 WS-DedCode-Count  PIC 99 VALUE 0.
01 WS-DedCode-Idx    PIC 99 VALUE 0.
01 WS-DedCode-Found  PIC X VALUE 'N'.
       88 DedCodeFound VALUE 'Y'.
01 WS-Ded-Reject-Reason PIC X(40).
01 WS-Dept-Status    PIC XX.
01 WS-Dept-EOF       PIC X VALUE 'N'.
01 WS-Dept-Table.
       02 WS-DP-Code PIC X(4) OCCURS 50 TIMES.
01 WS-Dept-Count     PIC 99 VALUE 0.
01 WS-Dept-Idx       PIC 99 VALUE 0.
01 WS-Dept-Found     PIC X VALUE 'N'.
       88 DeptFound VALUE 'Y'.
01 WS-Reg-Subject    PIC X(20).
*> ABA routing number check: 3-7-1 weights across the nine digits,
*> the weighted sum a multiple of ten.
01 WS-Routing-Check  PIC X(9).
01 WS-Routing-Digits REDEFINES WS-Routing-Check.
       02 WS-Routing-Digit PIC 9 OCCURS 9 TIMES.
01 WS-Routing-Sum    PIC 9(4) VALUE 0.
01 WS-Routing-Rem    PIC 9(4) VALUE 0.
01 WS-Routing-Quot   PIC 9(4) VALUE 0.
01 WS-Routing-Valid  PIC X VALUE 'N'.
       88 RoutingValid VALUE 'Y'.
01 WS-Bank-Reject-Reason PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "EMPUPD".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Employee update".
*> The hold area as it stood before each transaction, for the
*> field-by-field change history.
01 WS-Before-Emp.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==WS-Bef-==.
01 WS-Was-Active    PIC X VALUE 'N'.
01 WS-Chg-Amount-Ed PIC ZZ,ZZ9.99.
01 WS-Mask-Account  PIC X(17).
01 WS-Mask-Len      PIC 99 VALUE 0.
01 WS-Mask-Out      PIC X(30).
01 WS-Chg-Master    PIC X(4) VALUE "EMP".
01 WS-Chg-Key       PIC X(10).
01 WS-Chg-Field     PIC X(16).
01 WS-Chg-Old       PIC X(30).
01 WS-Chg-New       PIC X(30).

PROCEDURE DIVISION.
MAIN-LOGIC.
           WS-Proc-Date
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       PERFORM LOAD-DEDUCTION-CODES
       PERFORM LOAD-DEPARTMENTS
       PERFORM LOAD-DEDUCTIONS
       OPEN OUTPUT PendOutFile
       SORT TransWork ON ASCENDING KEY TW-Emp-Number
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS READ-TRANS-FILES
           OUTPUT PROCEDURE IS APPLY-TRANSACTIONS
       CLOSE PendOutFile
       PERFORM WRITE-DEDUCTIONS
       PERFORM WRITE-REGISTER-TOTALS
       CLOSE RegisterFile
       COMPUTE WS-Recon-Out = WS-Applied-Count + WS-Reject-Count
       IF TR-Eff-Date > WS-Proc-Date
           ADD 1 TO WS-Held-Count
           WRITE PendOutRec FROM TransRec
           EVALUATE TRUE
               WHEN TR-Code = 'N' OR TR-Code = 'M' OR TR-Code = 'R'
                   MOVE SPACES TO WS-Reg-Subject
                   STRING "Deduction " TR-Ded-Code
                       DELIMITED BY SIZE INTO WS-Reg-Subject
               WHEN TR-Code = 'B'
                   MOVE "Direct deposit" TO WS-Reg-Subject
               WHEN TR-Code = 'L'
                   MOVE "Leave accrual" TO WS-Reg-Subject
               WHEN TR-Code = 'T'
                   MOVE "Home department" TO WS-Reg-Subject
               WHEN OTHER
                   MOVE TR-Name TO WS-Reg-Subject
           END-EVALUATE
           MOVE SPACES TO RegisterLine
           STRING TR-Code " " TR-Emp-Number " " WS-Reg-Subject
               " HELD - effective " TR-Eff-Date
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
       END-IF
       IF NOT HoldActive AND WS-Old-EOF = 'N'
           IF EMP-Number = WS-Cur-Key
               MOVE OldEmpRec TO WS-Hold
               IF WS-Hold-Split-Amount IS NOT NUMERIC
                   MOVE ZEROES TO WS-Hold-Split-Amount
               END-IF
               IF WS-Hold-Vac-Accrual IS NOT NUMERIC OR
                  WS-Hold-Vac-Max IS NOT NUMERIC OR
                  WS-Hold-Sick-Accrual IS NOT NUMERIC OR
                  WS-Hold-Sick-Max IS NOT NUMERIC
                   MOVE ZEROES TO WS-Hold-Vac-Accrual WS-Hold-Vac-Max
                       WS-Hold-Sick-Accrual WS-Hold-Sick-Max
               END-IF
               MOVE 'Y' TO WS-Hold-Active
               PERFORM READ-OLD-MASTER
           END-IF
       END-IF
       PERFORM UNTIL WS-Sort-EOF = 'Y'
               OR TW-Emp-Number NOT = WS-Cur-Key
           MOVE WS-Hold-Active TO WS-Was-Active
           MOVE WS-Hold TO WS-Before-Emp
           PERFORM APPLY-ONE-TRANS
           IF WS-Was-Active = 'Y' AND HoldActive
               PERFORM LOG-EMPLOYEE-CHANGES
           END-IF
           PERFORM READ-SORTED-TRANS
       END-PERFORM
       IF HoldActive
       END-IF.

APPLY-ONE-TRANS.
       EVALUATE TRUE
           WHEN TW-Deduction-Trans
               MOVE SPACES TO WS-Reg-Subject
               STRING "Deduction " TW-Ded-Code
                   DELIMITED BY SIZE INTO WS-Reg-Subject
           WHEN TW-Code = 'B'
               MOVE "Direct deposit" TO WS-Reg-Subject
           WHEN TW-Code = 'L'
               MOVE "Leave accrual" TO WS-Reg-Subject
           WHEN TW-Code = 'T'
               MOVE "Home department" TO WS-Reg-Subject
           WHEN OTHER
               MOVE TW-Name TO WS-Reg-Subject
       END-EVALUATE
       EVALUATE TRUE
           WHEN TW-Code = 'A' AND NOT HoldActive
               MOVE SPACES TO WS-Hold
               MOVE TW-Emp-Number TO WS-Hold-Number
               MOVE TW-Name TO WS-Hold-Name
               MOVE TW-Rate TO WS-Hold-Hourly-Rate
               MOVE 'N' TO WS-Hold-Deposit-Flag
               MOVE ZEROES TO WS-Hold-Split-Amount
               MOVE ZEROES TO WS-Hold-Vac-Accrual WS-Hold-Vac-Max
                   WS-Hold-Sick-Accrual WS-Hold-Sick-Max
               MOVE 'Y' TO WS-Hold-Active
               ADD 1 TO WS-Applied-Count
               PERFORM WRITE-REGISTER-APPLIED
               PERFORM WRITE-REGISTER-REJECT-DUP
           WHEN TW-Code = 'C' AND HoldActive
               MOVE TW-Name TO WS-Hold-Name
               MOVE TW-Rate TO WS-Hold-Hourly-Rate
               ADD 1 TO WS-Applied-Count
               PERFORM WRITE-REGISTER-APPLIED
           WHEN TW-Code = 'D' AND HoldActive
               MOVE 'N' TO WS-Hold-Active
               PERFORM DROP-EMPLOYEE-DEDUCTIONS
               ADD 1 TO WS-Applied-Count
               PERFORM WRITE-REGISTER-APPLIED
           WHEN TW-Deduction-Trans AND HoldActive
               PERFORM APPLY-DEDUCTION-TRANS THRU
                   APPLY-DEDUCTION-TRANS-EXIT
           WHEN TW-Code = 'B' AND HoldActive
               PERFORM APPLY-BANK-TRANS THRU APPLY-BANK-TRANS-EXIT
           WHEN TW-Code = 'L' AND HoldActive
               IF TW-Vac-Accrual IS NUMERIC AND TW-Vac-Max IS NUMERIC
                  AND TW-Sick-Accrual IS NUMERIC
                  AND TW-Sick-Max IS NUMERIC
                   MOVE TW-Vac-Accrual TO WS-Hold-Vac-Accrual
                   MOVE TW-Vac-Max TO WS-Hold-Vac-Max
                   MOVE TW-Sick-Accrual TO WS-Hold-Sick-Accrual
                   MOVE TW-Sick-Max TO WS-Hold-Sick-Max
                   ADD 1 TO WS-Applied-Count
                   PERFORM WRITE-REGISTER-APPLIED
               ELSE
                   ADD 1 TO WS-Reject-Count
                   MOVE SPACES TO RegisterLine
                   STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
                       " REJECTED - accrual and cap must be numeric"
                       DELIMITED BY SIZE INTO RegisterLine
                   WRITE RegisterLine
               END-IF
           WHEN TW-Code = 'T' AND HoldActive
               PERFORM APPLY-DEPT-TRANS
           WHEN TW-Code = 'C' OR TW-Code = 'D' OR TW-Deduction-Trans
               OR TW-Code = 'B' OR TW-Code = 'L' OR TW-Code = 'T'
               ADD 1 TO WS-Reject-Count
               PERFORM WRITE-REGISTER-REJECT-MISSING
           WHEN OTHER
               PERFORM WRITE-REGISTER-REJECT-CODE
       END-EVALUATE.

*> One chghist.dat line per field the transaction actually moved
*> on an employee who was on the master before it and still is
*> after it - an Add or a termination is on the register, not here.
LOG-EMPLOYEE-CHANGES.
       MOVE SPACES TO WS-Chg-Key
       MOVE WS-Hold-Number TO WS-Chg-Key
       IF WS-Hold-Name NOT = WS-Bef-Name
           MOVE "NAME" TO WS-Chg-Field
           MOVE WS-Bef-Name TO WS-Chg-Old
           MOVE WS-Hold-Name TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Hourly-Rate NOT = WS-Bef-Hourly-Rate
           MOVE "HOURLY-RATE" TO WS-Chg-Field
           MOVE WS-Bef-Hourly-Rate TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-Old
           MOVE WS-Hold-Hourly-Rate TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Deposit-Flag NOT = WS-Bef-Deposit-Flag
           MOVE "DEPOSIT-FLAG" TO WS-Chg-Field
           MOVE WS-Bef-Deposit-Flag TO WS-Chg-Old
           MOVE WS-Hold-Deposit-Flag TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Bank-Routing NOT = WS-Bef-Bank-Routing
           MOVE "BANK-ROUTING" TO WS-Chg-Field
           MOVE WS-Bef-Bank-Routing TO WS-Chg-Old
           MOVE WS-Hold-Bank-Routing TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Bank-Account NOT = WS-Bef-Bank-Account
           MOVE "BANK-ACCOUNT" TO WS-Chg-Field
           MOVE WS-Bef-Bank-Account TO WS-Mask-Account
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE WS-Mask-Out TO WS-Chg-Old
           MOVE WS-Hold-Bank-Account TO WS-Mask-Account
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE WS-Mask-Out TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Account-Type NOT = WS-Bef-Account-Type
           MOVE "ACCOUNT-TYPE" TO WS-Chg-Field
           MOVE WS-Bef-Account-Type TO WS-Chg-Old
           MOVE WS-Hold-Account-Type TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Split-Routing NOT = WS-Bef-Split-Routing
           MOVE "SPLIT-ROUTING" TO WS-Chg-Field
           MOVE WS-Bef-Split-Routing TO WS-Chg-Old
           MOVE WS-Hold-Split-Routing TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Split-Account NOT = WS-Bef-Split-Account
           MOVE "SPLIT-ACCOUNT" TO WS-Chg-Field
           MOVE WS-Bef-Split-Account TO WS-Mask-Account
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE WS-Mask-Out TO WS-Chg-Old
           MOVE WS-Hold-Split-Account TO WS-Mask-Account
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE WS-Mask-Out TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Split-Type NOT = WS-Bef-Split-Type
           MOVE "SPLIT-TYPE" TO WS-Chg-Field
           MOVE WS-Bef-Split-Type TO WS-Chg-Old
           MOVE WS-Hold-Split-Type TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Split-Amount NOT = WS-Bef-Split-Amount
           MOVE "SPLIT-AMOUNT" TO WS-Chg-Field
           MOVE WS-Bef-Split-Amount TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-Old
           MOVE WS-Hold-Split-Amount TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Vac-Accrual NOT = WS-Bef-Vac-Accrual
           MOVE "VAC-ACCRUAL" TO WS-Chg-Field
           MOVE WS-Bef-Vac-Accrual TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-Old
           MOVE WS-Hold-Vac-Accrual TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Vac-Max NOT = WS-Bef-Vac-Max
           MOVE "VAC-MAX" TO WS-Chg-Field
           MOVE WS-Bef-Vac-Max TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-Old
           MOVE WS-Hold-Vac-Max TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Sick-Accrual NOT = WS-Bef-Sick-Accrual
           MOVE "SICK-ACCRUAL" TO WS-Chg-Field
           MOVE WS-Bef-Sick-Accrual TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-Old
           MOVE WS-Hold-Sick-Accrual TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Sick-Max NOT = WS-Bef-Sick-Max
           MOVE "SICK-MAX" TO WS-Chg-Field
           MOVE WS-Bef-Sick-Max TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-Old
           MOVE WS-Hold-Sick-Max TO WS-Chg-Amount-Ed
           MOVE WS-Chg-Amount-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Hold-Home-Dept NOT = WS-Bef-Home-Dept
           MOVE "HOME-DEPT" TO WS-Chg-Field
           MOVE WS-Bef-Home-Dept TO WS-Chg-Old
           MOVE WS-Hold-Home-Dept TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF.

WRITE-CHANGE-HISTORY.
       CALL "CHGLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Chg-Master, WS-Chg-Key, WS-Chg-Field, WS-Chg-Old,
           WS-Chg-New.

*> Only the last four characters of an account number go on the
*> change history; a blank account stays blank.
MASK-ACCOUNT-NUMBER.
       MOVE SPACES TO WS-Mask-Out
       MOVE 17 TO WS-Mask-Len
       PERFORM UNTIL WS-Mask-Len = 0
               OR WS-Mask-Account(WS-Mask-Len:1) NOT = SPACE
           SUBTRACT 1 FROM WS-Mask-Len
       END-PERFORM
       IF WS-Mask-Len > 4
           STRING "****" WS-Mask-Account(WS-Mask-Len - 3:4)
               DELIMITED BY SIZE INTO WS-Mask-Out
       ELSE
           IF WS-Mask-Len > 0
               MOVE "****" TO WS-Mask-Out
           END-IF
       END-IF.

*> A home department must be one on dept.dat; blank takes the
*> employee out of any department.
APPLY-DEPT-TRANS.
       MOVE 'N' TO WS-Dept-Found
       PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
               UNTIL WS-Dept-Idx > WS-Dept-Count OR DeptFound
           IF WS-DP-Code(WS-Dept-Idx) = TW-Home-Dept
               MOVE 'Y' TO WS-Dept-Found
           END-IF
       END-PERFORM
       IF DeptFound OR TW-Home-Dept = SPACES
           MOVE TW-Home-Dept TO WS-Hold-Home-Dept
           ADD 1 TO WS-Applied-Count
           PERFORM WRITE-REGISTER-APPLIED
       ELSE
           ADD 1 TO WS-Reject-Count
           MOVE SPACES TO RegisterLine
           STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
               " REJECTED - department " TW-Home-Dept
               " not on dept.dat"
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
       END-IF.

*> A deduction transaction for an employee on the master (the hold
*> area is theirs). Every field is checked before the table is
*> touched; a bad one rejects the transaction with its reason.
APPLY-DEDUCTION-TRANS.
       MOVE 'N' TO WS-DedCode-Found
       PERFORM VARYING WS-DedCode-Idx FROM 1 BY 1
               UNTIL WS-DedCode-Idx > WS-DedCode-Count OR DedCodeFound
           IF WS-DC-Code(WS-DedCode-Idx) = TW-Ded-Code
               MOVE 'Y' TO WS-DedCode-Found
           END-IF
       END-PERFORM
       IF NOT DedCodeFound
           MOVE "deduction code not on dedcode.dat"
               TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       PERFORM FIND-EMPLOYEE-DEDUCTION
       IF TW-Code = 'R'
           IF NOT DedFound
               MOVE "employee has no such deduction"
                   TO WS-Ded-Reject-Reason
               GO TO APPLY-DEDUCTION-REJECT
           END-IF
           MOVE 'R' TO WS-DTab-State(WS-Ded-Hit-Idx)
           GO TO APPLY-DEDUCTION-APPLIED
       END-IF
       IF TW-Ded-Priority IS NOT NUMERIC OR TW-Ded-Priority = 0
           MOVE "priority must be 01-99" TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       IF NOT TW-Ded-Method-OK OR TW-Ded-Value IS NOT NUMERIC
           MOVE "method must be A or P with a value"
               TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       IF TW-Ded-Method = 'P' AND TW-Ded-Value > 100
           MOVE "percent over 100" TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       IF NOT TW-Ded-Pre-Tax-OK
           MOVE "pre-tax flag must be Y or N" TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       IF NOT TW-Ded-Limit-OK OR TW-Ded-Limit IS NOT NUMERIC
           MOVE "limit type must be blank, G or C"
               TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       IF TW-Code = 'M'
           IF NOT DedFound
               MOVE "employee has no such deduction"
                   TO WS-Ded-Reject-Reason
               GO TO APPLY-DEDUCTION-REJECT
           END-IF
           PERFORM MOVE-DEDUCTION-FIELDS
           GO TO APPLY-DEDUCTION-APPLIED
       END-IF
       IF DedFound
           MOVE "employee already has this deduction"
               TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       IF WS-Ded-Emp-Count NOT < 8
           MOVE "employee already has 8 deductions"
               TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       IF WS-Ded-Count NOT < 500
           MOVE "deduction table full" TO WS-Ded-Reject-Reason
           GO TO APPLY-DEDUCTION-REJECT
       END-IF
       ADD 1 TO WS-Ded-Count
       MOVE WS-Ded-Count TO WS-Ded-Hit-Idx
       MOVE TW-Emp-Number TO WS-DTab-Emp-Number(WS-Ded-Hit-Idx)
       MOVE TW-Ded-Code TO WS-DTab-Code(WS-Ded-Hit-Idx)
       MOVE ZEROES TO WS-DTab-Taken(WS-Ded-Hit-Idx)
       MOVE SPACE TO WS-DTab-State(WS-Ded-Hit-Idx)
       PERFORM MOVE-DEDUCTION-FIELDS
       GO TO APPLY-DEDUCTION-APPLIED.

APPLY-DEDUCTION-REJECT.
       ADD 1 TO WS-Reject-Count
       MOVE SPACES TO RegisterLine
       STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
           " REJECTED - " WS-Ded-Reject-Reason
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       GO TO APPLY-DEDUCTION-TRANS-EXIT.

APPLY-DEDUCTION-APPLIED.
       ADD 1 TO WS-Applied-Count
       PERFORM WRITE-REGISTER-APPLIED.

APPLY-DEDUCTION-TRANS-EXIT.
       EXIT.

*> A direct deposit transaction for an employee on the master. N
*> puts them back on paper checks; Y must carry a routing number
*> that passes the check digit, an account number and its type,
*> and - when a second account is given - the same for it and the
*> amount it takes. Nothing is moved to the hold area until every
*> field has passed.
APPLY-BANK-TRANS.
       IF TW-Deposit-Flag = 'N'
           MOVE 'N' TO WS-Hold-Deposit-Flag
           MOVE SPACES TO WS-Hold-Bank-Routing WS-Hold-Bank-Account
               WS-Hold-Account-Type WS-Hold-Split-Routing
               WS-Hold-Split-Account WS-Hold-Split-Type
           MOVE ZEROES TO WS-Hold-Split-Amount
           GO TO APPLY-BANK-APPLIED
       END-IF
       IF TW-Deposit-Flag NOT = 'Y'
           MOVE "deposit flag must be Y or N" TO WS-Bank-Reject-Reason
           GO TO APPLY-BANK-REJECT
       END-IF
       MOVE TW-Bank-Routing TO WS-Routing-Check
       PERFORM CHECK-ROUTING-NUMBER
       IF NOT RoutingValid
           MOVE "routing number fails check digit"
               TO WS-Bank-Reject-Reason
           GO TO APPLY-BANK-REJECT
       END-IF
       IF TW-Bank-Account = SPACES
           MOVE "account number missing" TO WS-Bank-Reject-Reason
           GO TO APPLY-BANK-REJECT
       END-IF
       IF NOT TW-Account-Type-OK
           MOVE "account type must be C or S" TO WS-Bank-Reject-Reason
           GO TO APPLY-BANK-REJECT
       END-IF
       IF TW-Split-Routing = SPACES AND TW-Split-Account = SPACES
           MOVE SPACES TO TW-Split-Type
           MOVE ZEROES TO TW-Split-Amount
       ELSE
           MOVE TW-Split-Routing TO WS-Routing-Check
           PERFORM CHECK-ROUTING-NUMBER
           IF NOT RoutingValid
               MOVE "second routing number fails check digit"
                   TO WS-Bank-Reject-Reason
               GO TO APPLY-BANK-REJECT
           END-IF
           IF TW-Split-Account = SPACES
               MOVE "second account number missing"
                   TO WS-Bank-Reject-Reason
               GO TO APPLY-BANK-REJECT
           END-IF
           IF NOT TW-Split-Type-OK
               MOVE "second account type must be C or S"
                   TO WS-Bank-Reject-Reason
               GO TO APPLY-BANK-REJECT
           END-IF
           IF TW-Split-Amount IS NOT NUMERIC OR TW-Split-Amount = 0
               MOVE "second account amount must be over zero"
                   TO WS-Bank-Reject-Reason
               GO TO APPLY-BANK-REJECT
           END-IF
       END-IF
       MOVE 'Y' TO WS-Hold-Deposit-Flag
       MOVE TW-Bank-Routing TO WS-Hold-Bank-Routing
       MOVE TW-Bank-Account TO WS-Hold-Bank-Account
       MOVE TW-Account-Type TO WS-Hold-Account-Type
       MOVE TW-Split-Routing TO WS-Hold-Split-Routing
       MOVE TW-Split-Account TO WS-Hold-Split-Account
       MOVE TW-Split-Type TO WS-Hold-Split-Type
       MOVE TW-Split-Amount TO WS-Hold-Split-Amount
       GO TO APPLY-BANK-APPLIED.

APPLY-BANK-REJECT.
       ADD 1 TO WS-Reject-Count
       MOVE SPACES TO RegisterLine
       STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
           " REJECTED - " WS-Bank-Reject-Reason
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       GO TO APPLY-BANK-TRANS-EXIT.

APPLY-BANK-APPLIED.
       ADD 1 TO WS-Applied-Count
       PERFORM WRITE-REGISTER-APPLIED.

APPLY-BANK-TRANS-EXIT.
       EXIT.

CHECK-ROUTING-NUMBER.
       MOVE 'N' TO WS-Routing-Valid
       IF WS-Routing-Check IS NUMERIC
           COMPUTE WS-Routing-Sum =
               3 * (WS-Routing-Digit(1) + WS-Routing-Digit(4)
                    + WS-Routing-Digit(7))
               + 7 * (WS-Routing-Digit(2) + WS-Routing-Digit(5)
                    + WS-Routing-Digit(8))
               + WS-Routing-Digit(3) + WS-Routing-Digit(6)
               + WS-Routing-Digit(9)
           DIVIDE WS-Routing-Sum BY 10 GIVING WS-Routing-Quot
               REMAINDER WS-Routing-Rem
           IF WS-Routing-Rem = 0 AND WS-Routing-Sum > 0
               MOVE 'Y' TO WS-Routing-Valid
           END-IF
       END-IF.

MOVE-DEDUCTION-FIELDS.
       MOVE TW-Ded-Priority TO WS-DTab-Priority(WS-Ded-Hit-Idx)
       MOVE TW-Ded-Method TO WS-DTab-Method(WS-Ded-Hit-Idx)
       MOVE TW-Ded-Value TO WS-DTab-Value(WS-Ded-Hit-Idx)
       MOVE TW-Ded-Pre-Tax TO WS-DTab-Pre-Tax(WS-Ded-Hit-Idx)
       MOVE TW-Ded-Limit-Type TO WS-DTab-Limit-Type(WS-Ded-Hit-Idx)
       MOVE TW-Ded-Limit TO WS-DTab-Limit(WS-Ded-Hit-Idx).

*> The transaction's deduction among the employee's live ones,
*> counting the live ones as it goes for the 8-per-employee limit.
FIND-EMPLOYEE-DEDUCTION.
       MOVE 'N' TO WS-Ded-Found
       MOVE 0 TO WS-Ded-Emp-Count
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ded-Idx > WS-Ded-Count
           IF WS-DTab-Emp-Number(WS-Ded-Idx) = TW-Emp-Number AND
              NOT WS-DTab-Removed(WS-Ded-Idx)
               ADD 1 TO WS-Ded-Emp-Count
               IF WS-DTab-Code(WS-Ded-Idx) = TW-Ded-Code
                   MOVE 'Y' TO WS-Ded-Found
                   MOVE WS-Ded-Idx TO WS-Ded-Hit-Idx
               END-IF
           END-IF
       END-PERFORM.

DROP-EMPLOYEE-DEDUCTIONS.
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ded-Idx > WS-Ded-Count
           IF WS-DTab-Emp-Number(WS-Ded-Idx) = TW-Emp-Number
               MOVE 'R' TO WS-DTab-State(WS-Ded-Idx)
           END-IF
       END-PERFORM.

LOAD-DEDUCTION-CODES.
       OPEN INPUT DedCodeFile
       IF WS-DedCode-Status NOT = '00'
           DISPLAY "No dedcode.dat (status " WS-DedCode-Status
               ") - deduction transactions will reject"
           MOVE 'Y' TO WS-DedCode-EOF
       END-IF
       PERFORM UNTIL WS-DedCode-EOF = 'Y'
           READ DedCodeFile
               AT END MOVE 'Y' TO WS-DedCode-EOF
               NOT AT END
                   IF WS-DedCode-Count < 50
                       ADD 1 TO WS-DedCode-Count
                       MOVE DC-Code TO WS-DC-Code(WS-DedCode-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-DedCode-Status NOT = '35'
           CLOSE DedCodeFile
       END-IF.

LOAD-DEPARTMENTS.
       OPEN INPUT DeptFile
       IF WS-Dept-Status NOT = '00'
           DISPLAY "No dept.dat (status " WS-Dept-Status
               ") - department transactions will reject"
           MOVE 'Y' TO WS-Dept-EOF
       END-IF
       PERFORM UNTIL WS-Dept-EOF = 'Y'
           READ DeptFile
               AT END MOVE 'Y' TO WS-Dept-EOF
               NOT AT END
                   IF WS-Dept-Count < 50
                       ADD 1 TO WS-Dept-Count
                       MOVE DP-Code TO WS-DP-Code(WS-Dept-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Dept-Status NOT = '35'
           CLOSE DeptFile
       END-IF.

*> The whole deductions master rides in the table; one that does
*> not fit would be dropped from empded.new, so the run is
*> abandoned before anything is written instead.
LOAD-DEDUCTIONS.
       OPEN INPUT DedFile
       IF WS-Ded-Status NOT = '00'
           MOVE 'Y' TO WS-Ded-EOF
       END-IF
       PERFORM UNTIL WS-Ded-EOF = 'Y'
           READ DedFile
               AT END MOVE 'Y' TO WS-Ded-EOF
               NOT AT END
                   ADD 1 TO WS-Ded-In-Count
                   IF WS-Ded-Count < 500
                       ADD 1 TO WS-Ded-Count
                       MOVE DedRec TO WS-Ded-Entry(WS-Ded-Count)
                       MOVE SPACE TO WS-DTab-State(WS-Ded-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Ded-Status NOT = '35'
           CLOSE DedFile
       END-IF
       IF WS-Ded-In-Count > WS-Ded-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "empded.dat overflowed EMPUPD deduction table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE "ABORT" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
               WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-DEDUCTIONS.
       OPEN OUTPUT DedNewFile
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ded-Idx > WS-Ded-Count
           IF NOT WS-DTab-Removed(WS-Ded-Idx)
               WRITE DedNewRec FROM WS-Ded-Entry(WS-Ded-Idx)
               ADD 1 TO WS-Ded-Out-Count
           END-IF
       END-PERFORM
       CLOSE DedNewFile.

READ-OLD-MASTER.
       IF WS-Old-EOF = 'N'
           READ OldMastFile

WRITE-REGISTER-APPLIED.
       MOVE SPACES TO RegisterLine
       STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
           " effective " TW-Eff-Date " APPLIED"
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.

WRITE-REGISTER-REJECT-DUP.
       MOVE SPACES TO RegisterLine
       STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
           " REJECTED - number already on master"
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.

WRITE-REGISTER-REJECT-MISSING.
       MOVE SPACES TO RegisterLine
       STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
           " REJECTED - number not on master"
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.

WRITE-REGISTER-REJECT-CODE.
       MOVE SPACES TO RegisterLine
       STRING TW-Code " " TW-Emp-Number " " WS-Reg-Subject
           " REJECTED - code not A, C, D, B, L, T, N, M or R"
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.

       MOVE SPACES TO RegisterLine
       STRING "Transactions held (future)......: " WS-Held-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Deductions in...................: " WS-Ded-In-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine
       MOVE SPACES TO RegisterLine
       STRING "Deductions out..................: " WS-Ded-Out-Count
           DELIMITED BY SIZE INTO RegisterLine
       WRITE RegisterLine.
