       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEAVERPT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Leave liability report for daily_batch.sh, run nightly after the
*> payroll run has brought leavebal.dat up to date. Every hour of
*> vacation and sick leave an employee has banked is a debt the
*> shop owes at their hourly rate, and the accountant needs that
*> figure at each month end instead of adding up the paper leave
*> cards. For each employee on leavebal.dat (the shared LEAVEREC
*> layout): the vacation and sick hours available, the hourly rate
*> off the employee master (the shared EMPREC layout), and what
*> each balance is worth at that rate, with totals for the shop.
*> An employee with a balance who is no longer on the master is
*> listed at no rate and marked, for someone to settle by hand.
*> Output goes to leaverpt.txt; records read vs. listed go to
*> reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LeaveFile ASSIGN TO 'leavebal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Leave-Status.
       SELECT EmpFile ASSIGN TO 'employee.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Emp-Status.
       SELECT LeaveRptFile ASSIGN TO 'leaverpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LeaveFile.
01 LeaveRec.
       COPY LEAVEREC.

FD EmpFile.
01 EmpMastRec.
       COPY EMPREC.

FD LeaveRptFile.
01 LeaveRptLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Leave-Status PIC XX.
01 WS-Emp-Status   PIC XX.
01 WS-Leave-EOF    PIC X VALUE 'N'.
01 WS-Emp-EOF      PIC X VALUE 'N'.
01 WS-Leave-Open   PIC X VALUE 'N'.
01 WS-Read-Count   PIC 9(8) VALUE 0.
01 WS-Listed-Count PIC 9(8) VALUE 0.
01 WS-Recon-Out    PIC 9(8) VALUE 0.
01 WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
01 WS-Emp-Table.
       02 WS-Emp-Entry OCCURS 100 TIMES.
           03 WS-Emp-Number PIC 9(4).
           03 WS-Emp-Name   PIC X(20).
           03 WS-Emp-Rate   PIC 9(3)V99.
01 WS-Emp-Count    PIC 9(3) VALUE 0.
01 WS-Emp-Idx      PIC 9(3) VALUE 0.
01 WS-Emp-Found    PIC X VALUE 'N'.
       88 EmpFound VALUE 'Y'.
01 WS-List-Name    PIC X(20).
01 WS-List-Rate    PIC 9(3)V99 VALUE ZEROES.
01 WS-Vac-Hours    PIC 9(3)V99 VALUE ZEROES.
01 WS-Sick-Hours   PIC 9(3)V99 VALUE ZEROES.
01 WS-Vac-Value    PIC 9(7)V99 VALUE ZEROES.
01 WS-Sick-Value   PIC 9(7)V99 VALUE ZEROES.
01 WS-Emp-Value    PIC 9(7)V99 VALUE ZEROES.
01 WS-Tot-Vac-Hours  PIC 9(7)V99 VALUE ZEROES.
01 WS-Tot-Sick-Hours PIC 9(7)V99 VALUE ZEROES.
01 WS-Tot-Vac-Value  PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Sick-Value PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Value      PIC 9(9)V99 VALUE ZEROES.
01 WS-Unrated-Count  PIC 9(4) VALUE 0.
01 WS-Rate-Ed      PIC $$$9.99.
01 WS-Vac-Hours-Ed  PIC ZZ9.99.
01 WS-Sick-Hours-Ed PIC ZZ9.99.
01 WS-Vac-Ed       PIC $$,$$$,$$9.99.
01 WS-Sick-Ed      PIC $$,$$$,$$9.99.
01 WS-Value-Ed     PIC $$,$$$,$$9.99.
01 WS-Total-Hours-Ed PIC Z,ZZZ,ZZ9.99.
01 WS-Total-Ed     PIC $$$,$$$,$$9.99.
01 WS-Audit-Program PIC X(8) VALUE "LEAVERPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Leave liability rpt".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-EMPLOYEES
       OPEN OUTPUT LeaveRptFile
       MOVE SPACES TO LeaveRptLine
       STRING "Leave Liability Report - as of " WS-Today-Year "/"
           WS-Today-Month "/" WS-Today-Day
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       MOVE SPACES TO LeaveRptLine
       STRING "Emp  Name                    Rate Vac hrs     Vac value"
           "  Sick hrs    Sick value   Total value"
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       OPEN INPUT LeaveFile
       IF WS-Leave-Status = '00'
           MOVE 'Y' TO WS-Leave-Open
       ELSE
           DISPLAY "No leavebal.dat yet (status " WS-Leave-Status ")"
           MOVE 'Y' TO WS-Leave-EOF
       END-IF
       PERFORM UNTIL WS-Leave-EOF = 'Y'
           READ LeaveFile
               AT END MOVE 'Y' TO WS-Leave-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM LIST-ONE-EMPLOYEE
           END-READ
       END-PERFORM
       IF WS-Leave-Open = 'Y'
           CLOSE LeaveFile
       END-IF
       PERFORM WRITE-LIABILITY-TOTALS
       CLOSE LeaveRptFile
       MOVE WS-Listed-Count TO WS-Recon-Out
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-EMPLOYEES.
       OPEN INPUT EmpFile
       IF WS-Emp-Status NOT = '00'
           DISPLAY "No employee.dat (status " WS-Emp-Status
               ") - balances cannot be valued"
           MOVE 'Y' TO WS-Emp-EOF
       END-IF
       PERFORM UNTIL WS-Emp-EOF = 'Y'
           READ EmpFile
               AT END MOVE 'Y' TO WS-Emp-EOF
               NOT AT END
                   IF WS-Emp-Count < 100
                       ADD 1 TO WS-Emp-Count
                       MOVE EMP-Number TO
                           WS-Emp-Number(WS-Emp-Count)
                       MOVE EMP-Name TO WS-Emp-Name(WS-Emp-Count)
                       MOVE EMP-Hourly-Rate TO
                           WS-Emp-Rate(WS-Emp-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Emp-Status NOT = '35'
           CLOSE EmpFile
       END-IF.

*> Each balance valued at the employee's current hourly rate - the
*> rate the hours would be paid at if taken or paid out today.
LIST-ONE-EMPLOYEE.
       ADD 1 TO WS-Listed-Count
       MOVE ZEROES TO WS-Vac-Hours WS-Sick-Hours
       IF LB-Vac-Balance IS NUMERIC
           MOVE LB-Vac-Balance TO WS-Vac-Hours
       END-IF
       IF LB-Sick-Balance IS NUMERIC
           MOVE LB-Sick-Balance TO WS-Sick-Hours
       END-IF
       MOVE "(no longer on the master)" TO WS-List-Name
       MOVE ZEROES TO WS-List-Rate
       MOVE 'N' TO WS-Emp-Found
       PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Count OR EmpFound
           IF WS-Emp-Number(WS-Emp-Idx) = LB-Emp-Number
               MOVE 'Y' TO WS-Emp-Found
               MOVE WS-Emp-Name(WS-Emp-Idx) TO WS-List-Name
               MOVE WS-Emp-Rate(WS-Emp-Idx) TO WS-List-Rate
           END-IF
       END-PERFORM
       COMPUTE WS-Vac-Value ROUNDED = WS-Vac-Hours * WS-List-Rate
       COMPUTE WS-Sick-Value ROUNDED = WS-Sick-Hours * WS-List-Rate
       COMPUTE WS-Emp-Value = WS-Vac-Value + WS-Sick-Value
       ADD WS-Vac-Hours TO WS-Tot-Vac-Hours
       ADD WS-Sick-Hours TO WS-Tot-Sick-Hours
       ADD WS-Vac-Value TO WS-Tot-Vac-Value
       ADD WS-Sick-Value TO WS-Tot-Sick-Value
       ADD WS-Emp-Value TO WS-Tot-Value
       MOVE WS-List-Rate TO WS-Rate-Ed
       MOVE WS-Vac-Hours TO WS-Vac-Hours-Ed
       MOVE WS-Sick-Hours TO WS-Sick-Hours-Ed
       MOVE WS-Vac-Value TO WS-Vac-Ed
       MOVE WS-Sick-Value TO WS-Sick-Ed
       MOVE WS-Emp-Value TO WS-Value-Ed
       MOVE SPACES TO LeaveRptLine
       STRING LB-Emp-Number " " WS-List-Name " " WS-Rate-Ed "  "
           WS-Vac-Hours-Ed " " WS-Vac-Ed "    " WS-Sick-Hours-Ed " "
           WS-Sick-Ed " " WS-Value-Ed
           DELIMITED BY SIZE INTO LeaveRptLine
       IF NOT EmpFound AND (WS-Vac-Hours > 0 OR WS-Sick-Hours > 0)
           ADD 1 TO WS-Unrated-Count
           MOVE "*" TO LeaveRptLine(111:1)
       END-IF
       WRITE LeaveRptLine.

WRITE-LIABILITY-TOTALS.
       MOVE SPACES TO LeaveRptLine
       WRITE LeaveRptLine
       MOVE SPACES TO LeaveRptLine
       STRING "Employees listed................: " WS-Listed-Count
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       MOVE WS-Tot-Vac-Hours TO WS-Total-Hours-Ed
       MOVE SPACES TO LeaveRptLine
       STRING "Vacation hours available........: " WS-Total-Hours-Ed
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       MOVE WS-Tot-Vac-Value TO WS-Total-Ed
       MOVE SPACES TO LeaveRptLine
       STRING "Vacation liability..............: " WS-Total-Ed
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       MOVE WS-Tot-Sick-Hours TO WS-Total-Hours-Ed
       MOVE SPACES TO LeaveRptLine
       STRING "Sick hours available............: " WS-Total-Hours-Ed
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       MOVE WS-Tot-Sick-Value TO WS-Total-Ed
       MOVE SPACES TO LeaveRptLine
       STRING "Sick leave liability............: " WS-Total-Ed
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       MOVE WS-Tot-Value TO WS-Total-Ed
       MOVE SPACES TO LeaveRptLine
       STRING "Total leave liability...........: " WS-Total-Ed
           DELIMITED BY SIZE INTO LeaveRptLine
       WRITE LeaveRptLine
       IF WS-Unrated-Count > 0
           MOVE SPACES TO LeaveRptLine
           STRING "*** " WS-Unrated-Count " EMPLOYEE(S) MARKED * - "
               "NOT ON THE MASTER, BALANCE NOT VALUED ***"
               DELIMITED BY SIZE INTO LeaveRptLine
           WRITE LeaveRptLine
       END-IF.
