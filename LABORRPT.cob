       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LABORRPT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Labor distribution report for daily_batch.sh, run nightly after
*> the payroll run has brought laborytd.dat up to date - so the
*> owner can see what the warehouse costs against the office
*> instead of one payroll expense figure. For each department on
*> the labor distribution file (the shared LABORREC layout): the
*> hours, gross pay and employer payroll taxes charged to it by the
*> last pay run and for the year to date, named from the
*> department table dept.dat (the shared DEPTREC layout), with
*> totals for the shop. Pay charged to no department is listed as
*> such; a department since dropped from dept.dat keeps its line
*> for the year, marked. Output goes to laborrpt.txt; records read
*> vs. listed go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LaborFile ASSIGN TO 'laborytd.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Labor-Status.
       SELECT DeptFile ASSIGN TO 'dept.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Dept-Status.
       SELECT LaborRptFile ASSIGN TO 'laborrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LaborFile.
01 LaborRec.
       COPY LABORREC.

FD DeptFile.
01 DeptRec.
       COPY DEPTREC.

FD LaborRptFile.
01 LaborRptLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Labor-Status PIC XX.
01 WS-Dept-Status  PIC XX.
01 WS-Labor-EOF    PIC X VALUE 'N'.
01 WS-Dept-EOF     PIC X VALUE 'N'.
01 WS-Labor-Open   PIC X VALUE 'N'.
01 WS-Read-Count   PIC 9(8) VALUE 0.
01 WS-Listed-Count PIC 9(8) VALUE 0.
01 WS-Recon-Out    PIC 9(8) VALUE 0.
01 WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
01 WS-Dept-Table.
       02 WS-Dept-Entry OCCURS 100 TIMES.
           03 WS-DP-Code PIC X(4).
           03 WS-DP-Name PIC X(20).
01 WS-Dept-Count   PIC 9(3) VALUE 0.
01 WS-Dept-Idx     PIC 9(3) VALUE 0.
01 WS-Dept-Found   PIC X VALUE 'N'.
       88 DeptFound VALUE 'Y'.
01 WS-List-Name    PIC X(20).
01 WS-Period-Date  PIC 9(8) VALUE ZEROES.
01 WS-Per-Hours    PIC 9(5)V99 VALUE ZEROES.
01 WS-Per-Gross    PIC 9(8)V99 VALUE ZEROES.
01 WS-Per-Tax      PIC 9(8)V99 VALUE ZEROES.
01 WS-Ytd-Hours    PIC 9(6)V99 VALUE ZEROES.
01 WS-Ytd-Gross    PIC 9(9)V99 VALUE ZEROES.
01 WS-Ytd-Tax      PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Per-Hours PIC 9(7)V99 VALUE ZEROES.
01 WS-Tot-Per-Gross PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Per-Tax   PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Ytd-Hours PIC 9(7)V99 VALUE ZEROES.
01 WS-Tot-Ytd-Gross PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Ytd-Tax   PIC 9(9)V99 VALUE ZEROES.
01 WS-Dropped-Count PIC 9(4) VALUE 0.
01 WS-Per-Hours-Ed PIC ZZZ,ZZ9.99.
01 WS-Per-Gross-Ed PIC $$,$$$,$$9.99.
01 WS-Per-Tax-Ed   PIC $$,$$$,$$9.99.
01 WS-Ytd-Hours-Ed PIC Z,ZZZ,ZZ9.99.
01 WS-Ytd-Gross-Ed PIC $$$,$$$,$$9.99.
01 WS-Ytd-Tax-Ed   PIC $$$,$$$,$$9.99.
01 WS-Audit-Program PIC X(8) VALUE "LABORRPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Labor distribution".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-DEPARTMENTS
       PERFORM FIND-PERIOD-DATE
       OPEN OUTPUT LaborRptFile
       MOVE SPACES TO LaborRptLine
       STRING "Labor Distribution by Department - as of "
           WS-Today-Year "/" WS-Today-Month "/" WS-Today-Day
           DELIMITED BY SIZE INTO LaborRptLine
       WRITE LaborRptLine
       MOVE SPACES TO LaborRptLine
       IF WS-Period-Date = ZEROES
           STRING "No pay run yet this year"
               DELIMITED BY SIZE INTO LaborRptLine
       ELSE
           STRING "Pay period: pay run of " WS-Period-Date
               DELIMITED BY SIZE INTO LaborRptLine
       END-IF
       WRITE LaborRptLine
       MOVE SPACES TO LaborRptLine
       WRITE LaborRptLine
       MOVE SPACES TO LaborRptLine
       STRING "                          "
           "---------- This pay period -----------  "
           "-------------- Year to date -------------"
           DELIMITED BY SIZE INTO LaborRptLine
       WRITE LaborRptLine
       MOVE SPACES TO LaborRptLine
       STRING "Dept Name                      Hours     Gross pay"
           "  Employer tax         Hours      Gross pay   Employer tax"
           DELIMITED BY SIZE INTO LaborRptLine
       WRITE LaborRptLine
       OPEN INPUT LaborFile
       IF WS-Labor-Status = '00'
           MOVE 'Y' TO WS-Labor-Open
       ELSE
           DISPLAY "No laborytd.dat yet (status " WS-Labor-Status ")"
           MOVE 'Y' TO WS-Labor-EOF
       END-IF
       PERFORM UNTIL WS-Labor-EOF = 'Y'
           READ LaborFile
               AT END MOVE 'Y' TO WS-Labor-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM LIST-ONE-DEPARTMENT
           END-READ
       END-PERFORM
       IF WS-Labor-Open = 'Y'
           CLOSE LaborFile
       END-IF
       PERFORM WRITE-DISTRIBUTION-TOTALS
       CLOSE LaborRptFile
       MOVE WS-Listed-Count TO WS-Recon-Out
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-DEPARTMENTS.
       OPEN INPUT DeptFile
       IF WS-Dept-Status NOT = '00'
           MOVE 'Y' TO WS-Dept-EOF
       END-IF
       PERFORM UNTIL WS-Dept-EOF = 'Y'
           READ DeptFile
               AT END MOVE 'Y' TO WS-Dept-EOF
               NOT AT END
                   IF WS-Dept-Count < 100
                       ADD 1 TO WS-Dept-Count
                       MOVE DP-Code TO WS-DP-Code(WS-Dept-Count)
                       MOVE DP-Name TO WS-DP-Name(WS-Dept-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Dept-Status NOT = '35'
           CLOSE DeptFile
       END-IF.

*> Every record carries the date of the pay run its period figures
*> came from; the latest one names the period on the heading.
FIND-PERIOD-DATE.
       OPEN INPUT LaborFile
       IF WS-Labor-Status NOT = '00'
           MOVE 'Y' TO WS-Labor-EOF
       END-IF
       PERFORM UNTIL WS-Labor-EOF = 'Y'
           READ LaborFile
               AT END MOVE 'Y' TO WS-Labor-EOF
               NOT AT END
                   IF LD-Per-Date IS NUMERIC AND
                      LD-Per-Date > WS-Period-Date
                       MOVE LD-Per-Date TO WS-Period-Date
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Labor-Status NOT = '35'
           CLOSE LaborFile
       END-IF
       MOVE 'N' TO WS-Labor-EOF.

*> A record's period counts only when it is from the latest pay
*> run, and its year to date only when it is this year's.
LIST-ONE-DEPARTMENT.
       ADD 1 TO WS-Listed-Count
       MOVE ZEROES TO WS-Per-Hours WS-Per-Gross WS-Per-Tax
           WS-Ytd-Hours WS-Ytd-Gross WS-Ytd-Tax
       IF LD-Per-Date IS NUMERIC AND LD-Per-Date = WS-Period-Date
          AND LD-Per-Hours IS NUMERIC AND LD-Per-Gross IS NUMERIC
          AND LD-Per-Tax IS NUMERIC
           MOVE LD-Per-Hours TO WS-Per-Hours
           MOVE LD-Per-Gross TO WS-Per-Gross
           MOVE LD-Per-Tax TO WS-Per-Tax
       END-IF
       IF LD-Year = WS-Today-Year AND LD-Ytd-Hours IS NUMERIC
          AND LD-Ytd-Gross IS NUMERIC AND LD-Ytd-Tax IS NUMERIC
           MOVE LD-Ytd-Hours TO WS-Ytd-Hours
           MOVE LD-Ytd-Gross TO WS-Ytd-Gross
           MOVE LD-Ytd-Tax TO WS-Ytd-Tax
       END-IF
       MOVE 'N' TO WS-Dept-Found
       IF LD-Dept = SPACES
           MOVE "No department" TO WS-List-Name
           MOVE 'Y' TO WS-Dept-Found
       ELSE
           MOVE "(not on dept.dat)" TO WS-List-Name
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Count OR DeptFound
               IF WS-DP-Code(WS-Dept-Idx) = LD-Dept
                   MOVE 'Y' TO WS-Dept-Found
                   MOVE WS-DP-Name(WS-Dept-Idx) TO WS-List-Name
               END-IF
           END-PERFORM
       END-IF
       ADD WS-Per-Hours TO WS-Tot-Per-Hours
       ADD WS-Per-Gross TO WS-Tot-Per-Gross
       ADD WS-Per-Tax TO WS-Tot-Per-Tax
       ADD WS-Ytd-Hours TO WS-Tot-Ytd-Hours
       ADD WS-Ytd-Gross TO WS-Tot-Ytd-Gross
       ADD WS-Ytd-Tax TO WS-Tot-Ytd-Tax
       MOVE WS-Per-Hours TO WS-Per-Hours-Ed
       MOVE WS-Per-Gross TO WS-Per-Gross-Ed
       MOVE WS-Per-Tax TO WS-Per-Tax-Ed
       MOVE WS-Ytd-Hours TO WS-Ytd-Hours-Ed
       MOVE WS-Ytd-Gross TO WS-Ytd-Gross-Ed
       MOVE WS-Ytd-Tax TO WS-Ytd-Tax-Ed
       MOVE SPACES TO LaborRptLine
       STRING LD-Dept " " WS-List-Name " " WS-Per-Hours-Ed " "
           WS-Per-Gross-Ed " " WS-Per-Tax-Ed "  " WS-Ytd-Hours-Ed " "
           WS-Ytd-Gross-Ed " " WS-Ytd-Tax-Ed
           DELIMITED BY SIZE INTO LaborRptLine
       IF NOT DeptFound
           ADD 1 TO WS-Dropped-Count
           MOVE "*" TO LaborRptLine(110:1)
       END-IF
       WRITE LaborRptLine.

WRITE-DISTRIBUTION-TOTALS.
       MOVE WS-Tot-Per-Hours TO WS-Per-Hours-Ed
       MOVE WS-Tot-Per-Gross TO WS-Per-Gross-Ed
       MOVE WS-Tot-Per-Tax TO WS-Per-Tax-Ed
       MOVE WS-Tot-Ytd-Hours TO WS-Ytd-Hours-Ed
       MOVE WS-Tot-Ytd-Gross TO WS-Ytd-Gross-Ed
       MOVE WS-Tot-Ytd-Tax TO WS-Ytd-Tax-Ed
       MOVE SPACES TO LaborRptLine
       WRITE LaborRptLine
       MOVE SPACES TO LaborRptLine
       STRING "     Total                " WS-Per-Hours-Ed " "
           WS-Per-Gross-Ed " " WS-Per-Tax-Ed "  " WS-Ytd-Hours-Ed " "
           WS-Ytd-Gross-Ed " " WS-Ytd-Tax-Ed
           DELIMITED BY SIZE INTO LaborRptLine
       WRITE LaborRptLine
       MOVE SPACES TO LaborRptLine
       WRITE LaborRptLine
       MOVE SPACES TO LaborRptLine
       STRING "Departments listed..............: " WS-Listed-Count
           DELIMITED BY SIZE INTO LaborRptLine
       WRITE LaborRptLine
       IF WS-Dropped-Count > 0
           MOVE SPACES TO LaborRptLine
           STRING "*** " WS-Dropped-Count " DEPARTMENT(S) MARKED * - "
               "NO LONGER ON DEPT.DAT ***"
               DELIMITED BY SIZE INTO LaborRptLine
           WRITE LaborRptLine
       END-IF.
