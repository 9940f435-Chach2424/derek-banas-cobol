       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QTRRPT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Quarterly payroll tax report for daily_batch.sh, run nightly
*> after the payroll run the way MONTHEND runs after SUMDRV: on the
*> last business day of the quarter this IS the quarter-end report,
*> and the bookkeeper stops rebuilding quarterly wages and taxes
*> from the paper pay registers. The quarter comes from the
*> processing date (GETPDATE); each employee's figures for it come
*> from the quarter accumulators PAYROLL keeps on ytdearn.dat (the
*> shared YTDREC layout). For the federal quarterly return: total
*> wages, federal income tax withheld, and FICA - the employee
*> share withheld and the employer's matching share. For the state
*> unemployment report: a wage listing per employee with the
*> quarter's wages split into the part under the state taxable
*> wage base (SUIWAGEBASE on rates.dat, 7000.00 when not set) and
*> the excess over it, the base being used up by the earlier
*> quarters' wages first. The report closes by proving each
*> employee's four quarters against the year-to-date totals YEAREND
*> states from, and says so when they do not tie. Records read vs.
*> listed go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT YtdFile ASSIGN TO 'ytdearn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ytd-Status.
       SELECT EmpFile ASSIGN TO 'employee.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Emp-Status.
       SELECT QtrRptFile ASSIGN TO 'qtrrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD YtdFile.
01 YtdRec.
       COPY YTDREC.

FD EmpFile.
01 EmpMastRec.
       COPY EMPREC.

FD QtrRptFile.
01 QtrRptLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Ytd-Status   PIC XX.
01 WS-Emp-Status   PIC XX.
01 WS-Ytd-EOF      PIC X VALUE 'N'.
01 WS-Emp-EOF      PIC X VALUE 'N'.
01 WS-Ytd-Open     PIC X VALUE 'N'.
01 WS-Read-Count   PIC 9(8) VALUE 0.
01 WS-Listed-Count PIC 9(8) VALUE 0.
01 WS-Recon-Out    PIC 9(8) VALUE 0.
01 WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
01 WS-Qtr          PIC 9 VALUE 1.
01 WS-Qtr-Idx      PIC 9 VALUE 0.
01 WS-Emp-Table.
       02 WS-Emp-Entry OCCURS 100 TIMES.
           03 WS-Emp-Number PIC 9(4).
           03 WS-Emp-Name   PIC X(20).
01 WS-Emp-Count    PIC 9(3) VALUE 0.
01 WS-Emp-Idx      PIC 9(3) VALUE 0.
01 WS-Emp-Found    PIC X VALUE 'N'.
       88 EmpFound VALUE 'Y'.
01 WS-List-Name    PIC X(20).
01 WS-Wage-Base    PIC 9(6)V99 VALUE 7000.00.
01 WS-Rate-Name    PIC X(12).
01 WS-Rate-Value   PIC 9(6)V9(6).
01 WS-Rate-Found   PIC X.
*> One employee's quarter, and the wages paid in the quarters
*> before it that have already used up part of the wage base.
01 WS-Emp-Qtr-Gross PIC 9(8)V99 VALUE ZEROES.
01 WS-Emp-Qtr-Fed   PIC 9(8)V99 VALUE ZEROES.
01 WS-Emp-Qtr-Fica  PIC 9(8)V99 VALUE ZEROES.
01 WS-Emp-Prior     PIC 9(9)V99 VALUE ZEROES.
01 WS-Emp-Taxable   PIC 9(8)V99 VALUE ZEROES.
01 WS-Emp-Excess    PIC 9(8)V99 VALUE ZEROES.
01 WS-Base-Left     PIC S9(9)V99 VALUE ZEROES.
01 WS-Sum-Gross     PIC 9(9)V99 VALUE ZEROES.
01 WS-Sum-Fed       PIC 9(9)V99 VALUE ZEROES.
01 WS-Sum-Fica      PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Gross     PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Fed       PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Fica      PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Fica-All  PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Taxable   PIC 9(9)V99 VALUE ZEROES.
01 WS-Tot-Excess    PIC 9(9)V99 VALUE ZEROES.
01 WS-Year-Gross    PIC 9(9)V99 VALUE ZEROES.
01 WS-Year-Fed      PIC 9(9)V99 VALUE ZEROES.
01 WS-Year-Fica     PIC 9(9)V99 VALUE ZEROES.
01 WS-Four-Gross    PIC 9(9)V99 VALUE ZEROES.
01 WS-Four-Fed      PIC 9(9)V99 VALUE ZEROES.
01 WS-Four-Fica     PIC 9(9)V99 VALUE ZEROES.
01 WS-Untied-Count  PIC 9(4) VALUE 0.
01 WS-Gross-Ed      PIC $$$,$$$,$$9.99.
01 WS-Fed-Ed        PIC $$$,$$$,$$9.99.
01 WS-Fica-Ed       PIC $$$,$$$,$$9.99.
01 WS-Taxable-Ed    PIC $$$,$$$,$$9.99.
01 WS-Excess-Ed     PIC $$$,$$$,$$9.99.
01 WS-Total-Ed      PIC $$$,$$$,$$9.99.
01 WS-Base-Ed       PIC $$$,$$9.99.
01 WS-Audit-Program PIC X(8) VALUE "QTRRPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Quarterly tax rpt".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       COMPUTE WS-Qtr = (WS-Today-Month + 2) / 3
       MOVE "SUIWAGEBASE" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Wage-Base
       END-IF
       PERFORM LOAD-EMPLOYEES
       OPEN OUTPUT QtrRptFile
       MOVE SPACES TO QtrRptLine
       STRING "Quarterly Payroll Tax Report - " WS-Today-Year
           " quarter " WS-Qtr " (to " WS-Today-Year "/"
           WS-Today-Month "/" WS-Today-Day ")"
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Wage-Base TO WS-Base-Ed
       MOVE SPACES TO QtrRptLine
       STRING "State unemployment wage listing - taxable wage base "
           WS-Base-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE SPACES TO QtrRptLine
       STRING "Emp  Name                 Quarter wages   Fed withheld"
           "   Employee FICA    SUI taxable    Over base"
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       OPEN INPUT YtdFile
       IF WS-Ytd-Status = '00'
           MOVE 'Y' TO WS-Ytd-Open
       ELSE
           DISPLAY "No ytdearn.dat yet (status " WS-Ytd-Status ")"
           MOVE 'Y' TO WS-Ytd-EOF
       END-IF
       PERFORM UNTIL WS-Ytd-EOF = 'Y'
           READ YtdFile
               AT END MOVE 'Y' TO WS-Ytd-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM LIST-ONE-EMPLOYEE
           END-READ
       END-PERFORM
       IF WS-Ytd-Open = 'Y'
           CLOSE YtdFile
       END-IF
       PERFORM WRITE-QUARTER-TOTALS
       CLOSE QtrRptFile
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
               ") - listing will carry numbers only"
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
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Emp-Status NOT = '35'
           CLOSE EmpFile
       END-IF.

*> The quarter's wages against whatever is left of the wage base
*> after the earlier quarters, then the employee's four quarters
*> against their year to date.
LIST-ONE-EMPLOYEE.
       ADD 1 TO WS-Listed-Count
       MOVE ZEROES TO WS-Emp-Qtr-Gross WS-Emp-Qtr-Fed WS-Emp-Qtr-Fica
       MOVE ZEROES TO WS-Emp-Prior
       MOVE ZEROES TO WS-Sum-Gross WS-Sum-Fed WS-Sum-Fica
       PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1 UNTIL WS-Qtr-Idx > 4
           IF YE-Qtr-Gross(WS-Qtr-Idx) IS NUMERIC AND
              YE-Qtr-Fed(WS-Qtr-Idx) IS NUMERIC AND
              YE-Qtr-Fica(WS-Qtr-Idx) IS NUMERIC
               ADD YE-Qtr-Gross(WS-Qtr-Idx) TO WS-Sum-Gross
               ADD YE-Qtr-Fed(WS-Qtr-Idx) TO WS-Sum-Fed
               ADD YE-Qtr-Fica(WS-Qtr-Idx) TO WS-Sum-Fica
               IF WS-Qtr-Idx < WS-Qtr
                   ADD YE-Qtr-Gross(WS-Qtr-Idx) TO WS-Emp-Prior
               END-IF
               IF WS-Qtr-Idx = WS-Qtr
                   MOVE YE-Qtr-Gross(WS-Qtr-Idx) TO WS-Emp-Qtr-Gross
                   MOVE YE-Qtr-Fed(WS-Qtr-Idx) TO WS-Emp-Qtr-Fed
                   MOVE YE-Qtr-Fica(WS-Qtr-Idx) TO WS-Emp-Qtr-Fica
               END-IF
           END-IF
       END-PERFORM
       COMPUTE WS-Base-Left = WS-Wage-Base - WS-Emp-Prior
       IF WS-Base-Left < 0
           MOVE ZEROES TO WS-Base-Left
       END-IF
       IF WS-Emp-Qtr-Gross > WS-Base-Left
           MOVE WS-Base-Left TO WS-Emp-Taxable
       ELSE
           MOVE WS-Emp-Qtr-Gross TO WS-Emp-Taxable
       END-IF
       COMPUTE WS-Emp-Excess = WS-Emp-Qtr-Gross - WS-Emp-Taxable
       ADD WS-Emp-Qtr-Gross TO WS-Tot-Gross
       ADD WS-Emp-Qtr-Fed TO WS-Tot-Fed
       ADD WS-Emp-Qtr-Fica TO WS-Tot-Fica
       ADD WS-Emp-Taxable TO WS-Tot-Taxable
       ADD WS-Emp-Excess TO WS-Tot-Excess
       ADD WS-Sum-Gross TO WS-Four-Gross
       ADD WS-Sum-Fed TO WS-Four-Fed
       ADD WS-Sum-Fica TO WS-Four-Fica
       IF YE-Gross IS NUMERIC AND YE-Fed IS NUMERIC AND
          YE-Fica IS NUMERIC
           ADD YE-Gross TO WS-Year-Gross
           ADD YE-Fed TO WS-Year-Fed
           ADD YE-Fica TO WS-Year-Fica
       END-IF
       MOVE "(no longer on the master)" TO WS-List-Name
       MOVE 'N' TO WS-Emp-Found
       PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Count OR EmpFound
           IF WS-Emp-Number(WS-Emp-Idx) = YE-Emp-Number
               MOVE 'Y' TO WS-Emp-Found
               MOVE WS-Emp-Name(WS-Emp-Idx) TO WS-List-Name
           END-IF
       END-PERFORM
       MOVE WS-Emp-Qtr-Gross TO WS-Gross-Ed
       MOVE WS-Emp-Qtr-Fed TO WS-Fed-Ed
       MOVE WS-Emp-Qtr-Fica TO WS-Fica-Ed
       MOVE WS-Emp-Taxable TO WS-Taxable-Ed
       MOVE WS-Emp-Excess TO WS-Excess-Ed
       MOVE SPACES TO QtrRptLine
       STRING YE-Emp-Number " " WS-List-Name " " WS-Gross-Ed " "
           WS-Fed-Ed " " WS-Fica-Ed " " WS-Taxable-Ed " "
           WS-Excess-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       IF WS-Sum-Gross NOT = YE-Gross OR WS-Sum-Fed NOT = YE-Fed OR
          WS-Sum-Fica NOT = YE-Fica
           ADD 1 TO WS-Untied-Count
           MOVE "*" TO QtrRptLine(121:1)
       END-IF
       WRITE QtrRptLine.

*> The employer's FICA matches the employee's, withheld check by
*> check at the same rate.
WRITE-QUARTER-TOTALS.
       MOVE SPACES TO QtrRptLine
       WRITE QtrRptLine
       MOVE SPACES TO QtrRptLine
       STRING "Employees listed................: " WS-Listed-Count
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Tot-Gross TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Total wages.....................: " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Tot-Fed TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Federal income tax withheld.....: " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Tot-Fica TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Employee FICA withheld..........: " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE SPACES TO QtrRptLine
       STRING "Employer FICA...................: " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       COMPUTE WS-Tot-Fica-All = WS-Tot-Fica * 2
       MOVE WS-Tot-Fica-All TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Total FICA......................: " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Tot-Taxable TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "SUI taxable wages...............: " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Tot-Excess TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Wages over the SUI wage base....: " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE SPACES TO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Four-Gross TO WS-Gross-Ed
       MOVE WS-Year-Gross TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Four quarters wages " WS-Gross-Ed
           "  year to date " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Four-Fed TO WS-Gross-Ed
       MOVE WS-Year-Fed TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Four quarters fed   " WS-Gross-Ed
           "  year to date " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE WS-Four-Fica TO WS-Gross-Ed
       MOVE WS-Year-Fica TO WS-Total-Ed
       MOVE SPACES TO QtrRptLine
       STRING "Four quarters FICA  " WS-Gross-Ed
           "  year to date " WS-Total-Ed
           DELIMITED BY SIZE INTO QtrRptLine
       WRITE QtrRptLine
       MOVE SPACES TO QtrRptLine
       IF WS-Untied-Count = 0
           STRING "Quarters tie to the year-to-date totals"
               DELIMITED BY SIZE INTO QtrRptLine
       ELSE
           STRING "*** " WS-Untied-Count " EMPLOYEE(S) MARKED * - "
               "QUARTERS DO NOT TIE TO YEAR TO DATE ***"
               DELIMITED BY SIZE INTO QtrRptLine
       END-IF
       WRITE QtrRptLine.
