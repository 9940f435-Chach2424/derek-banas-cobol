*> and then - only under a second operator confirmation - the
*> year-to-date file is reset empty for the new year. Declining
*> the reset leaves the file exactly as the last pay run wrote it.
*> October 15th 2026 - ytdearn.dat now carries the year's total for
*> each payroll deduction code (up to 8 an employee); each one is
*> printed on the statement with its description from dedcode.dat,
*> between the withholding and the net. A record from before the
*> deduction slots reads them as blank and prints none.
*> October 15th 2026 - the employee master is now read through the
*> shared EMPREC layout, which carries the direct deposit details.
*> October 15th 2026 - ytdearn.dat is read through the shared
*> YTDREC layout; each statement now shows the four quarters'
*> wages, withholding and FICA that make up the year - the same
*> figures the quarterly tax report QTRRPT filed - and flags a
*> year the quarters do not add up to.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           FILE STATUS IS WS-Emp-Status.
       SELECT StmtFile ASSIGN TO 'ytdstmt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DedCodeFile ASSIGN TO 'dedcode.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DedCode-Status.

DATA DIVISION.
FILE SECTION.
FD YtdFile.
01 YtdRec.
       COPY YTDREC.

FD EmpFile.
01 EmpMastRec.
       COPY EMPREC.

FD StmtFile.
01 StmtLine PIC X(80).

FD DedCodeFile.
01 DedCodeRec.
       02 DC-Code       PIC X(4).
       02 DC-Desc       PIC X(20).
       02 DC-GL-Account PIC 9(4).

WORKING-STORAGE SECTION.
01 WS-Ytd-Status PIC XX.
01 WS-Emp-Status PIC XX.
01 WS-Emp-Found   PIC X VALUE 'N'.
       88 EmpFound VALUE 'Y'.
01 WS-Stmt-Name   PIC X(20).
01 WS-DedCode-Status PIC XX.
01 WS-DedCode-EOF PIC X VALUE 'N'.
01 WS-DedCode-Table.
       02 WS-DedCode-Entry OCCURS 50 TIMES.
           03 WS-DC-Code PIC X(4).
           03 WS-DC-Desc PIC X(20).
01 WS-DedCode-Count PIC 99 VALUE 0.
01 WS-DedCode-Idx PIC 99 VALUE 0.
01 WS-DedCode-Found PIC X VALUE 'N'.
       88 DedCodeFound VALUE 'Y'.
01 WS-Ded-Idx     PIC 9 VALUE 0.
01 WS-Ded-Desc    PIC X(20).
01 WS-Qtr-Idx     PIC 9 VALUE 0.
01 WS-Qtr-Gross-Ed PIC $$$,$$$,$$9.99.
01 WS-Qtr-Fed-Ed  PIC $$$,$$$,$$9.99.
01 WS-Qtr-Fica-Ed PIC $$$,$$$,$$9.99.
01 WS-Qtr-Sum-Gross PIC 9(9)V99 VALUE ZEROES.
01 WS-Qtr-Sum-Fed  PIC 9(9)V99 VALUE ZEROES.
01 WS-Qtr-Sum-Fica PIC 9(9)V99 VALUE ZEROES.
01 WS-Stmt-Count  PIC 9(4) VALUE 0.
01 WS-Confirm     PIC X.
01 WS-Stmt-Year   PIC 9(4).
01 WS-Today       PIC 9(8).
01 WS-Money-Ed    PIC $$$,$$$,$$9.99.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "YEAREND".
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
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
       ACCEPT WS-Today FROM DATE YYYYMMDD
       MOVE WS-Today(1:4) TO WS-Stmt-Year
       PERFORM LOAD-EMPLOYEES
       PERFORM LOAD-DEDUCTION-CODES
       OPEN INPUT YtdFile
       IF WS-Ytd-Status NOT = '00'
           DISPLAY "No ytdearn.dat to state (status "
       STRING "  FICA................: " WS-Money-Ed
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1 UNTIL WS-Ded-Idx > 8
           IF YE-Ded-Code(WS-Ded-Idx) NOT = SPACES AND
              YE-Ded-Amount(WS-Ded-Idx) IS NUMERIC
               PERFORM PRINT-ONE-DEDUCTION
           END-IF
       END-PERFORM
       MOVE YE-Net TO WS-Money-Ed
       MOVE SPACES TO StmtLine
       STRING "  Net pay.............: " WS-Money-Ed
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine
       MOVE ZEROES TO WS-Qtr-Sum-Gross WS-Qtr-Sum-Fed WS-Qtr-Sum-Fica
       PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1 UNTIL WS-Qtr-Idx > 4
           PERFORM PRINT-ONE-QUARTER
       END-PERFORM
       IF WS-Qtr-Sum-Gross NOT = YE-Gross OR
          WS-Qtr-Sum-Fed NOT = YE-Fed OR
          WS-Qtr-Sum-Fica NOT = YE-Fica
           MOVE SPACES TO StmtLine
           STRING "  *** QUARTERS DO NOT ADD TO THE YEAR ***"
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine
       END-IF.

*> A quarter from before the quarters were kept reads as blank
*> and prints as zero.
PRINT-ONE-QUARTER.
       IF YE-Qtr-Gross(WS-Qtr-Idx) IS NUMERIC AND
          YE-Qtr-Fed(WS-Qtr-Idx) IS NUMERIC AND
          YE-Qtr-Fica(WS-Qtr-Idx) IS NUMERIC
           ADD YE-Qtr-Gross(WS-Qtr-Idx) TO WS-Qtr-Sum-Gross
           ADD YE-Qtr-Fed(WS-Qtr-Idx) TO WS-Qtr-Sum-Fed
           ADD YE-Qtr-Fica(WS-Qtr-Idx) TO WS-Qtr-Sum-Fica
           MOVE YE-Qtr-Gross(WS-Qtr-Idx) TO WS-Qtr-Gross-Ed
           MOVE YE-Qtr-Fed(WS-Qtr-Idx) TO WS-Qtr-Fed-Ed
           MOVE YE-Qtr-Fica(WS-Qtr-Idx) TO WS-Qtr-Fica-Ed
       ELSE
           MOVE ZEROES TO WS-Qtr-Gross-Ed WS-Qtr-Fed-Ed WS-Qtr-Fica-Ed
       END-IF
       MOVE SPACES TO StmtLine
       STRING "  Q" WS-Qtr-Idx " wages " WS-Qtr-Gross-Ed
           " fed " WS-Qtr-Fed-Ed " FICA " WS-Qtr-Fica-Ed
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine.

PRINT-ONE-DEDUCTION.
       MOVE SPACES TO WS-Ded-Desc
       STRING "Deduction " YE-Ded-Code(WS-Ded-Idx)
           DELIMITED BY SIZE INTO WS-Ded-Desc
       MOVE 'N' TO WS-DedCode-Found
       PERFORM VARYING WS-DedCode-Idx FROM 1 BY 1
               UNTIL WS-DedCode-Idx > WS-DedCode-Count OR DedCodeFound
           IF WS-DC-Code(WS-DedCode-Idx) = YE-Ded-Code(WS-Ded-Idx)
               MOVE 'Y' TO WS-DedCode-Found
               MOVE WS-DC-Desc(WS-DedCode-Idx) TO WS-Ded-Desc
           END-IF
       END-PERFORM
       MOVE YE-Ded-Amount(WS-Ded-Idx) TO WS-Money-Ed
       MOVE SPACES TO StmtLine
       STRING "  " WS-Ded-Desc ": " WS-Money-Ed
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine.

LOAD-DEDUCTION-CODES.
       OPEN INPUT DedCodeFile
       IF WS-DedCode-Status NOT = '00'
           MOVE 'Y' TO WS-DedCode-EOF
       END-IF
       PERFORM UNTIL WS-DedCode-EOF = 'Y'
           READ DedCodeFile
               AT END MOVE 'Y' TO WS-DedCode-EOF
               NOT AT END
                   IF WS-DedCode-Count < 50
                       ADD 1 TO WS-DedCode-Count
                       MOVE DC-Code TO WS-DC-Code(WS-DedCode-Count)
                       MOVE DC-Desc TO WS-DC-Desc(WS-DedCode-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-DedCode-Status NOT = '35'
           CLOSE DedCodeFile
       END-IF.

OFFER-YTD-RESET.
       IF NOT OperSupervisor
           DISPLAY "Reset REFUSED - supervisor sign-on required"
