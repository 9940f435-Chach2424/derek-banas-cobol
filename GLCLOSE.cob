       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLCLOSE.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Financial statements and period close off the general ledger
*> journal gljrnl.dat (the shared GLJRNL layout) - GLPOST prints a
*> trial balance and nothing more, and the accountant was building
*> the statements by hand from gltrial.txt every month. Restricted
*> to supervisors (the OPERMNT treatment: a clerk's sign-on is
*> refused outright and the refusal audited). Each account's type
*> and statement line come from the chart glchart.dat (the shared
*> GLCHART layout). For a month keyed here, glstmt.txt gets:
*>   - an income statement: revenue and expenses by statement line
*>     for the month and for the year to date, and the net income;
*>   - a balance sheet as of the month's end: assets, liabilities
*>     and equity by statement line, with the income not yet
*>     closed to retained earnings shown in equity, proved against
*>     total assets.
*> Statements can be printed for any month that has begun (marked
*> PRELIMINARY until it is closed). Closing a month - months close
*> in order, and only once they have ended by the processing date
*> (GETPDATE) - prints its statements and records it on
*> glperiod.ctl, and GLPOST then refuses to post anything dated in
*> it. Closing December also closes the year: every revenue and
*> expense account's balance for the year is rolled into the
*> retained earnings account (type T) with closing lines appended
*> to gljrnl.dat dated December 31st (source YC, the supervisor
*> as keyer and approver), so the new year's income statement
*> starts from nothing while the balance sheet carries on. The
*> closing lines are never written twice for a year. Every close
*> is written to runaudit.txt.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLChartFile ASSIGN TO 'glchart.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Chart-Status.
       SELECT GLJrnlFile ASSIGN TO 'gljrnl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Jrnl-Status.
       SELECT GLPeriodFile ASSIGN TO 'glperiod.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Period-Status.
       SELECT RunCtlFile ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunCtl-Status.
       SELECT StmtFile ASSIGN TO 'glstmt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GLChartFile.
01 GLChartRec.
       COPY GLCHART.

FD GLJrnlFile.
01 GLJrnlRec.
       COPY GLJRNL.

FD GLPeriodFile.
01 GLPeriodRec.
       02 GP-Closed-Through PIC 9(6).

FD RunCtlFile.
01 RunCtlRec.
       02 RN-Run-Number PIC 9(6).

FD StmtFile.
01 StmtLine PIC X(90).

WORKING-STORAGE SECTION.
01 WS-Chart-Status  PIC XX.
01 WS-Jrnl-Status   PIC XX.
01 WS-Period-Status PIC XX.
01 WS-RunCtl-Status PIC XX.
01 WS-Chart-EOF     PIC X VALUE 'N'.
01 WS-Jrnl-EOF      PIC X VALUE 'N'.
01 WS-Chart-Table.
       02 WS-Chart-Entry OCCURS 100 TIMES.
           03 WS-CT-Account PIC 9(4).
           03 WS-CT-Name    PIC X(30).
           03 WS-CT-Type    PIC X.
           03 WS-CT-Group   PIC X(20).
01 WS-Chart-Count   PIC 9(3) VALUE 0.
01 WS-Chart-Idx     PIC 9(3) VALUE 0.
01 WS-Chart-Found   PIC X VALUE 'N'.
       88 ChartFound VALUE 'Y'.
01 WS-RE-Account    PIC 9(4) VALUE 0.
01 WS-RE-Found      PIC X VALUE 'N'.
       88 RetainedEarningsFound VALUE 'Y'.
*> One statement line per type and caption, in chart order.
01 WS-Group-Table.
       02 WS-Group-Entry OCCURS 120 TIMES.
           03 WS-GR-Type    PIC X.
           03 WS-GR-Caption PIC X(30).
           03 WS-GR-Month   PIC S9(12)V99.
           03 WS-GR-Ytd     PIC S9(12)V99.
           03 WS-GR-Balance PIC S9(12)V99.
01 WS-Group-Count   PIC 9(3) VALUE 0.
01 WS-Group-Idx     PIC 9(3) VALUE 0.
01 WS-Group-Hit-Idx PIC 9(3) VALUE 0.
01 WS-Group-Found   PIC X VALUE 'N'.
       88 GroupFound VALUE 'Y'.
*> Each revenue and expense account's balance for the year, for
*> the year-end closing lines.
01 WS-Acct-Table.
       02 WS-Acct-Entry OCCURS 200 TIMES.
           03 WS-AB-Account PIC 9(4).
           03 WS-AB-Year    PIC S9(12)V99.
01 WS-Acct-Count    PIC 9(3) VALUE 0.
01 WS-Acct-Idx      PIC 9(3) VALUE 0.
01 WS-Acct-Found    PIC X VALUE 'N'.
       88 AcctFound VALUE 'Y'.
01 WS-Table-Full    PIC X VALUE 'N'.
       88 TableFull VALUE 'Y'.
01 WS-Class-Account PIC 9(4).
01 WS-Class-Type    PIC X.
       88 ClassIncome VALUES 'R', 'E'.
01 WS-Class-Caption PIC X(30).
01 WS-Line-Date.
       02 WS-LD-Month.
           03 WS-LD-Year PIC 9(4).
           03 WS-LD-Mm   PIC 99.
       02 WS-LD-Day      PIC 99.
01 WS-Stmt-Period.
       02 WS-Stmt-Year   PIC 9(4).
       02 WS-Stmt-Mm     PIC 99.
01 WS-Stmt-Entry REDEFINES WS-Stmt-Period PIC X(6).
01 WS-Month-Valid   PIC X VALUE 'N'.
       88 MonthEntryOK VALUE 'Y'.
01 WS-Chk-Idx       PIC 9.
01 WS-Proc-Date.
       02 WS-Proc-Period PIC 9(6).
       02 WS-Proc-Day    PIC 99.
01 WS-Closed-Through PIC 9(6) VALUE ZEROES.
01 WS-Closed-Period REDEFINES WS-Closed-Through.
       02 WS-Closed-Year PIC 9(4).
       02 WS-Closed-Mm   PIC 99.
01 WS-Next-Period.
       02 WS-Next-Year   PIC 9(4).
       02 WS-Next-Mm     PIC 99.
01 WS-Run-Number    PIC 9(6) VALUE 0.
01 WS-Year-Closed   PIC X VALUE 'N'.
       88 YearAlreadyClosed VALUE 'Y'.
01 WS-Line-Amount   PIC S9(12)V99.
01 WS-Rev-Month     PIC S9(12)V99.
01 WS-Rev-Ytd       PIC S9(12)V99.
01 WS-Exp-Month     PIC S9(12)V99.
01 WS-Exp-Ytd       PIC S9(12)V99.
01 WS-Net-Month     PIC S9(12)V99.
01 WS-Net-Ytd       PIC S9(12)V99.
01 WS-Tot-Assets    PIC S9(12)V99.
01 WS-Tot-Liab      PIC S9(12)V99.
01 WS-Tot-Equity    PIC S9(12)V99.
01 WS-Unclosed-Income PIC S9(12)V99.
01 WS-Tot-Liab-Equity PIC S9(12)V99.
01 WS-Close-Total   PIC S9(12)V99.
01 WS-Close-Lines   PIC 9(4) VALUE 0.
01 WS-Show-Month    PIC S9(12)V99.
01 WS-Show-Ytd      PIC S9(12)V99.
01 WS-Amt-Ed        PIC $$$$,$$$,$$9.99-.
01 WS-Amt-Ed-2      PIC $$$$,$$$,$$9.99-.
01 WS-Action        PIC X.
       88 ActionPrint VALUES 'P', 'p'.
       88 ActionClose VALUES 'C', 'c'.
       88 ActionQuit  VALUES 'Q', 'q'.
01 WS-Confirm       PIC X.
01 WS-More-Work     PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "GLCLOSE".
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
       IF NOT OperSupervisor
           DISPLAY "Period close REFUSED - supervisor sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Session attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM READ-PERIOD-CONTROL
       PERFORM READ-RUN-NUMBER
       PERFORM LOAD-CHART-OF-ACCOUNTS
       DISPLAY "General ledger statements and period close"
       IF WS-Closed-Through = ZEROES
           DISPLAY "  No month has been closed yet"
       ELSE
           DISPLAY "  Closed through " WS-Closed-Year "/"
               WS-Closed-Mm
       END-IF
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-ACTION
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN ActionPrint
                   PERFORM PRINT-ONE-MONTH
               WHEN ActionClose
                   PERFORM CLOSE-ONE-MONTH THRU CLOSE-ONE-MONTH-EXIT
           END-EVALUATE
       END-PERFORM
       DISPLAY "GLCLOSE finished"
       PERFORM END-OF-RUN.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

READ-PERIOD-CONTROL.
       MOVE ZEROES TO WS-Closed-Through
       OPEN INPUT GLPeriodFile
       IF WS-Period-Status = '00'
           READ GLPeriodFile
               NOT AT END
                   IF GP-Closed-Through IS NUMERIC
                       MOVE GP-Closed-Through TO WS-Closed-Through
                   END-IF
           END-READ
           CLOSE GLPeriodFile
       END-IF.

WRITE-PERIOD-CONTROL.
       OPEN OUTPUT GLPeriodFile
       MOVE WS-Closed-Through TO GP-Closed-Through
       WRITE GLPeriodRec
       CLOSE GLPeriodFile.

READ-RUN-NUMBER.
       OPEN INPUT RunCtlFile
       IF WS-RunCtl-Status = '00'
           READ RunCtlFile
               NOT AT END MOVE RN-Run-Number TO WS-Run-Number
           END-READ
           CLOSE RunCtlFile
       END-IF.

*> The statement lines are laid out in chart order; the retained
*> earnings account is the first one typed T.
LOAD-CHART-OF-ACCOUNTS.
       OPEN INPUT GLChartFile
       IF WS-Chart-Status NOT = '00'
           DISPLAY "Unable to open glchart.dat (status "
               WS-Chart-Status ") - no statements without the chart"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       PERFORM UNTIL WS-Chart-EOF = 'Y'
           READ GLChartFile
               AT END MOVE 'Y' TO WS-Chart-EOF
               NOT AT END
                   IF WS-Chart-Count < 100
                       ADD 1 TO WS-Chart-Count
                       MOVE GLC-Account TO WS-CT-Account(WS-Chart-Count)
                       MOVE GLC-Name TO WS-CT-Name(WS-Chart-Count)
                       MOVE GLC-Type TO WS-CT-Type(WS-Chart-Count)
                       MOVE GLC-Group TO WS-CT-Group(WS-Chart-Count)
                       IF GLC-Retained AND NOT RetainedEarningsFound
                           MOVE 'Y' TO WS-RE-Found
                           MOVE GLC-Account TO WS-RE-Account
                       END-IF
                       MOVE GLC-Account TO WS-Class-Account
                       PERFORM CLASSIFY-ACCOUNT
                       PERFORM FIND-GROUP
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GLChartFile.

GET-ACTION.
       DISPLAY "Action - P(rint statements) C(lose a month) Q(uit): "
           WITH NO ADVANCING
       ACCEPT WS-Action
       IF NOT (ActionPrint OR ActionClose OR ActionQuit)
           DISPLAY "Invalid action - enter P, C or Q"
       END-IF.

*> A month that has not begun by the processing date has nothing
*> in it to report.
GET-STATEMENT-MONTH.
       DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
       ACCEPT WS-Stmt-Entry
       MOVE 'Y' TO WS-Month-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 6
           IF WS-Stmt-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Stmt-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Month-Valid
           END-IF
       END-PERFORM
       IF MonthEntryOK
           IF WS-Stmt-Mm < 1 OR WS-Stmt-Mm > 12
               MOVE 'N' TO WS-Month-Valid
           END-IF
       END-IF
       IF NOT MonthEntryOK
           DISPLAY "Invalid entry - a year and month, e.g. 202603"
       ELSE
           IF WS-Stmt-Period > WS-Proc-Period
               DISPLAY "Month " WS-Stmt-Entry " has not begun"
               MOVE 'N' TO WS-Month-Valid
           END-IF
       END-IF.

PRINT-ONE-MONTH.
       PERFORM GET-STATEMENT-MONTH
       IF MonthEntryOK
           PERFORM BUILD-STATEMENTS
           PERFORM WRITE-STATEMENTS
           PERFORM SHOW-NET-INCOME
           DISPLAY "  Statements for " WS-Stmt-Year "/" WS-Stmt-Mm
               " on glstmt.txt"
       END-IF.

*> Months close in order, each only once it has ended; December
*> closes the year with it.
CLOSE-ONE-MONTH.
       PERFORM GET-STATEMENT-MONTH
       IF NOT MonthEntryOK
           GO TO CLOSE-ONE-MONTH-EXIT
       END-IF
       IF WS-Stmt-Period NOT < WS-Proc-Period
           DISPLAY "Month " WS-Stmt-Entry " has not ended - it "
               "cannot be closed yet"
           GO TO CLOSE-ONE-MONTH-EXIT
       END-IF
       IF WS-Closed-Through NOT = ZEROES
           MOVE WS-Closed-Year TO WS-Next-Year
           MOVE WS-Closed-Mm TO WS-Next-Mm
           IF WS-Next-Mm = 12
               ADD 1 TO WS-Next-Year
               MOVE 1 TO WS-Next-Mm
           ELSE
               ADD 1 TO WS-Next-Mm
           END-IF
           IF WS-Stmt-Period NOT = WS-Next-Period
               DISPLAY "Months close in order - the next month to "
                   "close is " WS-Next-Year WS-Next-Mm
               GO TO CLOSE-ONE-MONTH-EXIT
           END-IF
       END-IF
       IF WS-Stmt-Mm = 12 AND NOT RetainedEarningsFound
           DISPLAY "No retained earnings account (type T) on "
               "glchart.dat - December closes the year and cannot "
               "be closed without one"
           GO TO CLOSE-ONE-MONTH-EXIT
       END-IF
       PERFORM BUILD-STATEMENTS
       PERFORM SHOW-NET-INCOME
       IF WS-Stmt-Mm = 12
           DISPLAY "  Closing December also closes " WS-Stmt-Year
               ": income and expense roll into retained earnings "
               WS-RE-Account
       END-IF
       DISPLAY "Close " WS-Stmt-Year "/" WS-Stmt-Mm
           " - nothing more will post to it (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Nothing closed"
           GO TO CLOSE-ONE-MONTH-EXIT
       END-IF
       IF WS-Stmt-Mm = 12
           PERFORM POST-YEAR-END-CLOSE
           PERFORM BUILD-STATEMENTS
       END-IF
       MOVE WS-Stmt-Period TO WS-Closed-Through
       PERFORM WRITE-PERIOD-CONTROL
       PERFORM WRITE-STATEMENTS
       MOVE "CLOSE" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "GL period " WS-Stmt-Entry " closed"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  " WS-Stmt-Year "/" WS-Stmt-Mm " closed - final "
           "statements on glstmt.txt".

CLOSE-ONE-MONTH-EXIT.
       EXIT.

SHOW-NET-INCOME.
       MOVE WS-Net-Month TO WS-Amt-Ed
       MOVE WS-Net-Ytd TO WS-Amt-Ed-2
       DISPLAY "  Net income - month " WS-Amt-Ed "  year to date "
           WS-Amt-Ed-2.

*>-----------------------------------------------------------
*> One pass over the whole journal up to the month's end. Amounts
*> are held debit-positive; the income statement leaves out the
*> year-end closing lines, the balance sheet takes everything.
*>-----------------------------------------------------------
BUILD-STATEMENTS.
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count
           MOVE ZEROES TO WS-GR-Month(WS-Group-Idx)
               WS-GR-Ytd(WS-Group-Idx) WS-GR-Balance(WS-Group-Idx)
       END-PERFORM
       MOVE 0 TO WS-Acct-Count
       MOVE 'N' TO WS-Year-Closed
       MOVE 'N' TO WS-Jrnl-EOF
       OPEN INPUT GLJrnlFile
       IF WS-Jrnl-Status NOT = '00'
           MOVE 'Y' TO WS-Jrnl-EOF
       END-IF
       PERFORM UNTIL WS-Jrnl-EOF = 'Y'
           READ GLJrnlFile
               AT END MOVE 'Y' TO WS-Jrnl-EOF
               NOT AT END PERFORM TALLY-JOURNAL-LINE
           END-READ
       END-PERFORM
       IF WS-Jrnl-Status NOT = '35'
           CLOSE GLJrnlFile
       END-IF
       PERFORM TOTAL-STATEMENTS.

TALLY-JOURNAL-LINE.
       MOVE GJ-Date TO WS-Line-Date
       IF WS-LD-Month NOT > WS-Stmt-Period
           IF GJ-Year-End-Close AND WS-LD-Year = WS-Stmt-Year
               MOVE 'Y' TO WS-Year-Closed
           END-IF
           MOVE GJ-Account TO WS-Class-Account
           PERFORM CLASSIFY-ACCOUNT
           PERFORM FIND-GROUP
           COMPUTE WS-Line-Amount = GJ-Debit - GJ-Credit
           ADD WS-Line-Amount TO WS-GR-Balance(WS-Group-Hit-Idx)
           IF ClassIncome AND NOT GJ-Year-End-Close AND
              WS-LD-Year = WS-Stmt-Year
               ADD WS-Line-Amount TO WS-GR-Ytd(WS-Group-Hit-Idx)
               IF WS-LD-Month = WS-Stmt-Period
                   ADD WS-Line-Amount TO WS-GR-Month(WS-Group-Hit-Idx)
               END-IF
               PERFORM ADD-ACCOUNT-YEAR
           END-IF
       END-IF.

*> The chart's type when it has a good one, otherwise the type the
*> account number implies.
CLASSIFY-ACCOUNT.
       MOVE 'N' TO WS-Chart-Found
       MOVE SPACES TO WS-Class-Type
       MOVE "Not on glchart.dat" TO WS-Class-Caption
       PERFORM VARYING WS-Chart-Idx FROM 1 BY 1
               UNTIL WS-Chart-Idx > WS-Chart-Count OR ChartFound
           IF WS-CT-Account(WS-Chart-Idx) = WS-Class-Account
               MOVE 'Y' TO WS-Chart-Found
               MOVE WS-CT-Type(WS-Chart-Idx) TO WS-Class-Type
               IF WS-CT-Group(WS-Chart-Idx) = SPACES
                   MOVE WS-CT-Name(WS-Chart-Idx) TO WS-Class-Caption
               ELSE
                   MOVE WS-CT-Group(WS-Chart-Idx) TO WS-Class-Caption
               END-IF
           END-IF
       END-PERFORM
       IF WS-Class-Type = 'T'
           MOVE 'Q' TO WS-Class-Type
       END-IF
       IF WS-Class-Type NOT = 'A' AND WS-Class-Type NOT = 'L' AND
          WS-Class-Type NOT = 'Q' AND WS-Class-Type NOT = 'R' AND
          WS-Class-Type NOT = 'E'
           EVALUATE TRUE
               WHEN WS-Class-Account >= 1000 AND
                    WS-Class-Account < 2000
                   MOVE 'A' TO WS-Class-Type
               WHEN WS-Class-Account >= 2000 AND
                    WS-Class-Account < 3000
                   MOVE 'L' TO WS-Class-Type
               WHEN WS-Class-Account >= 3000 AND
                    WS-Class-Account < 4000
                   MOVE 'Q' TO WS-Class-Type
               WHEN WS-Class-Account >= 4000 AND
                    WS-Class-Account < 5000
                   MOVE 'R' TO WS-Class-Type
               WHEN OTHER
                   MOVE 'E' TO WS-Class-Type
           END-EVALUATE
       END-IF.

*> A full table folds anything further into its last line rather
*> than lose the money from the statements.
FIND-GROUP.
       MOVE 'N' TO WS-Group-Found
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count OR GroupFound
           IF WS-GR-Type(WS-Group-Idx) = WS-Class-Type AND
              WS-GR-Caption(WS-Group-Idx) = WS-Class-Caption
               MOVE 'Y' TO WS-Group-Found
               MOVE WS-Group-Idx TO WS-Group-Hit-Idx
           END-IF
       END-PERFORM
       IF NOT GroupFound
           IF WS-Group-Count < 120
               ADD 1 TO WS-Group-Count
               MOVE WS-Group-Count TO WS-Group-Hit-Idx
               MOVE WS-Class-Type TO WS-GR-Type(WS-Group-Hit-Idx)
               MOVE WS-Class-Caption TO WS-GR-Caption(WS-Group-Hit-Idx)
               MOVE ZEROES TO WS-GR-Month(WS-Group-Hit-Idx)
                   WS-GR-Ytd(WS-Group-Hit-Idx)
                   WS-GR-Balance(WS-Group-Hit-Idx)
           ELSE
               MOVE 120 TO WS-Group-Hit-Idx
               IF NOT TableFull
                   MOVE 'Y' TO WS-Table-Full
                   DISPLAY "Statement line table is full - further "
                       "lines are folded into the last one"
               END-IF
           END-IF
       END-IF.

ADD-ACCOUNT-YEAR.
       MOVE 'N' TO WS-Acct-Found
       PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
               UNTIL WS-Acct-Idx > WS-Acct-Count OR AcctFound
           IF WS-AB-Account(WS-Acct-Idx) = GJ-Account
               MOVE 'Y' TO WS-Acct-Found
               ADD WS-Line-Amount TO WS-AB-Year(WS-Acct-Idx)
           END-IF
       END-PERFORM
       IF NOT AcctFound
           IF WS-Acct-Count < 200
               ADD 1 TO WS-Acct-Count
               MOVE GJ-Account TO WS-AB-Account(WS-Acct-Count)
               MOVE WS-Line-Amount TO WS-AB-Year(WS-Acct-Count)
           ELSE
               IF NOT TableFull
                   MOVE 'Y' TO WS-Table-Full
                   DISPLAY "Account table is full - the year cannot "
                       "be closed from this journal"
               END-IF
           END-IF
       END-IF.

TOTAL-STATEMENTS.
       MOVE ZEROES TO WS-Rev-Month WS-Rev-Ytd WS-Exp-Month WS-Exp-Ytd
           WS-Tot-Assets WS-Tot-Liab WS-Tot-Equity WS-Unclosed-Income
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count
           EVALUATE WS-GR-Type(WS-Group-Idx)
               WHEN 'R'
                   SUBTRACT WS-GR-Month(WS-Group-Idx) FROM WS-Rev-Month
                   SUBTRACT WS-GR-Ytd(WS-Group-Idx) FROM WS-Rev-Ytd
                   SUBTRACT WS-GR-Balance(WS-Group-Idx)
                       FROM WS-Unclosed-Income
               WHEN 'E'
                   ADD WS-GR-Month(WS-Group-Idx) TO WS-Exp-Month
                   ADD WS-GR-Ytd(WS-Group-Idx) TO WS-Exp-Ytd
                   SUBTRACT WS-GR-Balance(WS-Group-Idx)
                       FROM WS-Unclosed-Income
               WHEN 'A'
                   ADD WS-GR-Balance(WS-Group-Idx) TO WS-Tot-Assets
               WHEN 'L'
                   SUBTRACT WS-GR-Balance(WS-Group-Idx) FROM WS-Tot-Liab
               WHEN OTHER
                   SUBTRACT WS-GR-Balance(WS-Group-Idx)
                       FROM WS-Tot-Equity
           END-EVALUATE
       END-PERFORM
       COMPUTE WS-Net-Month = WS-Rev-Month - WS-Exp-Month
       COMPUTE WS-Net-Ytd = WS-Rev-Ytd - WS-Exp-Ytd
       ADD WS-Unclosed-Income TO WS-Tot-Equity
       COMPUTE WS-Tot-Liab-Equity = WS-Tot-Liab + WS-Tot-Equity.

*> Each revenue and expense account's year goes back to zero with
*> one line, and the net lands in retained earnings - dated the
*> last day of the year, under tonight's run number.
POST-YEAR-END-CLOSE.
       IF YearAlreadyClosed
           DISPLAY "  " WS-Stmt-Year " already has its closing "
               "lines on gljrnl.dat - none added"
       ELSE
           IF TableFull
               DISPLAY "  Year-end closing lines NOT written - the "
                   "account table overflowed"
           ELSE
               PERFORM WRITE-CLOSING-LINES
           END-IF
       END-IF.

WRITE-CLOSING-LINES.
       MOVE ZEROES TO WS-Close-Total
       MOVE 0 TO WS-Close-Lines
       OPEN EXTEND GLJrnlFile
       IF WS-Jrnl-Status NOT = '00'
           OPEN OUTPUT GLJrnlFile
       END-IF
       PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
               UNTIL WS-Acct-Idx > WS-Acct-Count
           IF WS-AB-Year(WS-Acct-Idx) NOT = ZEROES
               MOVE WS-AB-Account(WS-Acct-Idx) TO GJ-Account
               IF WS-AB-Year(WS-Acct-Idx) > ZEROES
                   MOVE ZEROES TO GJ-Debit
                   MOVE WS-AB-Year(WS-Acct-Idx) TO GJ-Credit
               ELSE
                   COMPUTE GJ-Debit = 0 - WS-AB-Year(WS-Acct-Idx)
                   MOVE ZEROES TO GJ-Credit
               END-IF
               PERFORM WRITE-CLOSING-LINE
               ADD WS-AB-Year(WS-Acct-Idx) TO WS-Close-Total
           END-IF
       END-PERFORM
       IF WS-Close-Total NOT = ZEROES
           MOVE WS-RE-Account TO GJ-Account
           IF WS-Close-Total > ZEROES
               MOVE WS-Close-Total TO GJ-Debit
               MOVE ZEROES TO GJ-Credit
           ELSE
               MOVE ZEROES TO GJ-Debit
               COMPUTE GJ-Credit = 0 - WS-Close-Total
           END-IF
           PERFORM WRITE-CLOSING-LINE
       END-IF
       CLOSE GLJrnlFile
       MOVE "YECLOSE" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Year " WS-Stmt-Year " closed, " WS-Close-Lines
           " lines"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  " WS-Close-Lines " year-end closing line(s) written "
           "to gljrnl.dat".

WRITE-CLOSING-LINE.
       MOVE WS-Run-Number TO GJ-Run-Number
       MOVE WS-Stmt-Period TO WS-LD-Month
       MOVE 31 TO WS-LD-Day
       MOVE WS-Line-Date TO GJ-Date
       MOVE "GLCLOSE" TO GJ-Program
       MOVE "YC" TO GJ-Source
       MOVE ZEROES TO GJ-Entry-Number
       MOVE SPACES TO GJ-Description
       STRING "Year-end close " WS-Stmt-Year
           DELIMITED BY SIZE INTO GJ-Description
       MOVE WS-Operator-ID TO GJ-Keyed-By GJ-Approved-By
       WRITE GLJrnlRec
       ADD 1 TO WS-Close-Lines.

*>-----------------------------------------------------------
*> glstmt.txt - the income statement, then the balance sheet.
*>-----------------------------------------------------------
WRITE-STATEMENTS.
       OPEN OUTPUT StmtFile
       MOVE SPACES TO StmtLine
       IF WS-Stmt-Period > WS-Closed-Through
           STRING "Income Statement - month of " WS-Stmt-Year "/"
               WS-Stmt-Mm "   (PRELIMINARY - month not closed)"
               DELIMITED BY SIZE INTO StmtLine
       ELSE
           STRING "Income Statement - month of " WS-Stmt-Year "/"
               WS-Stmt-Mm
               DELIMITED BY SIZE INTO StmtLine
       END-IF
       WRITE StmtLine
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE SPACES TO StmtLine
       STRING "                                       This month"
           "     Year to date"
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine
       MOVE "Revenue" TO StmtLine
       WRITE StmtLine
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count
           IF WS-GR-Type(WS-Group-Idx) = 'R' AND
              (WS-GR-Month(WS-Group-Idx) NOT = ZEROES OR
               WS-GR-Ytd(WS-Group-Idx) NOT = ZEROES)
               COMPUTE WS-Show-Month = 0 - WS-GR-Month(WS-Group-Idx)
               COMPUTE WS-Show-Ytd = 0 - WS-GR-Ytd(WS-Group-Idx)
               PERFORM WRITE-INCOME-LINE
           END-IF
       END-PERFORM
       MOVE "  Total revenue" TO WS-Class-Caption
       MOVE WS-Rev-Month TO WS-Show-Month
       MOVE WS-Rev-Ytd TO WS-Show-Ytd
       PERFORM WRITE-INCOME-TOTAL
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE "Expenses" TO StmtLine
       WRITE StmtLine
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count
           IF WS-GR-Type(WS-Group-Idx) = 'E' AND
              (WS-GR-Month(WS-Group-Idx) NOT = ZEROES OR
               WS-GR-Ytd(WS-Group-Idx) NOT = ZEROES)
               MOVE WS-GR-Month(WS-Group-Idx) TO WS-Show-Month
               MOVE WS-GR-Ytd(WS-Group-Idx) TO WS-Show-Ytd
               PERFORM WRITE-INCOME-LINE
           END-IF
       END-PERFORM
       MOVE "  Total expenses" TO WS-Class-Caption
       MOVE WS-Exp-Month TO WS-Show-Month
       MOVE WS-Exp-Ytd TO WS-Show-Ytd
       PERFORM WRITE-INCOME-TOTAL
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE "Net income" TO WS-Class-Caption
       MOVE WS-Net-Month TO WS-Show-Month
       MOVE WS-Net-Ytd TO WS-Show-Ytd
       PERFORM WRITE-INCOME-TOTAL
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       PERFORM WRITE-BALANCE-SHEET
       CLOSE StmtFile.

WRITE-BALANCE-SHEET.
       MOVE SPACES TO StmtLine
       STRING "Balance Sheet - as of the end of " WS-Stmt-Year "/"
           WS-Stmt-Mm
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE "Assets" TO StmtLine
       WRITE StmtLine
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count
           IF WS-GR-Type(WS-Group-Idx) = 'A' AND
              WS-GR-Balance(WS-Group-Idx) NOT = ZEROES
               MOVE WS-GR-Balance(WS-Group-Idx) TO WS-Show-Month
               PERFORM WRITE-BALANCE-LINE
           END-IF
       END-PERFORM
       MOVE "  Total assets" TO WS-Class-Caption
       MOVE WS-Tot-Assets TO WS-Show-Month
       PERFORM WRITE-BALANCE-TOTAL
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE "Liabilities" TO StmtLine
       WRITE StmtLine
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count
           IF WS-GR-Type(WS-Group-Idx) = 'L' AND
              WS-GR-Balance(WS-Group-Idx) NOT = ZEROES
               COMPUTE WS-Show-Month = 0 - WS-GR-Balance(WS-Group-Idx)
               PERFORM WRITE-BALANCE-LINE
           END-IF
       END-PERFORM
       MOVE "  Total liabilities" TO WS-Class-Caption
       MOVE WS-Tot-Liab TO WS-Show-Month
       PERFORM WRITE-BALANCE-TOTAL
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE "Equity" TO StmtLine
       WRITE StmtLine
       PERFORM VARYING WS-Group-Idx FROM 1 BY 1
               UNTIL WS-Group-Idx > WS-Group-Count
           IF WS-GR-Type(WS-Group-Idx) = 'Q' AND
              WS-GR-Balance(WS-Group-Idx) NOT = ZEROES
               COMPUTE WS-Show-Month = 0 - WS-GR-Balance(WS-Group-Idx)
               PERFORM WRITE-BALANCE-LINE
           END-IF
       END-PERFORM
       IF WS-Unclosed-Income NOT = ZEROES
           MOVE "Income not yet closed" TO WS-Class-Caption
           MOVE WS-Unclosed-Income TO WS-Amt-Ed
           MOVE SPACES TO StmtLine
           STRING "  " WS-Class-Caption "   " WS-Amt-Ed
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine
       END-IF
       MOVE "  Total equity" TO WS-Class-Caption
       MOVE WS-Tot-Equity TO WS-Show-Month
       PERFORM WRITE-BALANCE-TOTAL
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE "Total liabilities and equity" TO WS-Class-Caption
       MOVE WS-Tot-Liab-Equity TO WS-Show-Month
       PERFORM WRITE-BALANCE-TOTAL
       MOVE SPACES TO StmtLine
       WRITE StmtLine
       MOVE SPACES TO StmtLine
       IF WS-Tot-Assets = WS-Tot-Liab-Equity
           MOVE "The balance sheet BALANCES" TO StmtLine
       ELSE
           MOVE "*** THE BALANCE SHEET DOES NOT BALANCE ***"
               TO StmtLine
       END-IF
       WRITE StmtLine.

WRITE-INCOME-LINE.
       MOVE WS-Show-Month TO WS-Amt-Ed
       MOVE WS-Show-Ytd TO WS-Amt-Ed-2
       MOVE SPACES TO StmtLine
       STRING "  " WS-GR-Caption(WS-Group-Idx) "   " WS-Amt-Ed " "
           WS-Amt-Ed-2
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine.

WRITE-INCOME-TOTAL.
       MOVE WS-Show-Month TO WS-Amt-Ed
       MOVE WS-Show-Ytd TO WS-Amt-Ed-2
       MOVE SPACES TO StmtLine
       STRING WS-Class-Caption "     " WS-Amt-Ed " " WS-Amt-Ed-2
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine.

WRITE-BALANCE-LINE.
       MOVE WS-Show-Month TO WS-Amt-Ed
       MOVE SPACES TO StmtLine
       STRING "  " WS-GR-Caption(WS-Group-Idx) "   " WS-Amt-Ed
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine.

WRITE-BALANCE-TOTAL.
       MOVE WS-Show-Month TO WS-Amt-Ed
       MOVE SPACES TO StmtLine
       STRING WS-Class-Caption "     " WS-Amt-Ed
           DELIMITED BY SIZE INTO StmtLine
       WRITE StmtLine.
