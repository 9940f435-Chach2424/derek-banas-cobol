       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKVOID.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Void and reissue for payroll checks on the issued check file
*> checkiss.dat (the shared CHECKREC layout) - the lost check, the
*> check torn in the printer, the one gone stale in a drawer. The
*> OPERMNT treatment, restricted to supervisors (a clerk's sign-on
*> is refused outright and the refusal audited). Only an
*> outstanding check can be voided: a cleared one has already been
*> paid by the bank. The supervisor keys the check number, sees
*> the payee, amount and issue date, gives the reason, and says
*> whether a replacement is to be issued. The void is marked on
*> the check with the date and reason, for POSPAY to report to the
*> bank so the old check is stopped if it turns up. A replacement
*> takes the next number from chknum.ctl - rewritten BEFORE the
*> check is printed, the ordnum.ctl rule, so the series stays
*> accountable - for the same payee and amount, goes on the file
*> outstanding, and is printed on chkreiss.txt; the two checks
*> point at each other. A check voided and not replaced puts its
*> amount back in cash: fed to the general ledger through GLLOG as
*> a debit to cash (1000) and a credit to accrued wages payable
*> (2320) until someone decides what is owed. Every void and
*> reissue is written to runaudit.txt with the supervisor. The
*> file rides in a table for the session and is written back only
*> if something changed.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - APPAY's vendor checks are on checkiss.dat
*> as series A, numbered apart from payroll, so the supervisor
*> now keys the series (P payroll, A vendor) before the number. A
*> vendor check is voided the same way; its replacement takes the
*> next number from apchknum.ctl. The invoices it paid on
*> openap.dat (the shared APREC layout) follow it there and then:
*> with a replacement they carry the new check number, and with
*> none they are reopened - paid date and check number cleared -
*> for APPAY to pay again, and the amount goes back to accounts
*> payable (2000) instead of accrued wages. openap.dat is read
*> and written back around each vendor void, and a file past the
*> payables table refuses the void.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CheckIssFile ASSIGN TO 'checkiss.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CheckIss-Status.
       SELECT ChkCtlFile ASSIGN TO 'chknum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChkCtl-Status.
       SELECT ReissueFile ASSIGN TO 'chkreiss.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Reissue-Status.
       SELECT APChkCtlFile ASSIGN TO 'apchknum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APChkCtl-Status.
       SELECT OpenAPFile ASSIGN TO 'openap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-Status.

DATA DIVISION.
FILE SECTION.
FD CheckIssFile.
01 CheckIssRec.
       COPY CHECKREC.

FD ChkCtlFile.
01 ChkCtlRec.
       02 CC-Last-Check-Number PIC 9(6).

FD ReissueFile.
01 ReissueLine PIC X(80).

FD APChkCtlFile.
01 APChkCtlRec.
       02 APC-Last-Check-Number PIC 9(6).

FD OpenAPFile.
01 OpenAPRec.
       COPY APREC.

WORKING-STORAGE SECTION.
01 WS-CheckIss-Status PIC XX.
01 WS-ChkCtl-Status   PIC XX.
01 WS-Reissue-Status  PIC XX.
01 WS-CheckIss-EOF    PIC X VALUE 'N'.
01 WS-APChkCtl-Status PIC XX.
01 WS-AP-Status       PIC XX.
01 WS-AP-EOF          PIC X VALUE 'N'.
*> openap.dat while a vendor check is being voided, the APPAY
*> payables table.
01 WS-AP-Table.
       02 WS-ATab-Record PIC X(71) OCCURS 500 TIMES.
01 WS-AP-Count      PIC 9(3) VALUE 0.
01 WS-AP-Read-Count PIC 9(8) VALUE 0.
01 WS-AP-Idx        PIC 9(3) VALUE 0.
01 WS-AP-Paid-Count PIC 9(3) VALUE 0.
01 WS-Series-Entry  PIC X.
       88 SeriesPayroll VALUES 'P', 'p'.
       88 SeriesAP      VALUES 'A', 'a'.
       88 SeriesQuit    VALUES 'Q', 'q'.
01 WS-Series-Name   PIC X(7).
01 WS-Check-Table.
       02 WS-Check-Entry OCCURS 5000 TIMES.
           COPY CHECKREC REPLACING LEADING ==CI-== BY ==WS-CT-==.
01 WS-Check-Count      PIC 9(4) VALUE 0.
01 WS-Check-Read-Count PIC 9(8) VALUE 0.
01 WS-Check-Idx        PIC 9(4) VALUE 0.
01 WS-Check-Hit-Idx    PIC 9(4) VALUE 0.
01 WS-Check-Found      PIC X VALUE 'N'.
       88 CheckFound VALUE 'Y'.
01 WS-Next-Check-Number PIC 9(6) VALUE 0.
01 WS-Check-Entry-Text PIC X(6).
01 WS-Check-Entry-Num REDEFINES WS-Check-Entry-Text PIC 9(6).
01 WS-Check-Entry-Valid PIC X VALUE 'N'.
       88 CheckEntryOK VALUE 'Y'.
01 WS-Chk-Idx      PIC 99.
01 WS-Reason       PIC X(30).
01 WS-Reissue-Ans  PIC X.
       88 WantReissue VALUES 'Y', 'y'.
01 WS-Confirm      PIC X.
01 WS-More-Work    PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed      PIC X VALUE 'N'.
       88 MasterChanged VALUE 'Y'.
01 WS-Session-Date PIC 9(8).
01 WS-Amount-Ed    PIC $$$,$$$,$$9.99.
01 WS-Void-Count   PIC 9(4) VALUE 0.
01 WS-Reissue-Count PIC 9(4) VALUE 0.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "CHKVOID".
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
           DISPLAY "Check void REFUSED - supervisor sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Session attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       ACCEPT WS-Session-Date FROM DATE YYYYMMDD
       PERFORM LOAD-ISSUED-CHECKS
       DISPLAY "Payroll and vendor check void / reissue - checkiss.dat"
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-CHECK-NUMBER
           IF MoreWork
               PERFORM VOID-ONE-CHECK THRU VOID-ONE-CHECK-EXIT
           END-IF
       END-PERFORM
       PERFORM WRITE-ISSUED-CHECKS
       DISPLAY "CHKVOID finished - " WS-Void-Count " void(s), "
           WS-Reissue-Count " reissue(s)"
       PERFORM END-OF-RUN.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> A file past the table refuses the session rather than drop
*> checks on write-back.
LOAD-ISSUED-CHECKS.
       OPEN INPUT CheckIssFile
       IF WS-CheckIss-Status NOT = '00'
           DISPLAY "Unable to open checkiss.dat (status "
               WS-CheckIss-Status ") - no checks to void"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       PERFORM UNTIL WS-CheckIss-EOF = 'Y'
           READ CheckIssFile
               AT END MOVE 'Y' TO WS-CheckIss-EOF
               NOT AT END
                   ADD 1 TO WS-Check-Read-Count
                   IF WS-Check-Count < 5000
                       ADD 1 TO WS-Check-Count
                       MOVE CheckIssRec TO
                           WS-Check-Entry(WS-Check-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CheckIssFile
       IF WS-Check-Read-Count > WS-Check-Count
           DISPLAY "checkiss.dat overflowed the check table - "
               "void refused this session"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF.

GET-CHECK-NUMBER.
       MOVE 'N' TO WS-Check-Found
       PERFORM UNTIL CheckFound OR NOT MoreWork
           DISPLAY "Series - P payroll, A vendor (or Q to quit): "
               WITH NO ADVANCING
           ACCEPT WS-Series-Entry
           EVALUATE TRUE
               WHEN SeriesQuit
                   MOVE 'N' TO WS-More-Work
               WHEN SeriesPayroll OR SeriesAP
                   PERFORM GET-CHECK-IN-SERIES
               WHEN OTHER
                   DISPLAY "Invalid entry - P, A or Q"
           END-EVALUATE
       END-PERFORM.

GET-CHECK-IN-SERIES.
       IF SeriesAP
           MOVE "Vendor" TO WS-Series-Name
       ELSE
           MOVE "Payroll" TO WS-Series-Name
       END-IF
       DISPLAY WS-Series-Name " check number to void (6 digits): "
           WITH NO ADVANCING
       ACCEPT WS-Check-Entry-Text
       PERFORM CHECK-ENTRY-FORMAT
       IF CheckEntryOK
           PERFORM FIND-CHECK
           IF NOT CheckFound
               DISPLAY WS-Series-Name " check " WS-Check-Entry-Text
                   " not on checkiss.dat"
           END-IF
       ELSE
           DISPLAY "Invalid entry - enter exactly 6 digits"
       END-IF.

CHECK-ENTRY-FORMAT.
       MOVE 'Y' TO WS-Check-Entry-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 6
           IF WS-Check-Entry-Text(WS-Chk-Idx:1) < '0' OR
              WS-Check-Entry-Text(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Check-Entry-Valid
           END-IF
       END-PERFORM.

FIND-CHECK.
       MOVE 'N' TO WS-Check-Found
       PERFORM VARYING WS-Check-Idx FROM 1 BY 1
               UNTIL WS-Check-Idx > WS-Check-Count OR CheckFound
           IF WS-CT-Check-Number(WS-Check-Idx) = WS-Check-Entry-Num
               IF (SeriesAP AND WS-CT-AP-Series(WS-Check-Idx))
                  OR (SeriesPayroll
                      AND WS-CT-Payroll-Series(WS-Check-Idx))
                   MOVE 'Y' TO WS-Check-Found
                   MOVE WS-Check-Idx TO WS-Check-Hit-Idx
               END-IF
           END-IF
       END-PERFORM.

VOID-ONE-CHECK.
       MOVE WS-CT-Amount(WS-Check-Hit-Idx) TO WS-Amount-Ed
       DISPLAY "  Payee.....: " WS-CT-Emp-Number(WS-Check-Hit-Idx)
           " " WS-CT-Payee(WS-Check-Hit-Idx)
       DISPLAY "  Amount....: " WS-Amount-Ed
       DISPLAY "  Issued....: " WS-CT-Issue-Date(WS-Check-Hit-Idx)
       EVALUATE TRUE
           WHEN WS-CT-Cleared(WS-Check-Hit-Idx)
               DISPLAY "Check cleared the bank "
                   WS-CT-Status-Date(WS-Check-Hit-Idx)
                   " - it cannot be voided"
               GO TO VOID-ONE-CHECK-EXIT
           WHEN WS-CT-Voided(WS-Check-Hit-Idx)
               DISPLAY "Check already voided "
                   WS-CT-Status-Date(WS-Check-Hit-Idx) " - "
                   WS-CT-Void-Reason(WS-Check-Hit-Idx)
               GO TO VOID-ONE-CHECK-EXIT
       END-EVALUATE
       MOVE SPACES TO WS-Reason
       PERFORM UNTIL WS-Reason NOT = SPACES
           DISPLAY "Reason for the void (required): "
               WITH NO ADVANCING
           ACCEPT WS-Reason
       END-PERFORM
       DISPLAY "Issue a replacement check (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Reissue-Ans
       IF WantReissue AND WS-Check-Count >= 5000
           DISPLAY "Check table is full - no replacement can be "
               "issued this session"
           GO TO VOID-ONE-CHECK-EXIT
       END-IF
       IF SeriesAP
           PERFORM LOAD-PAYABLES
           IF WS-AP-Read-Count > WS-AP-Count
               DISPLAY "openap.dat overflowed the payables table - "
                   "vendor check not voided"
               GO TO VOID-ONE-CHECK-EXIT
           END-IF
           DISPLAY "  Pays " WS-AP-Paid-Count " invoice(s) on "
               "openap.dat"
       END-IF
       IF WantReissue
           DISPLAY "Void check " WS-Check-Entry-Text
               " and reissue it (Y/N)? " WITH NO ADVANCING
       ELSE
           DISPLAY "Void check " WS-Check-Entry-Text
               " with no replacement (Y/N)? " WITH NO ADVANCING
       END-IF
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Nothing changed"
           GO TO VOID-ONE-CHECK-EXIT
       END-IF
       MOVE 'V' TO WS-CT-Status(WS-Check-Hit-Idx)
       MOVE WS-Session-Date TO WS-CT-Status-Date(WS-Check-Hit-Idx)
       MOVE WS-Reason TO WS-CT-Void-Reason(WS-Check-Hit-Idx)
       MOVE 'N' TO WS-CT-Void-Sent(WS-Check-Hit-Idx)
       MOVE 'Y' TO WS-Changed
       ADD 1 TO WS-Void-Count
       MOVE "VOID" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Check " WS-Check-Entry-Text " " WS-Reason
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       IF WantReissue
           PERFORM REISSUE-CHECK
       ELSE
           PERFORM FEED-VOID-TO-LEDGER
           DISPLAY "  Check " WS-Check-Entry-Text " voided"
       END-IF
       IF SeriesAP
           PERFORM UPDATE-PAID-INVOICES
       END-IF.

VOID-ONE-CHECK-EXIT.
       EXIT.

*> The number is reserved on chknum.ctl before anything is printed
*> or added to the table - the ordnum.ctl rule.
REISSUE-CHECK.
       PERFORM READ-CHECK-CONTROL
       ADD 1 TO WS-Next-Check-Number
       PERFORM WRITE-CHECK-CONTROL
       ADD 1 TO WS-Check-Count
       MOVE WS-Check-Entry(WS-Check-Hit-Idx)
           TO WS-Check-Entry(WS-Check-Count)
       MOVE WS-Next-Check-Number TO WS-CT-Check-Number(WS-Check-Count)
       MOVE WS-Session-Date TO WS-CT-Issue-Date(WS-Check-Count)
       MOVE 'O' TO WS-CT-Status(WS-Check-Count)
       MOVE ZEROES TO WS-CT-Status-Date(WS-Check-Count)
           WS-CT-Paid-Amount(WS-Check-Count)
       MOVE 'N' TO WS-CT-Issue-Sent(WS-Check-Count)
           WS-CT-Void-Sent(WS-Check-Count)
       MOVE WS-CT-Check-Number(WS-Check-Hit-Idx)
           TO WS-CT-Reissue-Of(WS-Check-Count)
       MOVE ZEROES TO WS-CT-Replaced-By(WS-Check-Count)
       MOVE SPACES TO WS-CT-Void-Reason(WS-Check-Count)
       MOVE WS-Next-Check-Number TO WS-CT-Replaced-By(WS-Check-Hit-Idx)
       ADD 1 TO WS-Reissue-Count
       PERFORM PRINT-REPLACEMENT-CHECK
       MOVE "REISSUE" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Check " WS-Next-Check-Number " replaces "
           WS-Check-Entry-Text
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  Check " WS-Check-Entry-Text " voided - replacement "
           "check " WS-Next-Check-Number " printed on chkreiss.txt".

READ-CHECK-CONTROL.
       MOVE 0 TO WS-Next-Check-Number
       IF SeriesAP
           OPEN INPUT APChkCtlFile
           IF WS-APChkCtl-Status = '00'
               READ APChkCtlFile
                   NOT AT END
                       MOVE APC-Last-Check-Number
                           TO WS-Next-Check-Number
               END-READ
               CLOSE APChkCtlFile
           END-IF
       ELSE
           OPEN INPUT ChkCtlFile
           IF WS-ChkCtl-Status = '00'
               READ ChkCtlFile
                   NOT AT END
                       MOVE CC-Last-Check-Number
                           TO WS-Next-Check-Number
               END-READ
               CLOSE ChkCtlFile
           END-IF
       END-IF.

WRITE-CHECK-CONTROL.
       IF SeriesAP
           OPEN OUTPUT APChkCtlFile
           MOVE WS-Next-Check-Number TO APC-Last-Check-Number
           WRITE APChkCtlRec
           CLOSE APChkCtlFile
       ELSE
           OPEN OUTPUT ChkCtlFile
           MOVE WS-Next-Check-Number TO CC-Last-Check-Number
           WRITE ChkCtlRec
           CLOSE ChkCtlFile
       END-IF.

PRINT-REPLACEMENT-CHECK.
       OPEN EXTEND ReissueFile
       IF WS-Reissue-Status NOT = '00'
           OPEN OUTPUT ReissueFile
       END-IF
       MOVE SPACES TO ReissueLine
       WRITE ReissueLine
       MOVE SPACES TO ReissueLine
       STRING "CHECK " WS-Next-Check-Number "          DATE "
           WS-Session-Date
           DELIMITED BY SIZE INTO ReissueLine
       WRITE ReissueLine
       MOVE SPACES TO ReissueLine
       STRING "PAY TO THE ORDER OF "
           WS-CT-Payee(WS-Check-Count) "   " WS-Amount-Ed
           DELIMITED BY SIZE INTO ReissueLine
       WRITE ReissueLine
       MOVE SPACES TO ReissueLine
       IF SeriesAP
           STRING "  Vendor " WS-CT-Emp-Number(WS-Check-Count)
               " - replaces check " WS-Check-Entry-Text " of "
               WS-CT-Issue-Date(WS-Check-Hit-Idx) ", void: " WS-Reason
               DELIMITED BY SIZE INTO ReissueLine
       ELSE
           STRING "  Employee " WS-CT-Emp-Number(WS-Check-Count)
               " - replaces check " WS-Check-Entry-Text " of "
               WS-CT-Issue-Date(WS-Check-Hit-Idx) ", void: " WS-Reason
               DELIMITED BY SIZE INTO ReissueLine
       END-IF
       WRITE ReissueLine
       MOVE SPACES TO ReissueLine
       STRING "  Approved by " WS-Operator-ID
           DELIMITED BY SIZE INTO ReissueLine
       WRITE ReissueLine
       CLOSE ReissueFile.

*> The money never left the bank, so cash comes back; what is
*> still owed the employee waits in accrued wages payable, and
*> what is still owed the vendor goes back into accounts payable
*> with the invoices reopened.
FEED-VOID-TO-LEDGER.
       MOVE 1000 TO WS-GL-Account
       MOVE WS-CT-Amount(WS-Check-Hit-Idx) TO WS-GL-Debit
       MOVE ZEROES TO WS-GL-Credit
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit
       IF SeriesAP
           MOVE 2000 TO WS-GL-Account
       ELSE
           MOVE 2320 TO WS-GL-Account
       END-IF
       MOVE ZEROES TO WS-GL-Debit
       MOVE WS-CT-Amount(WS-Check-Hit-Idx) TO WS-GL-Credit
       CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
           WS-GL-Debit, WS-GL-Credit.

WRITE-ISSUED-CHECKS.
       IF MasterChanged
           OPEN OUTPUT CheckIssFile
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx > WS-Check-Count
               MOVE WS-Check-Entry(WS-Check-Idx) TO CheckIssRec
               WRITE CheckIssRec
           END-PERFORM
           CLOSE CheckIssFile
           DISPLAY "checkiss.dat written back - " WS-Check-Count
               " check(s)"
       END-IF.

*> openap.dat is read fresh for each vendor void, the invoices the
*> check paid are counted, and the file is written back at once
*> after the void so VENDINV's appends are not held up.
LOAD-PAYABLES.
       MOVE 0 TO WS-AP-Count
       MOVE 0 TO WS-AP-Read-Count
       MOVE 0 TO WS-AP-Paid-Count
       MOVE 'N' TO WS-AP-EOF
       OPEN INPUT OpenAPFile
       IF WS-AP-Status NOT = '00'
           MOVE 'Y' TO WS-AP-EOF
       END-IF
       PERFORM UNTIL WS-AP-EOF = 'Y'
           READ OpenAPFile
               AT END MOVE 'Y' TO WS-AP-EOF
               NOT AT END
                   ADD 1 TO WS-AP-Read-Count
                   IF WS-AP-Count < 500
                       ADD 1 TO WS-AP-Count
                       MOVE OpenAPRec TO WS-ATab-Record(WS-AP-Count)
                       IF AP-Paid AND AP-Check-Number =
                               WS-CT-Check-Number(WS-Check-Hit-Idx)
                           ADD 1 TO WS-AP-Paid-Count
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-AP-Status = '00'
           CLOSE OpenAPFile
       END-IF.

UPDATE-PAID-INVOICES.
       IF WS-AP-Paid-Count = 0
           DISPLAY "  No invoice on openap.dat names this check"
       ELSE
           PERFORM REWRITE-PAID-INVOICES
       END-IF.

REWRITE-PAID-INVOICES.
       PERFORM VARYING WS-AP-Idx FROM 1 BY 1
               UNTIL WS-AP-Idx > WS-AP-Count
           MOVE WS-ATab-Record(WS-AP-Idx) TO OpenAPRec
           IF AP-Paid AND AP-Check-Number =
                   WS-CT-Check-Number(WS-Check-Hit-Idx)
               IF WantReissue
                   MOVE WS-Next-Check-Number TO AP-Check-Number
               ELSE
                   MOVE 'O' TO AP-Status
                   MOVE ZEROES TO AP-Check-Number AP-Paid-Date
               END-IF
               MOVE OpenAPRec TO WS-ATab-Record(WS-AP-Idx)
           END-IF
       END-PERFORM
       OPEN OUTPUT OpenAPFile
       PERFORM VARYING WS-AP-Idx FROM 1 BY 1
               UNTIL WS-AP-Idx > WS-AP-Count
           MOVE WS-ATab-Record(WS-AP-Idx) TO OpenAPRec
           WRITE OpenAPRec
       END-PERFORM
       CLOSE OpenAPFile
       IF WantReissue
           DISPLAY "  " WS-AP-Paid-Count " invoice(s) now show check "
               WS-Next-Check-Number
       ELSE
           DISPLAY "  " WS-AP-Paid-Count " invoice(s) reopened for "
               "the next AP payment run"
       END-IF.
