       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKRECON.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Payroll check reconciliation for daily_batch.sh. Reads the
*> bank's paid items file bankpaid.dat - one record per check the
*> bank paid against our account: check number, amount paid, date
*> paid - and matches each against the issued check file
*> checkiss.dat (the shared CHECKREC layout). A paid item that
*> matches an outstanding check on number and amount clears it
*> (status C, with the date and amount paid). Anything else is an
*> exception, listed on the report and raised as a critical alert
*> because it may be a forged or altered check: a number we never
*> issued, an amount that differs from the one issued (the check
*> is left outstanding for someone to run down), a voided check,
*> or a check already paid once. The report chkrecon.txt then
*> lists every check still outstanding, aged by issue date into
*> 30 / 60 / 90 / 180 / over 180 day buckets (AGERPT's whole-month
*> day arithmetic; a check out past 180 days is stale and a
*> candidate for CHKVOID) with the count and total of each - the
*> outstanding check list the monthly bank reconciliation needs.
*> With no bankpaid.dat the list still comes out. The updated
*> checks go to checkiss.new, moved over checkiss.dat by the
*> stream; a file too big for the check table abandons the run
*> before anything is written. Paid items read vs. cleared
*> plus exceptions go to reconcile.dat via RECONLOG.
*> October 15th 2026 - APPAY's vendor checks are on checkiss.dat
*> too (series A, drawn on the AP check account), and their
*> numbers overlap the payroll series, so a paid item is matched
*> on the series and the number: the bank's paid items for the
*> payroll account come on bankpaid.dat as before, those for the
*> AP account on appaid.dat in the same layout. Exceptions and
*> the outstanding list show which series each check is in (P
*> payroll, A vendor).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CheckIssFile ASSIGN TO 'checkiss.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CheckIss-Status.
       SELECT CheckNewFile ASSIGN TO 'checkiss.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PaidFile ASSIGN TO 'bankpaid.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Paid-Status.
       SELECT APPaidFile ASSIGN TO 'appaid.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPaid-Status.
       SELECT ReconRptFile ASSIGN TO 'chkrecon.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CheckIssFile.
01 CheckIssRec.
       COPY CHECKREC.

FD CheckNewFile.
01 CheckNewRec PIC X(108).

FD PaidFile.
01 PaidFileRec PIC X(28).

FD APPaidFile.
01 APPaidFileRec PIC X(28).

FD ReconRptFile.
01 ReconRptLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CheckIss-Status PIC XX.
01 WS-Paid-Status     PIC XX.
01 WS-CheckIss-EOF    PIC X VALUE 'N'.
01 WS-Paid-EOF        PIC X VALUE 'N'.
01 WS-Paid-Open       PIC X VALUE 'N'.
01 WS-APPaid-Status   PIC XX.
01 WS-APPaid-EOF      PIC X VALUE 'N'.
01 WS-APPaid-Open     PIC X VALUE 'N'.
*> The paid item being matched, from either bank file, and the
*> check series that file pays (P payroll, A vendor).
01 PaidRec.
       02 PI-Check-Number PIC 9(10).
       02 PI-Amount       PIC 9(8)V99.
       02 PI-Paid-Date    PIC 9(8).
01 WS-Paid-Series     PIC X.
       88 PaidPayrollSeries VALUE 'P'.
       88 PaidAPSeries      VALUE 'A'.
01 WS-Series-Name     PIC X(7).
01 WS-Series-Code     PIC X.
*> The whole issued check file for the run.
01 WS-Check-Table.
       02 WS-Check-Entry OCCURS 5000 TIMES.
           COPY CHECKREC REPLACING LEADING ==CI-== BY ==WS-CT-==.
01 WS-Check-Count      PIC 9(4) VALUE 0.
01 WS-Check-Read-Count PIC 9(8) VALUE 0.
01 WS-Check-Idx        PIC 9(4) VALUE 0.
01 WS-Check-Hit-Idx    PIC 9(4) VALUE 0.
01 WS-Check-Found      PIC X VALUE 'N'.
       88 CheckFound VALUE 'Y'.
01 WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
01 WS-Issue-Date-R.
       02 WS-Issue-Year  PIC 9(4).
       02 WS-Issue-Month PIC 99.
       02 WS-Issue-Day   PIC 99.
01 WS-Age-Days        PIC S9(5) VALUE 0.
01 WS-Read-Count      PIC 9(8) VALUE 0.
01 WS-Cleared-Count   PIC 9(8) VALUE 0.
01 WS-Except-Count    PIC 9(8) VALUE 0.
01 WS-Recon-Out       PIC 9(8) VALUE 0.
01 WS-Cleared-Total   PIC 9(10)V99 VALUE ZEROES.
01 WS-Except-Total    PIC 9(10)V99 VALUE ZEROES.
01 WS-Except-Reason   PIC X(40).
01 WS-Out-Count       PIC 9(6) VALUE 0.
01 WS-Out-Total       PIC 9(10)V99 VALUE ZEROES.
01 WS-Bucket-Table.
       02 WS-Bucket OCCURS 5 TIMES.
           03 WS-Bucket-Count PIC 9(6).
           03 WS-Bucket-Total PIC 9(10)V99.
01 WS-Bucket-Idx      PIC 9 VALUE 0.
01 WS-Bucket-Names.
       02 FILLER PIC X(20) VALUE "Current (0-30 days).".
       02 FILLER PIC X(20) VALUE "31-60 days..........".
       02 FILLER PIC X(20) VALUE "61-90 days..........".
       02 FILLER PIC X(20) VALUE "91-180 days.........".
       02 FILLER PIC X(20) VALUE "Over 180 days.......".
01 WS-Bucket-Name-R REDEFINES WS-Bucket-Names.
       02 WS-Bucket-Name PIC X(20) OCCURS 5 TIMES.
01 WS-Amount-Ed       PIC $$$,$$$,$$9.99.
01 WS-Paid-Ed         PIC $$$,$$$,$$9.99.
01 WS-Total-Ed        PIC $$$,$$$,$$9.99.
01 WS-Days-Ed         PIC ZZZZ9.
01 WS-Audit-Program PIC X(8) VALUE "CHKRECON".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "Check reconciliation".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-ISSUED-CHECKS
       OPEN OUTPUT ReconRptFile
       MOVE SPACES TO ReconRptLine
       STRING "Check Reconciliation - " WS-Today-Year "/"
           WS-Today-Month "/" WS-Today-Day
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "Paid item exceptions:" DELIMITED BY SIZE
           INTO ReconRptLine
       WRITE ReconRptLine
       OPEN INPUT PaidFile
       IF WS-Paid-Status = '00'
           MOVE 'Y' TO WS-Paid-Open
       ELSE
           DISPLAY "No bankpaid.dat tonight (status " WS-Paid-Status
               ") - outstanding list only"
           MOVE 'Y' TO WS-Paid-EOF
       END-IF
       MOVE 'P' TO WS-Paid-Series
       PERFORM UNTIL WS-Paid-EOF = 'Y'
           READ PaidFile INTO PaidRec
               AT END MOVE 'Y' TO WS-Paid-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM MATCH-ONE-PAID-ITEM THRU MATCH-ONE-PAID-ITEM-EXIT
           END-READ
       END-PERFORM
       IF WS-Paid-Open = 'Y'
           CLOSE PaidFile
       END-IF
       OPEN INPUT APPaidFile
       IF WS-APPaid-Status = '00'
           MOVE 'Y' TO WS-APPaid-Open
       ELSE
           MOVE 'Y' TO WS-APPaid-EOF
       END-IF
       MOVE 'A' TO WS-Paid-Series
       PERFORM UNTIL WS-APPaid-EOF = 'Y'
           READ APPaidFile INTO PaidRec
               AT END MOVE 'Y' TO WS-APPaid-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM MATCH-ONE-PAID-ITEM THRU MATCH-ONE-PAID-ITEM-EXIT
           END-READ
       END-PERFORM
       IF WS-APPaid-Open = 'Y'
           CLOSE APPaidFile
       END-IF
       IF WS-Except-Count = 0
           MOVE SPACES TO ReconRptLine
           STRING "  None" DELIMITED BY SIZE INTO ReconRptLine
           WRITE ReconRptLine
       END-IF
       PERFORM WRITE-PAID-SUMMARY
       PERFORM WRITE-OUTSTANDING-LIST
       CLOSE ReconRptFile
       PERFORM WRITE-ISSUED-CHECKS
       DISPLAY "CHKRECON: " WS-Read-Count " paid item(s), "
           WS-Cleared-Count " cleared, " WS-Except-Count
           " exception(s)"
       COMPUTE WS-Recon-Out = WS-Cleared-Count + WS-Except-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-ISSUED-CHECKS.
       OPEN INPUT CheckIssFile
       IF WS-CheckIss-Status NOT = '00'
           MOVE 'Y' TO WS-CheckIss-EOF
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
       IF WS-CheckIss-Status NOT = '35'
           CLOSE CheckIssFile
       END-IF
       IF WS-Check-Read-Count > WS-Check-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "checkiss.dat overflowed CHKRECON check table"
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

*> Positive pay should have stopped every exception at the bank;
*> one that got through is money already gone.
MATCH-ONE-PAID-ITEM.
       IF PI-Check-Number NOT NUMERIC OR PI-Amount NOT NUMERIC
          OR PI-Paid-Date NOT NUMERIC
           PERFORM WRITE-BAD-PAID-ITEM
           GO TO MATCH-ONE-PAID-ITEM-EXIT
       END-IF
       MOVE 'N' TO WS-Check-Found
       PERFORM VARYING WS-Check-Idx FROM 1 BY 1
               UNTIL WS-Check-Idx > WS-Check-Count OR CheckFound
           IF WS-CT-Check-Number(WS-Check-Idx) = PI-Check-Number
               IF (PaidAPSeries AND WS-CT-AP-Series(WS-Check-Idx))
                  OR (PaidPayrollSeries
                      AND WS-CT-Payroll-Series(WS-Check-Idx))
                   MOVE 'Y' TO WS-Check-Found
                   MOVE WS-Check-Idx TO WS-Check-Hit-Idx
               END-IF
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-Except-Reason
       EVALUATE TRUE
           WHEN NOT CheckFound
               MOVE "NOT AN ISSUED CHECK NUMBER" TO WS-Except-Reason
           WHEN WS-CT-Voided(WS-Check-Hit-Idx)
               MOVE "PAID AFTER VOID" TO WS-Except-Reason
           WHEN WS-CT-Cleared(WS-Check-Hit-Idx)
               MOVE "ALREADY PAID" TO WS-Except-Reason
           WHEN PI-Amount NOT = WS-CT-Amount(WS-Check-Hit-Idx)
               MOVE WS-CT-Amount(WS-Check-Hit-Idx) TO WS-Amount-Ed
               STRING "AMOUNT DIFFERS - ISSUED " WS-Amount-Ed
                   DELIMITED BY SIZE INTO WS-Except-Reason
           WHEN OTHER
               MOVE 'C' TO WS-CT-Status(WS-Check-Hit-Idx)
               MOVE PI-Paid-Date TO WS-CT-Status-Date(WS-Check-Hit-Idx)
               MOVE PI-Amount TO WS-CT-Paid-Amount(WS-Check-Hit-Idx)
               ADD 1 TO WS-Cleared-Count
               ADD PI-Amount TO WS-Cleared-Total
       END-EVALUATE
       IF WS-Except-Reason NOT = SPACES
           PERFORM WRITE-EXCEPTION
       END-IF.

MATCH-ONE-PAID-ITEM-EXIT.
       EXIT.

*> A record the bank's file mangled is listed as it came, left out
*> of the amounts.
WRITE-BAD-PAID-ITEM.
       ADD 1 TO WS-Except-Count
       PERFORM SET-SERIES-NAME
       MOVE SPACES TO ReconRptLine
       STRING "  " WS-Series-Name " paid item " PaidRec
           " *** UNREADABLE PAID ITEM"
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE 'C' TO WS-Alert-Severity
       IF PaidAPSeries
           MOVE "Unreadable record on appaid.dat" TO WS-Alert-Message
       ELSE
           MOVE "Unreadable record on bankpaid.dat" TO WS-Alert-Message
       END-IF
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message.

WRITE-EXCEPTION.
       ADD 1 TO WS-Except-Count
       ADD PI-Amount TO WS-Except-Total
       MOVE PI-Amount TO WS-Paid-Ed
       PERFORM SET-SERIES-NAME
       MOVE SPACES TO ReconRptLine
       STRING "  " WS-Series-Name " check " PI-Check-Number " paid "
           PI-Paid-Date " " WS-Paid-Ed " *** " WS-Except-Reason
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE 'C' TO WS-Alert-Severity
       MOVE SPACES TO WS-Alert-Message
       STRING "Paid " WS-Series-Name " check " PI-Check-Number " - "
           WS-Except-Reason
           DELIMITED BY SIZE INTO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message.

SET-SERIES-NAME.
       IF PaidAPSeries
           MOVE "Vendor" TO WS-Series-Name
       ELSE
           MOVE "Payroll" TO WS-Series-Name
       END-IF.

WRITE-PAID-SUMMARY.
       MOVE SPACES TO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "Paid items read.................: " WS-Read-Count
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "Checks cleared..................: " WS-Cleared-Count
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE WS-Cleared-Total TO WS-Total-Ed
       MOVE SPACES TO ReconRptLine
       STRING "Amount cleared..................: " WS-Total-Ed
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "Exceptions......................: " WS-Except-Count
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE WS-Except-Total TO WS-Total-Ed
       MOVE SPACES TO ReconRptLine
       STRING "Amount paid on exceptions.......: " WS-Total-Ed
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine.

*> Every check not yet cleared or voided, oldest issue first as it
*> sits on the file, with its age in days.
WRITE-OUTSTANDING-LIST.
       MOVE ZEROES TO WS-Bucket-Table
       MOVE SPACES TO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "Outstanding checks:" DELIMITED BY SIZE
           INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "  S Check  Emp  Payee                Issued  "
           "         Amount  Days"
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       PERFORM VARYING WS-Check-Idx FROM 1 BY 1
               UNTIL WS-Check-Idx > WS-Check-Count
           IF WS-CT-Outstanding(WS-Check-Idx)
               PERFORM LIST-ONE-OUTSTANDING
           END-IF
       END-PERFORM
       MOVE SPACES TO ReconRptLine
       WRITE ReconRptLine
       PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
               UNTIL WS-Bucket-Idx > 5
           MOVE WS-Bucket-Total(WS-Bucket-Idx) TO WS-Total-Ed
           MOVE SPACES TO ReconRptLine
           STRING "  " WS-Bucket-Name(WS-Bucket-Idx) "........: "
               WS-Bucket-Count(WS-Bucket-Idx) " checks "
               WS-Total-Ed
               DELIMITED BY SIZE INTO ReconRptLine
           WRITE ReconRptLine
       END-PERFORM
       MOVE WS-Out-Total TO WS-Total-Ed
       MOVE SPACES TO ReconRptLine
       STRING "Total outstanding...............: " WS-Out-Count
           " checks " WS-Total-Ed
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine.

LIST-ONE-OUTSTANDING.
       MOVE WS-CT-Issue-Date(WS-Check-Idx) TO WS-Issue-Date-R
       COMPUTE WS-Age-Days =
           ((WS-Today-Year - WS-Issue-Year) * 365)
           + ((WS-Today-Month - WS-Issue-Month) * 30)
           + (WS-Today-Day - WS-Issue-Day)
       IF WS-Age-Days < 0
           MOVE 0 TO WS-Age-Days
       END-IF
       EVALUATE TRUE
           WHEN WS-Age-Days NOT > 30
               MOVE 1 TO WS-Bucket-Idx
           WHEN WS-Age-Days NOT > 60
               MOVE 2 TO WS-Bucket-Idx
           WHEN WS-Age-Days NOT > 90
               MOVE 3 TO WS-Bucket-Idx
           WHEN WS-Age-Days NOT > 180
               MOVE 4 TO WS-Bucket-Idx
           WHEN OTHER
               MOVE 5 TO WS-Bucket-Idx
       END-EVALUATE
       ADD 1 TO WS-Bucket-Count(WS-Bucket-Idx)
       ADD WS-CT-Amount(WS-Check-Idx) TO WS-Bucket-Total(WS-Bucket-Idx)
       ADD 1 TO WS-Out-Count
       ADD WS-CT-Amount(WS-Check-Idx) TO WS-Out-Total
       MOVE WS-CT-Amount(WS-Check-Idx) TO WS-Amount-Ed
       MOVE WS-Age-Days TO WS-Days-Ed
       IF WS-CT-AP-Series(WS-Check-Idx)
           MOVE 'A' TO WS-Series-Code
       ELSE
           MOVE 'P' TO WS-Series-Code
       END-IF
       MOVE SPACES TO ReconRptLine
       STRING "  " WS-Series-Code " " WS-CT-Check-Number(WS-Check-Idx) " "
           WS-CT-Emp-Number(WS-Check-Idx) " "
           WS-CT-Payee(WS-Check-Idx) " "
           WS-CT-Issue-Date(WS-Check-Idx) " " WS-Amount-Ed " "
           WS-Days-Ed
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine.

WRITE-ISSUED-CHECKS.
       OPEN OUTPUT CheckNewFile
       PERFORM VARYING WS-Check-Idx FROM 1 BY 1
               UNTIL WS-Check-Idx > WS-Check-Count
           MOVE WS-Check-Entry(WS-Check-Idx) TO CheckNewRec
           WRITE CheckNewRec
       END-PERFORM
       CLOSE CheckNewFile.
