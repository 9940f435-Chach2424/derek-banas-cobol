       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APPAY.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Accounts payable payment run for daily_batch.sh. Reads the open
*> payables file openap.dat that VENDINV accepts matched vendor
*> invoices onto and picks every open invoice due by the cutoff -
*> the processing date plus APCUTDAYS days from rates.dat (0 when
*> not set, so only what is due tonight or overdue is paid). The
*> invoices picked are paid on one check per vendor number from
*> vendmast.dat, numbered from the vendor check control record
*> apchknum.ctl - a series of its own, apart from payroll's
*> chknum.ctl - which is rewritten BEFORE the check is printed,
*> the ordnum.ctl rule. Each check is printed on apcheck.txt with
*> its remittance stub listing every invoice it pays, and listed
*> on the AP check register apchkreg.txt with the run's totals.
*> The invoices paid are marked paid with the check number and
*> paid date (so openap.dat is also the paid history) on a staged
*> copy, openap.new, that the stream moves over openap.dat only
*> once the step has ended clean. The run's total is fed to the
*> general ledger through GLLOG the way PAYROLL does - accounts
*> payable (2000) debited, cash (1000) credited. An invoice whose
*> vendor has left vendmast.dat is not paid; it is listed on the
*> register for the controller. Open records read vs. invoices
*> paid plus invoices carried go to reconcile.dat via RECONLOG.
*> October 15th 2026 - the vendor record now comes from the shared
*> VENDREC layout, which carries the vendor's lead time at the end.
*> October 15th 2026 - every vendor check printed is also added to
*> the issued check file (the shared CHECKREC layout, series A,
*> vendor number and name as the payee) as outstanding, so POSPAY
*> reports it to the bank, CHKRECON clears it and CHKVOID can void
*> it like a payroll check. The checks are staged on checkiss.add,
*> folded into checkiss.dat by the stream once the step has ended
*> clean. A vendor whose invoices due would come to more than the
*> check file's amount holds (999,999.99) is not paid; the invoices
*> are listed on the register and carried, and a warning alert is
*> raised for the controller to split the payment.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VendFile ASSIGN TO 'vendmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Vend-Status.
       SELECT OpenAPFile ASSIGN TO 'openap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-Status.
       SELECT NewAPFile ASSIGN TO 'openap.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CheckFile ASSIGN TO 'apcheck.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ChkRegFile ASSIGN TO 'apchkreg.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ChkCtlFile ASSIGN TO 'apchknum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChkCtl-Status.
       SELECT CheckIssFile ASSIGN TO 'checkiss.add'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VendFile.
01 VendMastRec.
       COPY VENDREC.

FD OpenAPFile.
01 OpenAPRec.
       COPY APREC.

FD NewAPFile.
01 NewAPRec PIC X(71).

FD CheckFile.
01 CheckLine PIC X(80).

FD ChkRegFile.
01 ChkRegLine PIC X(80).

FD ChkCtlFile.
01 ChkCtlRec.
       02 CC-Last-Check-Number PIC 9(6).

FD CheckIssFile.
01 CheckIssRec.
       COPY CHECKREC.

WORKING-STORAGE SECTION.
01 WS-Vend-Status   PIC XX.
01 WS-AP-Status     PIC XX.
01 WS-ChkCtl-Status PIC XX.
01 WS-Vend-EOF      PIC X VALUE 'N'.
01 WS-AP-EOF        PIC X VALUE 'N'.
01 WS-Vend-Table.
       02 WS-Vend-Entry OCCURS 200 TIMES.
           03 WS-VTab-Number PIC 9(4).
           03 WS-VTab-Name   PIC X(20).
01 WS-Vend-Count    PIC 9(3) VALUE 0.
01 WS-Vend-Idx      PIC 9(3) VALUE 0.
01 WS-Vend-Hit-Idx  PIC 9(3) VALUE 0.
01 WS-Vend-Found    PIC X VALUE 'N'.
       88 VendFound VALUE 'Y'.
*> The whole payables file rides in this table and is written back
*> to openap.new, so an overflow abandons the run rather than drop
*> invoices off the file.
01 WS-AP-Table.
       02 WS-AP-Entry OCCURS 500 TIMES.
           03 WS-ATab-Record PIC X(71).
           03 WS-ATab-Pick   PIC X.
01 WS-AP-Count      PIC 9(3) VALUE 0.
01 WS-AP-Read-Count PIC 9(8) VALUE 0.
01 WS-AP-Idx        PIC 9(3) VALUE 0.
01 WS-AP-Idx-2      PIC 9(3) VALUE 0.
01 WS-Proc-Date     PIC 9(8).
01 WS-Cutoff-Days   PIC 9(3) VALUE 0.
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Cutoff-Date   PIC 9(8).
01 WS-Month-Len     PIC 99.
01 WS-Leap-Quot     PIC 9(4).
01 WS-Leap-Rem      PIC 9(3).
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
01 WS-Pay-Vendor    PIC 9(4).
01 WS-Check-Amount  PIC 9(9)V99 VALUE ZEROES.
01 WS-Check-Invoices PIC 9(4) VALUE 0.
01 WS-Next-Check-Number PIC 9(6) VALUE 0.
01 WS-Check-Count   PIC 9(6) VALUE 0.
01 WS-Paid-Count    PIC 9(8) VALUE 0.
01 WS-Held-Count    PIC 9(8) VALUE 0.
01 WS-Carried-Count PIC 9(8) VALUE 0.
01 WS-Recon-Out     PIC 9(8) VALUE 0.
01 WS-Run-Total     PIC 9(10)V99 VALUE ZEROES.
01 WS-Held-Total    PIC 9(10)V99 VALUE ZEROES.
01 WS-Oversize-Count PIC 9(8) VALUE 0.
01 WS-Oversize-Total PIC 9(10)V99 VALUE ZEROES.
01 WS-Check-Limit   PIC 9(9)V99 VALUE 999999.99.
01 WS-Amount-Ed     PIC $$$,$$$,$$9.99.
01 WS-Total-Ed      PIC $$,$$$,$$$,$$9.99.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-GL-Account PIC 9(4).
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Audit-Program PIC X(8) VALUE "APPAY".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "AP payment run".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM FETCH-PAYMENT-RATES
       PERFORM FIND-CUTOFF-DATE
       PERFORM LOAD-VENDORS
       PERFORM LOAD-OPEN-PAYABLES
       PERFORM READ-CHECK-CONTROL
       OPEN OUTPUT CheckFile
       OPEN OUTPUT ChkRegFile
       OPEN OUTPUT CheckIssFile
       MOVE SPACES TO ChkRegLine
       STRING "AP Check Register - processing date " WS-Proc-Date
           ", paying invoices due by " WS-Cutoff-Date
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       PERFORM PICK-DUE-INVOICES
       PERFORM VARYING WS-AP-Idx FROM 1 BY 1
               UNTIL WS-AP-Idx > WS-AP-Count
           IF WS-ATab-Pick(WS-AP-Idx) = 'Y'
               PERFORM PAY-ONE-VENDOR THRU PAY-ONE-VENDOR-EXIT
           END-IF
       END-PERFORM
       PERFORM WRITE-REGISTER-TOTALS
       CLOSE CheckIssFile
       CLOSE ChkRegFile
       CLOSE CheckFile
       PERFORM WRITE-NEW-PAYABLES
       PERFORM FEED-GENERAL-LEDGER
       DISPLAY "APPAY: " WS-AP-Read-Count " payables record(s), "
           WS-Paid-Count " invoice(s) paid on " WS-Check-Count
           " check(s), " WS-Held-Count " held, " WS-Oversize-Count
           " over limit"
       COMPUTE WS-Recon-Out = WS-Paid-Count + WS-Carried-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-AP-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> The cutoff lead on rates.dat replaces the compiled-in default;
*> when it isn't on the file the VALUE clause fallback stands.
FETCH-PAYMENT-RATES.
       MOVE "APCUTDAYS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Cutoff-Days
       END-IF.

FIND-CUTOFF-DATE.
       MOVE WS-Proc-Date TO WS-Walk-Date-Num
       PERFORM NEXT-CALENDAR-DAY WS-Cutoff-Days TIMES
       MOVE WS-Walk-Date-Num TO WS-Cutoff-Date.

NEXT-CALENDAR-DAY.
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
       END-IF
       ADD 1 TO WS-Walk-Day
       IF WS-Walk-Day > WS-Month-Len
           MOVE 1 TO WS-Walk-Day
           ADD 1 TO WS-Walk-Month
           IF WS-Walk-Month > 12
               MOVE 1 TO WS-Walk-Month
               ADD 1 TO WS-Walk-Year
           END-IF
       END-IF.

LOAD-VENDORS.
       OPEN INPUT VendFile
       IF WS-Vend-Status NOT = '00'
           DISPLAY "Unable to open vendmast.dat (status "
               WS-Vend-Status ") - no vendors to pay"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-Vend-EOF = 'Y'
           READ VendFile
               AT END MOVE 'Y' TO WS-Vend-EOF
               NOT AT END
                   IF WS-Vend-Count < 200
                       ADD 1 TO WS-Vend-Count
                       MOVE VEND-Number TO
                           WS-VTab-Number(WS-Vend-Count)
                       MOVE VEND-Name TO
                           WS-VTab-Name(WS-Vend-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE VendFile.

*> No openap.dat is a night with nothing payable: the run still
*> prints an empty register and writes an empty openap.new.
LOAD-OPEN-PAYABLES.
       OPEN INPUT OpenAPFile
       IF WS-AP-Status NOT = '00'
           DISPLAY "No openap.dat to pay from (status "
               WS-AP-Status ")"
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
                       MOVE 'N' TO WS-ATab-Pick(WS-AP-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-AP-Status NOT = '35'
           CLOSE OpenAPFile
       END-IF
       IF WS-AP-Read-Count > WS-AP-Count
           DISPLAY "openap.dat overflowed the payables table - "
               "run abandoned"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "openap.dat overflowed APPAY payables table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE 16 TO RETURN-CODE
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           STOP RUN
       END-IF.

READ-CHECK-CONTROL.
       MOVE 0 TO WS-Next-Check-Number
       OPEN INPUT ChkCtlFile
       IF WS-ChkCtl-Status = '00'
           READ ChkCtlFile
               NOT AT END
                   MOVE CC-Last-Check-Number
                       TO WS-Next-Check-Number
           END-READ
           CLOSE ChkCtlFile
       END-IF.

*> Rewritten per check, always BEFORE the check and stub are
*> printed - the control record must never lag a number already
*> handed out.
WRITE-CHECK-CONTROL.
       OPEN OUTPUT ChkCtlFile
       MOVE WS-Next-Check-Number TO CC-Last-Check-Number
       WRITE ChkCtlRec
       CLOSE ChkCtlFile.

*> Every open invoice due by the cutoff is picked; one whose
*> vendor is no longer on vendmast.dat is held and listed instead.
*> Everything not picked rides through to openap.new unchanged.
PICK-DUE-INVOICES.
       PERFORM VARYING WS-AP-Idx FROM 1 BY 1
               UNTIL WS-AP-Idx > WS-AP-Count
           MOVE WS-ATab-Record(WS-AP-Idx) TO OpenAPRec
           IF AP-Open AND AP-Due-Date NOT > WS-Cutoff-Date
               PERFORM FIND-VENDOR
               IF VendFound
                   MOVE 'Y' TO WS-ATab-Pick(WS-AP-Idx)
               ELSE
                   ADD 1 TO WS-Held-Count
                   ADD 1 TO WS-Carried-Count
                   ADD AP-Amount TO WS-Held-Total
                   MOVE AP-Amount TO WS-Amount-Ed
                   MOVE SPACES TO ChkRegLine
                   STRING "HELD - vendor " AP-Vendor
                       " not on vendmast.dat, invoice "
                       AP-Vend-Invoice " " WS-Amount-Ed
                       DELIMITED BY SIZE INTO ChkRegLine
                   WRITE ChkRegLine
               END-IF
           ELSE
               ADD 1 TO WS-Carried-Count
           END-IF
       END-PERFORM.

FIND-VENDOR.
       MOVE 'N' TO WS-Vend-Found
       PERFORM VARYING WS-Vend-Idx FROM 1 BY 1
               UNTIL WS-Vend-Idx > WS-Vend-Count OR VendFound
           IF WS-VTab-Number(WS-Vend-Idx) = AP-Vendor
               MOVE 'Y' TO WS-Vend-Found
               MOVE WS-Vend-Idx TO WS-Vend-Hit-Idx
           END-IF
       END-PERFORM.

*> One check for everything picked for the vendor of the first
*> picked invoice still waiting: the amount is totalled first so
*> the check can be printed ahead of its stub, then the stub pass
*> lists and marks each invoice paid and clears its pick.
PAY-ONE-VENDOR.
       MOVE WS-ATab-Record(WS-AP-Idx) TO OpenAPRec
       MOVE AP-Vendor TO WS-Pay-Vendor
       PERFORM FIND-VENDOR
       MOVE ZEROES TO WS-Check-Amount
       MOVE 0 TO WS-Check-Invoices
       PERFORM VARYING WS-AP-Idx-2 FROM WS-AP-Idx BY 1
               UNTIL WS-AP-Idx-2 > WS-AP-Count
           IF WS-ATab-Pick(WS-AP-Idx-2) = 'Y'
               MOVE WS-ATab-Record(WS-AP-Idx-2) TO OpenAPRec
               IF AP-Vendor = WS-Pay-Vendor
                   ADD AP-Amount TO WS-Check-Amount
                   ADD 1 TO WS-Check-Invoices
               END-IF
           END-IF
       END-PERFORM
       IF WS-Check-Amount > WS-Check-Limit
           PERFORM HOLD-OVERSIZE-VENDOR
           GO TO PAY-ONE-VENDOR-EXIT
       END-IF
       ADD 1 TO WS-Next-Check-Number
       PERFORM WRITE-CHECK-CONTROL
       ADD 1 TO WS-Check-Count
       ADD WS-Check-Amount TO WS-Run-Total
       PERFORM PRINT-VENDOR-CHECK
       PERFORM ADD-ISSUED-CHECK
       PERFORM VARYING WS-AP-Idx-2 FROM WS-AP-Idx BY 1
               UNTIL WS-AP-Idx-2 > WS-AP-Count
           IF WS-ATab-Pick(WS-AP-Idx-2) = 'Y'
               MOVE WS-ATab-Record(WS-AP-Idx-2) TO OpenAPRec
               IF AP-Vendor = WS-Pay-Vendor
                   PERFORM PAY-ONE-INVOICE
               END-IF
           END-IF
       END-PERFORM
       MOVE WS-Check-Amount TO WS-Amount-Ed
       MOVE SPACES TO CheckLine
       STRING "  Total of this remittance......: " WS-Amount-Ed
           DELIMITED BY SIZE INTO CheckLine
       WRITE CheckLine
       MOVE SPACES TO ChkRegLine
       STRING "Check " WS-Next-Check-Number " vendor "
           WS-Pay-Vendor " " WS-VTab-Name(WS-Vend-Hit-Idx) " "
           WS-Check-Invoices " inv " WS-Amount-Ed
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine.

PAY-ONE-VENDOR-EXIT.
       EXIT.

*> Nothing is numbered for a vendor over the limit: every invoice
*> picked for it is unpicked, listed and carried to the next run.
HOLD-OVERSIZE-VENDOR.
       PERFORM VARYING WS-AP-Idx-2 FROM WS-AP-Idx BY 1
               UNTIL WS-AP-Idx-2 > WS-AP-Count
           IF WS-ATab-Pick(WS-AP-Idx-2) = 'Y'
               MOVE WS-ATab-Record(WS-AP-Idx-2) TO OpenAPRec
               IF AP-Vendor = WS-Pay-Vendor
                   MOVE 'N' TO WS-ATab-Pick(WS-AP-Idx-2)
                   ADD 1 TO WS-Oversize-Count
                   ADD 1 TO WS-Carried-Count
                   ADD AP-Amount TO WS-Oversize-Total
                   MOVE AP-Amount TO WS-Amount-Ed
                   MOVE SPACES TO ChkRegLine
                   STRING "HELD - vendor " AP-Vendor
                       " check over limit, invoice "
                       AP-Vend-Invoice " " WS-Amount-Ed
                       DELIMITED BY SIZE INTO ChkRegLine
                   WRITE ChkRegLine
               END-IF
           END-IF
       END-PERFORM
       MOVE 'W' TO WS-Alert-Severity
       MOVE SPACES TO WS-Alert-Message
       STRING "Vendor " WS-Pay-Vendor " not paid - one check would "
           "be over 999,999.99"
           DELIMITED BY SIZE INTO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message.

*> The check goes on the issued check file outstanding, not yet
*> reported to the bank - PAYROLL's ADD-ISSUED-CHECK for the
*> vendor series.
ADD-ISSUED-CHECK.
       MOVE SPACES TO CheckIssRec
       MOVE WS-Next-Check-Number TO CI-Check-Number
       MOVE WS-Pay-Vendor TO CI-Emp-Number
       MOVE WS-VTab-Name(WS-Vend-Hit-Idx) TO CI-Payee
       MOVE WS-Proc-Date TO CI-Issue-Date
       MOVE WS-Check-Amount TO CI-Amount
       MOVE 'O' TO CI-Status
       MOVE ZEROES TO CI-Status-Date CI-Paid-Amount
       MOVE 'N' TO CI-Issue-Sent CI-Void-Sent
       MOVE ZEROES TO CI-Reissue-Of CI-Replaced-By
       MOVE 'A' TO CI-Series
       WRITE CheckIssRec.

PRINT-VENDOR-CHECK.
       MOVE WS-Check-Amount TO WS-Amount-Ed
       MOVE SPACES TO CheckLine
       WRITE CheckLine
       MOVE SPACES TO CheckLine
       STRING "CHECK " WS-Next-Check-Number "          DATE "
           WS-Proc-Date
           DELIMITED BY SIZE INTO CheckLine
       WRITE CheckLine
       MOVE SPACES TO CheckLine
       STRING "PAY TO THE ORDER OF " WS-VTab-Name(WS-Vend-Hit-Idx)
           "   " WS-Amount-Ed
           DELIMITED BY SIZE INTO CheckLine
       WRITE CheckLine
       MOVE SPACES TO CheckLine
       STRING "REMITTANCE ADVICE - vendor " WS-Pay-Vendor
           " - check " WS-Next-Check-Number
           DELIMITED BY SIZE INTO CheckLine
       WRITE CheckLine
       MOVE SPACES TO CheckLine
       STRING "  Your invoice  Invoice date  Due date        Amount"
           DELIMITED BY SIZE INTO CheckLine
       WRITE CheckLine.

*> OpenAPRec holds the invoice; it goes back into its table slot
*> marked paid so WRITE-NEW-PAYABLES carries it as history.
PAY-ONE-INVOICE.
       MOVE AP-Amount TO WS-Amount-Ed
       MOVE SPACES TO CheckLine
       STRING "  " AP-Vend-Invoice "    " AP-Invoice-Date "      "
           AP-Due-Date "  " WS-Amount-Ed
           DELIMITED BY SIZE INTO CheckLine
       WRITE CheckLine
       MOVE 'P' TO AP-Status
       MOVE WS-Next-Check-Number TO AP-Check-Number
       MOVE WS-Proc-Date TO AP-Paid-Date
       MOVE OpenAPRec TO WS-ATab-Record(WS-AP-Idx-2)
       MOVE 'N' TO WS-ATab-Pick(WS-AP-Idx-2)
       ADD 1 TO WS-Paid-Count.

WRITE-REGISTER-TOTALS.
       MOVE SPACES TO ChkRegLine
       STRING "Vendor checks issued............: " WS-Check-Count
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       MOVE SPACES TO ChkRegLine
       STRING "Invoices paid...................: " WS-Paid-Count
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       MOVE WS-Run-Total TO WS-Total-Ed
       MOVE SPACES TO ChkRegLine
       STRING "Total paid......................: " WS-Total-Ed
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       IF WS-Held-Count > 0
           MOVE WS-Held-Total TO WS-Total-Ed
           MOVE SPACES TO ChkRegLine
           STRING "Held - vendor not on file.......: " WS-Held-Count
               " " WS-Total-Ed
               DELIMITED BY SIZE INTO ChkRegLine
           WRITE ChkRegLine
       END-IF
       IF WS-Oversize-Count > 0
           MOVE WS-Oversize-Total TO WS-Total-Ed
           MOVE SPACES TO ChkRegLine
           STRING "Held - check over limit.........: "
               WS-Oversize-Count " " WS-Total-Ed
               DELIMITED BY SIZE INTO ChkRegLine
           WRITE ChkRegLine
       END-IF.

WRITE-NEW-PAYABLES.
       OPEN OUTPUT NewAPFile
       PERFORM VARYING WS-AP-Idx FROM 1 BY 1
               UNTIL WS-AP-Idx > WS-AP-Count
           MOVE WS-ATab-Record(WS-AP-Idx) TO NewAPRec
           WRITE NewAPRec
       END-PERFORM
       CLOSE NewAPFile.

*> The run's payments as one balanced pair of feed lines: DR
*> accounts payable, CR cash. A run that paid nothing feeds
*> nothing.
FEED-GENERAL-LEDGER.
       IF WS-Run-Total > 0
           MOVE 2000 TO WS-GL-Account
           MOVE WS-Run-Total TO WS-GL-Debit
           MOVE ZEROES TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           MOVE 1000 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Run-Total TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.
