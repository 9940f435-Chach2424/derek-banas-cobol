       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POSPAY.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Positive pay issue file for daily_batch.sh, run after the
*> payroll run. The bank pays a payroll check presented against
*> our account only if it matches a check we told it we issued -
*> number and amount - so a forged or altered check bounces at the
*> teller instead of turning up on the statement a month later.
*> Every check on the issued check file checkiss.dat (the shared
*> CHECKREC layout) not yet reported goes on pospay.dat as an
*> issue record, and every check voided since the last file as a
*> void record, so the bank also stops a voided check that is
*> presented anyway. A check issued and voided before it was ever
*> reported goes as both, issue first. The file carries a header
*> with the account the checks are drawn on (AC-Check-Account on
*> the ACH control record achctl.dat) and a trailer with the
*> record count and the issue and void totals for the bank to
*> prove it. Each check is flagged as reported on checkiss.new,
*> moved over checkiss.dat by the stream, so nothing is sent
*> twice; pospay.dat itself is rewritten every run, empty but for
*> the header and trailer when there is nothing new. With no check
*> account on achctl.dat nothing is flagged - the checks wait for
*> the next run - and a critical alert is raised. Check records
*> read vs. written go to reconcile.dat via RECONLOG.
*> October 15th 2026 - APPAY's vendor checks (series A on
*> checkiss.dat) are drawn on the AP check account,
*> AC-AP-Check-Account on achctl.dat, and are reported on a file
*> of their own, appospay.dat, in the same layout with that
*> account on the header, details and trailer; pospay.dat carries
*> the payroll series only, as before. Each file is rewritten
*> every run. With no AP account on achctl.dat the vendor checks
*> are not flagged and wait for the next run, and a critical alert
*> is raised when there are any waiting; the payroll checks go
*> regardless, and the reverse.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CheckIssFile ASSIGN TO 'checkiss.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CheckIss-Status.
       SELECT CheckNewFile ASSIGN TO 'checkiss.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AchCtlFile ASSIGN TO 'achctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AchCtl-Status.
       SELECT PosPayFile ASSIGN TO 'pospay.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT APPosPayFile ASSIGN TO 'appospay.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CheckIssFile.
01 CheckIssRec.
       COPY CHECKREC.

FD CheckNewFile.
01 CheckNewRec PIC X(108).

FD AchCtlFile.
01 AchCtlRec.
       02 AC-Dest-Routing  PIC X(9).
       02 AC-Dest-Name     PIC X(23).
       02 AC-Origin-Id     PIC X(10).
       02 AC-Origin-Name   PIC X(23).
       02 AC-Company-Name  PIC X(16).
       02 AC-ODFI-Id       PIC X(8).
       02 AC-Check-Account PIC X(17).
       02 AC-AP-Check-Account PIC X(17).

FD PosPayFile.
01 PosPayRec PIC X(80).

FD APPosPayFile.
01 APPosPayRec PIC X(80).

WORKING-STORAGE SECTION.
01 WS-CheckIss-Status PIC XX.
01 WS-AchCtl-Status   PIC XX.
01 WS-CheckIss-EOF    PIC X VALUE 'N'.
01 WS-CheckIss-Open   PIC X VALUE 'N'.
01 WS-Account-Ready   PIC X VALUE 'N'.
       88 AccountReady VALUE 'Y'.
01 WS-Check-Account   PIC X(17) VALUE SPACES.
01 WS-AP-Account-Ready PIC X VALUE 'N'.
       88 APAccountReady VALUE 'Y'.
01 WS-AP-Account      PIC X(17) VALUE SPACES.
01 WS-Company-Name    PIC X(16) VALUE SPACES.
01 WS-Proc-Date       PIC 9(8).
01 WS-Read-Count      PIC 9(8) VALUE 0.
01 WS-Written-Count   PIC 9(8) VALUE 0.
01 WS-Issue-Count     PIC 9(6) VALUE 0.
01 WS-Void-Count      PIC 9(6) VALUE 0.
01 WS-Issue-Total     PIC 9(10)V99 VALUE ZEROES.
01 WS-Void-Total      PIC 9(10)V99 VALUE ZEROES.
01 WS-AP-Issue-Count  PIC 9(6) VALUE 0.
01 WS-AP-Void-Count   PIC 9(6) VALUE 0.
01 WS-AP-Issue-Total  PIC 9(10)V99 VALUE ZEROES.
01 WS-AP-Void-Total   PIC 9(10)V99 VALUE ZEROES.
01 WS-AP-Waiting      PIC 9(6) VALUE 0.
01 WS-Pos-Header.
       02 FILLER          PIC X VALUE 'H'.
       02 WS-PH-Account   PIC X(17).
       02 WS-PH-Date      PIC 9(8).
       02 WS-PH-Company   PIC X(16).
       02 FILLER          PIC X(38) VALUE SPACES.
01 WS-Pos-Detail.
       02 FILLER          PIC X VALUE 'D'.
       02 WS-PD-Account   PIC X(17).
       02 WS-PD-Check     PIC 9(10).
       02 WS-PD-Amount    PIC 9(8)V99.
       02 WS-PD-Issue-Date PIC 9(8).
       02 WS-PD-Kind      PIC X.
       02 WS-PD-Payee     PIC X(20).
       02 FILLER          PIC X(13) VALUE SPACES.
01 WS-Pos-Trailer.
       02 FILLER          PIC X VALUE 'T'.
       02 WS-PT-Account   PIC X(17).
       02 WS-PT-Count     PIC 9(6).
       02 WS-PT-Issue-Total PIC 9(10)V99.
       02 WS-PT-Void-Total  PIC 9(10)V99.
       02 FILLER          PIC X(32) VALUE SPACES.
01 WS-Audit-Program PIC X(8) VALUE "POSPAY".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "Positive pay file".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM LOAD-CHECK-ACCOUNT
       OPEN OUTPUT PosPayFile
       MOVE WS-Check-Account TO WS-PH-Account
       MOVE WS-Proc-Date TO WS-PH-Date
       MOVE WS-Company-Name TO WS-PH-Company
       WRITE PosPayRec FROM WS-Pos-Header
       OPEN OUTPUT APPosPayFile
       MOVE WS-AP-Account TO WS-PH-Account
       WRITE APPosPayRec FROM WS-Pos-Header
       OPEN INPUT CheckIssFile
       IF WS-CheckIss-Status = '00'
           MOVE 'Y' TO WS-CheckIss-Open
       ELSE
           DISPLAY "No checkiss.dat yet (status " WS-CheckIss-Status
               ")"
           MOVE 'Y' TO WS-CheckIss-EOF
       END-IF
       IF AccountReady OR APAccountReady
           OPEN OUTPUT CheckNewFile
       END-IF
       PERFORM UNTIL WS-CheckIss-EOF = 'Y'
           READ CheckIssFile
               AT END MOVE 'Y' TO WS-CheckIss-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   IF AccountReady OR APAccountReady
                       PERFORM REPORT-ONE-CHECK
                   END-IF
           END-READ
       END-PERFORM
       IF WS-CheckIss-Open = 'Y'
           CLOSE CheckIssFile
       END-IF
       IF AccountReady OR APAccountReady
           CLOSE CheckNewFile
       ELSE
           MOVE WS-Read-Count TO WS-Written-Count
       END-IF
       MOVE WS-Check-Account TO WS-PT-Account
       COMPUTE WS-PT-Count = WS-Issue-Count + WS-Void-Count
       MOVE WS-Issue-Total TO WS-PT-Issue-Total
       MOVE WS-Void-Total TO WS-PT-Void-Total
       WRITE PosPayRec FROM WS-Pos-Trailer
       CLOSE PosPayFile
       MOVE WS-AP-Account TO WS-PT-Account
       COMPUTE WS-PT-Count = WS-AP-Issue-Count + WS-AP-Void-Count
       MOVE WS-AP-Issue-Total TO WS-PT-Issue-Total
       MOVE WS-AP-Void-Total TO WS-PT-Void-Total
       WRITE APPosPayRec FROM WS-Pos-Trailer
       CLOSE APPosPayFile
       IF WS-AP-Waiting > 0
           MOVE 'C' TO WS-Alert-Severity
           MOVE "No AP check account on achctl.dat - AP positive pay held"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF
       DISPLAY "POSPAY: " WS-Issue-Count " issue(s), " WS-Void-Count
           " void(s) reported on payroll checks, "
           WS-AP-Issue-Count " issue(s), " WS-AP-Void-Count
           " void(s) on vendor checks"
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Written-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-CHECK-ACCOUNT.
       OPEN INPUT AchCtlFile
       IF WS-AchCtl-Status = '00'
           READ AchCtlFile
               NOT AT END
                   MOVE AC-Check-Account TO WS-Check-Account
                   MOVE AC-Company-Name TO WS-Company-Name
                   MOVE AC-AP-Check-Account TO WS-AP-Account
           END-READ
           CLOSE AchCtlFile
       END-IF
       IF WS-Check-Account = SPACES
           MOVE 'C' TO WS-Alert-Severity
           MOVE "No check account on achctl.dat - positive pay held"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       ELSE
           MOVE 'Y' TO WS-Account-Ready
       END-IF
       IF WS-AP-Account NOT = SPACES
           MOVE 'Y' TO WS-AP-Account-Ready
       END-IF.

*> The issue goes first whenever it has not been sent, so a void
*> never reaches the bank ahead of the check it stops. A check
*> whose account is not set yet is copied through unflagged.
REPORT-ONE-CHECK.
       IF CI-AP-Series
           IF APAccountReady
               PERFORM REPORT-ONE-AP-CHECK
           ELSE
               IF CI-Issue-Sent NOT = 'Y'
                  OR (CI-Voided AND CI-Void-Sent NOT = 'Y')
                   ADD 1 TO WS-AP-Waiting
               END-IF
           END-IF
       ELSE
           IF AccountReady
               PERFORM REPORT-ONE-PAYROLL-CHECK
           END-IF
       END-IF
       WRITE CheckNewRec FROM CheckIssRec
       ADD 1 TO WS-Written-Count.

REPORT-ONE-PAYROLL-CHECK.
       IF CI-Issue-Sent NOT = 'Y'
           MOVE 'I' TO WS-PD-Kind
           PERFORM WRITE-POSPAY-DETAIL
           ADD 1 TO WS-Issue-Count
           ADD CI-Amount TO WS-Issue-Total
           MOVE 'Y' TO CI-Issue-Sent
       END-IF
       IF CI-Voided AND CI-Void-Sent NOT = 'Y'
           MOVE 'V' TO WS-PD-Kind
           PERFORM WRITE-POSPAY-DETAIL
           ADD 1 TO WS-Void-Count
           ADD CI-Amount TO WS-Void-Total
           MOVE 'Y' TO CI-Void-Sent
       END-IF.

REPORT-ONE-AP-CHECK.
       IF CI-Issue-Sent NOT = 'Y'
           MOVE 'I' TO WS-PD-Kind
           PERFORM WRITE-AP-POSPAY-DETAIL
           ADD 1 TO WS-AP-Issue-Count
           ADD CI-Amount TO WS-AP-Issue-Total
           MOVE 'Y' TO CI-Issue-Sent
       END-IF
       IF CI-Voided AND CI-Void-Sent NOT = 'Y'
           MOVE 'V' TO WS-PD-Kind
           PERFORM WRITE-AP-POSPAY-DETAIL
           ADD 1 TO WS-AP-Void-Count
           ADD CI-Amount TO WS-AP-Void-Total
           MOVE 'Y' TO CI-Void-Sent
       END-IF.

WRITE-POSPAY-DETAIL.
       MOVE WS-Check-Account TO WS-PD-Account
       MOVE CI-Check-Number TO WS-PD-Check
       MOVE CI-Amount TO WS-PD-Amount
       MOVE CI-Issue-Date TO WS-PD-Issue-Date
       MOVE CI-Payee TO WS-PD-Payee
       WRITE PosPayRec FROM WS-Pos-Detail.

WRITE-AP-POSPAY-DETAIL.
       MOVE WS-AP-Account TO WS-PD-Account
       MOVE CI-Check-Number TO WS-PD-Check
       MOVE CI-Amount TO WS-PD-Amount
       MOVE CI-Issue-Date TO WS-PD-Issue-Date
       MOVE CI-Payee TO WS-PD-Payee
       WRITE APPosPayRec FROM WS-Pos-Detail.
