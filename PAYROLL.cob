*> the gross) balanced by credits to federal withholding payable
*> (2300), FICA payable (2310), and cash (1000, the net), for the
*> GLPOST step to journal and prove.
*> October 15th 2026 - Deductions beyond withholding and FICA are
*> now taken on the check instead of by hand afterwards: each
*> employee's standing deductions on empded.dat (the shared EMPDED
*> layout, maintained by EMPUPD) are taken in priority order -
*> pre-tax ones off gross before withholding and FICA are figured
*> on what is left, then post-tax ones off the rest - a flat
*> amount or a percent of gross, stopped at a goal (lifetime
*> total, DED-Taken) or an annual cap (the year to date), and
*> never taking net pay below the protected minimum (MINNETPAY on
*> rates.dat, 217.50 when not set): a deduction that would is
*> reduced to what is left, and the ones behind it get nothing.
*> Each deduction taken is shown on the pay stub under its
*> description from the deduction type table dedcode.dat, its
*> year to date is carried per code on ytdearn.dat (up to 8 codes
*> an employee, the record growing to hold them), the register
*> shows the deduction total and a goal once it is met, and each
*> type's run total is credited to its own liability account from
*> dedcode.dat through GLLOG. The updated amounts taken go to
*> empded.new, moved over empded.dat by the stream.
*> October 15th 2026 - Direct deposit: an employee whose master
*> record (the shared EMPREC layout) is flagged for it is paid by
*> ACH credit instead of a check - the net to their account, or
*> split with the fixed amount to the second account and the rest
*> to the first - written to the NACHA-format file payach.dat for
*> the bank: file header, one PPD batch of credits, the batch and
*> file control records (entry count, entry hash of the receiving
*> bank numbers, credit total) and the block fill, with the
*> shop's bank and company identifiers from the ACH control record
*> achctl.dat. A deposit gets a non-negotiable deposit advice on
*> paystub.txt in place of a check and uses no check number; the
*> check register lists the deposits beside the checks and proves
*> checks plus deposits to the pay register net, and the ACH
*> credit total to the deposits. Before any money goes to an
*> account it is prenoted: the first time an account is seen a
*> zero-dollar prenote entry goes in the file and the employee is
*> paid by check, and deposits start once PRENOTEDAYS (rates.dat,
*> 6 days when not set) have passed without the bank bouncing it.
*> The accounts prenoted and when are kept on prenote.dat
*> (prenote.new, moved over by the stream); changing an account
*> on the master simply makes it a new account to prenote. With
*> no usable achctl.dat everyone is paid by check and an alert is
*> raised.
*> October 15th 2026 - ytdearn.dat (now the shared YTDREC layout)
*> also keeps each calendar quarter's gross, federal withholding
*> and FICA, the quarter taken from the processing date, for the
*> quarterly payroll tax report QTRRPT.
*> October 15th 2026 - Paid leave: the vacation and sick hours
*> keyed on payhours.dat beside the hours worked are paid at the
*> employee's hourly rate as part of gross, never more than the
*> balance on leavebal.dat (the shared LEAVEREC layout) - a request
*> beyond it is cut to the balance and the stub and register say
*> so. Overtime is still figured on hours worked only. Every check
*> then earns the employee's accrual from the master (EMP-Vac-
*> Accrual, EMP-Sick-Accrual), the balance stopping at the
*> carryover cap when one is set. The stub shows the leave hours,
*> leave pay and the balances left, the register a leave line per
*> employee and the run's leave hours and pay, and the balances go
*> to leavebal.new, moved over leavebal.dat by the stream.
*> October 15th 2026 - Every check numbered is also added to the
*> issued check file checkiss.dat (the shared CHECKREC layout) as
*> outstanding, for POSPAY to report to the bank and CHKRECON to
*> clear against the bank's paid items.
*> October 15th 2026 - Labor distribution: gross pay is no longer
*> debited to the one payroll expense account. Each check's cost
*> is charged to the employee's home department on the master
*> (EMP-Home-Dept), except the hours keyed on payhours.dat as
*> worked in another department, whose share of the regular and
*> overtime pay is charged there. The employer's FICA - matching
*> the employee's - is now booked as well, split the same way.
*> Each department's wages and employer taxes are debited to its
*> own expense accounts on the department table dept.dat (the
*> shared DEPTREC layout), with the employer FICA credited to
*> FICA payable. Pay with no department, or one no longer on
*> dept.dat, goes to payroll expense 5000 and payroll tax expense
*> 5100, with a warning alert for the unknown code. The hours,
*> gross and employer taxes by department for this run and for
*> the year go to laborytd.new (the shared LABORREC layout),
*> moved over laborytd.dat by the stream, for LABORRPT.
*> October 15th 2026 - checks added to checkiss.dat are marked as
*> the payroll series (P), now that APPAY's vendor checks share
*> the file.
*> October 15th 2026 - checks are staged on checkiss.add and folded
*> into checkiss.dat by the stream once the step has ended clean,
*> as APPAY's are, so a run that abends part way leaves the issued
*> check file as it was. A pre-tax deduction's room above the
*> protected minimum net now allows for the withholding and FICA
*> still to come - figured at the bracket rate for the gross on
*> what is left after the pre-tax deductions so far, never less
*> than what is actually withheld - so the taxes can no longer
*> take net pay below MINNETPAY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ChkCtlFile ASSIGN TO 'chknum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChkCtl-Status.
       SELECT DedFile ASSIGN TO 'empded.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ded-Status.
       SELECT DedNewFile ASSIGN TO 'empded.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DedCodeFile ASSIGN TO 'dedcode.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DedCode-Status.
       SELECT AchCtlFile ASSIGN TO 'achctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AchCtl-Status.
       SELECT AchFile ASSIGN TO 'payach.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PrenoteFile ASSIGN TO 'prenote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prenote-Status.
       SELECT PrenoteNewFile ASSIGN TO 'prenote.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LeaveFile ASSIGN TO 'leavebal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Leave-Status.
       SELECT LeaveNewFile ASSIGN TO 'leavebal.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CheckIssFile ASSIGN TO 'checkiss.add'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CheckIss-Status.
       SELECT DeptFile ASSIGN TO 'dept.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Dept-Status.
       SELECT LaborFile ASSIGN TO 'laborytd.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Labor-Status.
       SELECT LaborNewFile ASSIGN TO 'laborytd.new'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EmpFile.
01 EmpMastRec.
       COPY EMPREC.

FD HoursFile.
01 HoursRec.
       02 PH-Emp-Number PIC 9(4).
       02 PH-Hours      PIC 99V99.
       02 PH-Vac-Hours  PIC 99V99.
       02 PH-Sick-Hours PIC 99V99.
       02 PH-Dept       PIC X(4).
       02 PH-Dept-Hours PIC 99V99.

FD PayRegFile.
01 PayRegLine PIC X(132).

FD YtdFile.
01 YtdRec.
       COPY YTDREC.

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

*> The shop's side of the ACH file: the bank the file goes to, and
*> how the bank knows us. The account payroll checks are drawn on
*> is read by POSPAY.
FD AchCtlFile.
01 AchCtlRec.
       02 AC-Dest-Routing PIC X(9).
       02 AC-Dest-Name    PIC X(23).
       02 AC-Origin-Id    PIC X(10).
       02 AC-Origin-Name  PIC X(23).
       02 AC-Company-Name PIC X(16).
       02 AC-ODFI-Id      PIC X(8).
       02 AC-Check-Account PIC X(17).

FD AchFile.
01 AchRec PIC X(94).

FD PrenoteFile.
01 PrenoteRec.
       02 PN-Emp-Number PIC 9(4).
       02 PN-Routing    PIC X(9).
       02 PN-Account    PIC X(17).
       02 PN-Sent-Date  PIC 9(8).

FD PrenoteNewFile.
01 PrenoteNewRec PIC X(38).

FD LeaveFile.
01 LeaveRec.
       COPY LEAVEREC.

FD LeaveNewFile.
01 LeaveNewRec PIC X(14).

FD CheckIssFile.
01 CheckIssRec.
       COPY CHECKREC.

FD DeptFile.
01 DeptRec.
       COPY DEPTREC.

FD LaborFile.
01 LaborRec.
       COPY LABORREC.

FD LaborNewFile.
01 LaborNewRec PIC X(73).

WORKING-STORAGE SECTION.
01 WS-Emp-Status   PIC XX.
01 WS-Hours-Status PIC XX.
01 WS-Emp-Table.
       02 WS-Emp-Entry OCCURS 100 TIMES.
           COPY EMPREC REPLACING LEADING ==EMP-== BY ==WS-Emp-==.
01 WS-Emp-Count    PIC 9(3) VALUE 0.
01 WS-Emp-Idx      PIC 9(3) VALUE 0.
01 WS-Emp-Hit-Idx  PIC 9(3) VALUE 0.
           03 WS-Ytd-Fed    PIC 9(8)V99.
           03 WS-Ytd-Fica   PIC 9(8)V99.
           03 WS-Ytd-Net    PIC 9(8)V99.
           03 WS-Ytd-Ded OCCURS 8 TIMES.
               04 WS-Ytd-Ded-Code PIC X(4).
               04 WS-Ytd-Ded-Amt  PIC 9(7)V99.
           03 WS-Ytd-Qtr OCCURS 4 TIMES.
               04 WS-Ytd-Qtr-Gross PIC 9(8)V99.
               04 WS-Ytd-Qtr-Fed   PIC 9(8)V99.
               04 WS-Ytd-Qtr-Fica  PIC 9(8)V99.
01 WS-Ytd-Ded-Idx  PIC 9 VALUE 0.
01 WS-Qtr-Idx      PIC 9 VALUE 0.
*> The calendar quarter of the processing date.
01 WS-Run-Qtr      PIC 9 VALUE 1.
01 WS-Ytd-Ded-Hit  PIC 9 VALUE 0.
01 WS-Ytd-Count    PIC 9(3) VALUE 0.
01 WS-Ytd-Idx      PIC 9(3) VALUE 0.
01 WS-Ytd-Hit-Idx  PIC 9(3) VALUE 0.
01 WS-GL-Debit   PIC 9(10)V99.
01 WS-GL-Credit  PIC 9(10)V99.
01 WS-Recon-Step-Label PIC X(20) VALUE "Payroll run".
01 WS-Ded-Status     PIC XX.
01 WS-DedCode-Status PIC XX.
01 WS-Ded-EOF        PIC X VALUE 'N'.
01 WS-DedCode-EOF    PIC X VALUE 'N'.
*> The deductions master for the run, with what each one took on
*> the check being worked.
01 WS-Ded-Table.
       02 WS-Ded-Entry OCCURS 500 TIMES.
           COPY EMPDED REPLACING LEADING ==DED-== BY ==WS-DTab-==.
           05 WS-DTab-This-Check PIC 9(6)V99.
           05 WS-DTab-Done       PIC X.
           05 WS-DTab-Short      PIC X.
               88 WS-DTab-Reduced VALUE 'Y'.
01 WS-Ded-Count      PIC 9(3) VALUE 0.
01 WS-Ded-Read-Count PIC 9(8) VALUE 0.
01 WS-Ded-Idx        PIC 9(3) VALUE 0.
01 WS-Ded-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Ded-Found      PIC X VALUE 'N'.
       88 DedFound VALUE 'Y'.
01 WS-Ded-Best-Pri   PIC 9(3) VALUE 0.
*> 'Y' while the pre-tax deductions are being taken, 'N' for the
*> post-tax ones.
01 WS-Ded-Pass       PIC X VALUE 'Y'.
01 WS-Ded-Want       PIC 9(6)V99 VALUE ZEROES.
01 WS-Ded-Left       PIC S9(8)V99 VALUE ZEROES.
01 WS-Ded-Room       PIC S9(6)V99 VALUE ZEROES.
*> The withholding and FICA a pre-tax deduction's room allows for,
*> at the bracket rate for the whole gross.
01 WS-Est-Fed-Rate   PIC V999 VALUE ZEROES.
01 WS-Est-Tax        PIC 9(6)V99 VALUE ZEROES.
01 WS-Ded-Ytd-Amt    PIC 9(7)V99 VALUE ZEROES.
01 WS-Pre-Tax-Ded    PIC 9(6)V99 VALUE ZEROES.
01 WS-Post-Tax-Ded   PIC 9(6)V99 VALUE ZEROES.
01 WS-Emp-Ded-Total  PIC 9(6)V99 VALUE ZEROES.
01 WS-Taxable-Pay    PIC 9(6)V99 VALUE ZEROES.
01 WS-Total-Ded      PIC 9(8)V99 VALUE ZEROES.
01 WS-Min-Net        PIC 9(4)V99 VALUE 217.50.
01 WS-Ded-Ed         PIC $$$,$$9.99.
01 WS-DedCode-Table.
       02 WS-DedCode-Entry OCCURS 50 TIMES.
           03 WS-DC-Code       PIC X(4).
           03 WS-DC-Desc       PIC X(20).
           03 WS-DC-GL-Account PIC 9(4).
           03 WS-DC-Run-Total  PIC 9(8)V99.
01 WS-DedCode-Count  PIC 99 VALUE 0.
01 WS-DedCode-Idx    PIC 99 VALUE 0.
01 WS-DedCode-Hit    PIC 99 VALUE 0.
01 WS-DedCode-Found  PIC X VALUE 'N'.
       88 DedCodeFound VALUE 'Y'.
01 WS-Ded-Desc       PIC X(20).
*> Run total for a deduction whose code has since left dedcode.dat,
*> credited to the catch-all other deductions payable account.
01 WS-Orphan-Ded-Total PIC 9(8)V99 VALUE ZEROES.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Proc-Date      PIC 9(8).
01 WS-Proc-Date-R REDEFINES WS-Proc-Date.
       02 WS-Proc-Year  PIC 9(4).
       02 WS-Proc-Month PIC 99.
       02 WS-Proc-Day   PIC 99.
01 WS-Time-Now       PIC 9(8).
*> How each employee is paid: 'C' check, 'D' direct deposit, with
*> the reason a direct deposit employee got a check this time.
01 WS-Pay-By         PIC X VALUE 'C'.
       88 PayByDeposit VALUE 'D'.
01 WS-Pay-Note       PIC X(50).
01 WS-Acct-Ready     PIC X VALUE 'Y'.
01 WS-Deposit-Count  PIC 9(6) VALUE 0.
01 WS-Deposit-Total  PIC 9(8)V99 VALUE ZEROES.
01 WS-Check-Total    PIC 9(8)V99 VALUE ZEROES.
01 WS-Prenote-Count  PIC 9(6) VALUE 0.
01 WS-Split-Pay      PIC 9(6)V99 VALUE ZEROES.
01 WS-Primary-Pay    PIC 9(6)V99 VALUE ZEROES.
*> The account being prenoted or credited.
01 WS-Cur-Routing    PIC X(9).
01 WS-Cur-Account    PIC X(17).
01 WS-Cur-Type       PIC X.
       88 WS-Cur-Savings VALUE 'S'.
01 WS-Cur-Prenote    PIC X VALUE 'N'.
01 WS-Cur-Amount     PIC 9(8)V99 VALUE ZEROES.
01 WS-Acct-Len       PIC 99 VALUE 0.
01 WS-Acct-Last4     PIC X(4).
01 WS-Acct-Kind      PIC X(8).
01 WS-AchCtl-Status  PIC XX.
01 WS-Ach-Enabled    PIC X VALUE 'N'.
       88 AchEnabled VALUE 'Y'.
01 WS-Ach-Ctl.
       02 WS-AC-Dest-Routing PIC X(9).
       02 WS-AC-Dest-Name    PIC X(23).
       02 WS-AC-Origin-Id    PIC X(10).
       02 WS-AC-Origin-Name  PIC X(23).
       02 WS-AC-Company-Name PIC X(16).
       02 WS-AC-ODFI-Id      PIC X(8).
*> The entry detail records, held until the run's totals are known
*> so the file can be written header to control in one pass - up
*> to a prenote and a credit for each of two accounts for every
*> employee on the table.
01 WS-Ach-Table.
       02 WS-Ach-Line PIC X(94) OCCURS 400 TIMES.
01 WS-Ach-Count       PIC 9(3) VALUE 0.
01 WS-Ach-Idx         PIC 9(3) VALUE 0.
01 WS-Ach-Entry-Hash  PIC 9(12) VALUE 0.
01 WS-Ach-Hash-Part   PIC 9(8) VALUE 0.
01 WS-Ach-Credit-Total PIC 9(10)V99 VALUE ZEROES.
01 WS-Ach-Records     PIC 9(6) VALUE 0.
01 WS-Ach-Blocks      PIC 9(6) VALUE 0.
01 WS-Ach-Fill        PIC 9(6) VALUE 0.
01 WS-Ach-Trace-Seq   PIC 9(7) VALUE 0.
01 WS-Ach-Entry.
       02 FILLER            PIC X VALUE '6'.
       02 WS-AE-Trans-Code  PIC XX.
       02 WS-AE-RDFI        PIC X(8).
       02 WS-AE-Check-Digit PIC X.
       02 WS-AE-Account     PIC X(17).
       02 WS-AE-Amount      PIC 9(8)V99.
       02 WS-AE-Ind-Id      PIC X(15).
       02 WS-AE-Ind-Name    PIC X(22).
       02 FILLER            PIC XX VALUE SPACES.
       02 FILLER            PIC X VALUE '0'.
       02 WS-AE-Trace-ODFI  PIC X(8).
       02 WS-AE-Trace-Seq   PIC 9(7).
01 WS-Ach-File-Header.
       02 FILLER            PIC X(3) VALUE '101'.
       02 FILLER            PIC X VALUE SPACE.
       02 WS-FH-Dest        PIC X(9).
       02 WS-FH-Origin      PIC X(10).
       02 WS-FH-Date        PIC 9(6).
       02 WS-FH-Time        PIC 9(4).
       02 FILLER            PIC X(7) VALUE 'A094101'.
       02 WS-FH-Dest-Name   PIC X(23).
       02 WS-FH-Origin-Name PIC X(23).
       02 FILLER            PIC X(8) VALUE SPACES.
01 WS-Ach-Batch-Header.
       02 FILLER            PIC X(4) VALUE '5220'.
       02 WS-BH-Company-Name PIC X(16).
       02 FILLER            PIC X(20) VALUE SPACES.
       02 WS-BH-Company-Id  PIC X(10).
       02 FILLER            PIC X(13) VALUE 'PPDPAYROLL   '.
       02 WS-BH-Desc-Date   PIC 9(6).
       02 WS-BH-Eff-Date    PIC 9(6).
       02 FILLER            PIC X(4) VALUE '   1'.
       02 WS-BH-ODFI        PIC X(8).
       02 FILLER            PIC 9(7) VALUE 1.
01 WS-Ach-Batch-Control.
       02 FILLER            PIC X(4) VALUE '8220'.
       02 WS-BC-Count       PIC 9(6).
       02 WS-BC-Hash        PIC 9(10).
       02 WS-BC-Debit       PIC 9(10)V99 VALUE ZEROES.
       02 WS-BC-Credit      PIC 9(10)V99.
       02 WS-BC-Company-Id  PIC X(10).
       02 FILLER            PIC X(25) VALUE SPACES.
       02 WS-BC-ODFI        PIC X(8).
       02 FILLER            PIC 9(7) VALUE 1.
01 WS-Ach-File-Control.
       02 FILLER            PIC X VALUE '9'.
       02 FILLER            PIC 9(6) VALUE 1.
       02 WS-FC-Blocks      PIC 9(6).
       02 WS-FC-Count       PIC 9(8).
       02 WS-FC-Hash        PIC 9(10).
       02 WS-FC-Debit       PIC 9(10)V99 VALUE ZEROES.
       02 WS-FC-Credit      PIC 9(10)V99.
       02 FILLER            PIC X(39) VALUE SPACES.
01 WS-Prenote-Status  PIC XX.
01 WS-Prenote-EOF     PIC X VALUE 'N'.
01 WS-Prenote-Days    PIC 9(3) VALUE 6.
01 WS-Prenote-Age     PIC S9(5) VALUE 0.
01 WS-Pre-Table.
       02 WS-Pre-Entry OCCURS 200 TIMES.
           03 WS-Pre-Emp     PIC 9(4).
           03 WS-Pre-Routing PIC X(9).
           03 WS-Pre-Account PIC X(17).
           03 WS-Pre-Sent    PIC 9(8).
           03 WS-Pre-Sent-R REDEFINES WS-Pre-Sent.
               04 WS-Pre-Sent-Year  PIC 9(4).
               04 WS-Pre-Sent-Month PIC 99.
               04 WS-Pre-Sent-Day   PIC 99.
01 WS-Pre-Count       PIC 9(3) VALUE 0.
01 WS-Pre-Read-Count  PIC 9(8) VALUE 0.
01 WS-Pre-Idx         PIC 9(3) VALUE 0.
01 WS-Pre-Hit-Idx     PIC 9(3) VALUE 0.
01 WS-Pre-Found       PIC X VALUE 'N'.
       88 PrenoteFound VALUE 'Y'.
01 WS-CheckIss-Status PIC XX.
01 WS-Leave-Status    PIC XX.
01 WS-Leave-EOF       PIC X VALUE 'N'.
*> Leave balances per employee, loaded whole at run start, used and
*> accrued as each employee is paid, written back at run end.
01 WS-Leave-Table.
       02 WS-Leave-Entry OCCURS 100 TIMES.
           COPY LEAVEREC REPLACING LEADING ==LB-== BY ==WS-LB-==.
01 WS-Leave-Count      PIC 9(3) VALUE 0.
01 WS-Leave-Read-Count PIC 9(8) VALUE 0.
01 WS-Leave-Idx        PIC 9(3) VALUE 0.
01 WS-Leave-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Leave-Found      PIC X VALUE 'N'.
       88 LeaveFound VALUE 'Y'.
01 WS-Vac-Hours        PIC 99V99 VALUE ZEROES.
01 WS-Sick-Hours       PIC 99V99 VALUE ZEROES.
01 WS-Leave-Pay        PIC 9(6)V99 VALUE ZEROES.
01 WS-Leave-Work       PIC 9(5)V99 VALUE ZEROES.
01 WS-Leave-Note       PIC X(50).
01 WS-Total-Leave-Hours PIC 9(6)V99 VALUE ZEROES.
01 WS-Total-Leave-Pay  PIC 9(8)V99 VALUE ZEROES.
01 WS-Hours-Ed         PIC ZZ9.99.
01 WS-Hours-Ed2        PIC ZZ9.99.
01 WS-Dept-Status      PIC XX.
01 WS-Labor-Status     PIC XX.
01 WS-Dept-EOF         PIC X VALUE 'N'.
01 WS-Labor-EOF        PIC X VALUE 'N'.
*> The departments labor is charged to, with the run's charges and
*> each one's labor distribution record. Entry 1 is labor with no
*> department; an entry loaded only from laborytd.dat (a
*> department since dropped from dept.dat) carries its year to
*> date forward and is never charged.
01 WS-Dept-Table.
       02 WS-Dept-Entry OCCURS 100 TIMES.
           03 WS-DT-Dept.
               COPY DEPTREC REPLACING LEADING ==DP-== BY ==WS-DT-==.
           03 WS-DT-Labor.
               COPY LABORREC REPLACING LEADING ==LD-== BY ==WS-DL-==.
           03 WS-DT-On-File   PIC X.
               88 WS-DT-Chargeable VALUE 'Y'.
           03 WS-DT-Run-Hours PIC 9(5)V99.
           03 WS-DT-Run-Gross PIC 9(8)V99.
           03 WS-DT-Run-Tax   PIC 9(8)V99.
01 WS-Dept-Count       PIC 9(3) VALUE 0.
01 WS-Dept-Read-Count  PIC 9(8) VALUE 0.
01 WS-Dept-Idx         PIC 9(3) VALUE 0.
01 WS-Dept-Hit-Idx     PIC 9(3) VALUE 0.
01 WS-Dept-Found       PIC X VALUE 'N'.
       88 DeptFound VALUE 'Y'.
01 WS-Dept-Key         PIC X(4).
01 WS-Home-Dept-Idx    PIC 9(3) VALUE 1.
01 WS-Other-Dept-Idx   PIC 9(3) VALUE 0.
01 WS-Other-Hours      PIC 99V99 VALUE ZEROES.
01 WS-Other-Gross      PIC 9(6)V99 VALUE ZEROES.
01 WS-Other-Tax        PIC 9(6)V99 VALUE ZEROES.
01 WS-Er-Fica          PIC 9(6)V99 VALUE ZEROES.
01 WS-Total-Er-Fica    PIC 9(8)V99 VALUE ZEROES.

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       ACCEPT WS-Time-Now FROM TIME
       COMPUTE WS-Run-Qtr = (WS-Proc-Month + 2) / 3
       PERFORM FETCH-SHOP-RATES
       PERFORM LOAD-EMPLOYEES
       PERFORM LOAD-ACH-CONTROL
       PERFORM LOAD-PRENOTES
       PERFORM LOAD-TAX-BRACKETS
       PERFORM LOAD-YTD-EARNINGS
       PERFORM LOAD-DEDUCTION-CODES
       PERFORM LOAD-DEDUCTIONS
       PERFORM LOAD-LEAVE-BALANCES
       PERFORM LOAD-DEPARTMENTS
       PERFORM LOAD-LABOR-DISTRIBUTION
       PERFORM READ-CHECK-CONTROL
       OPEN OUTPUT StubFile
       OPEN OUTPUT ChkRegFile
       OPEN OUTPUT CheckIssFile
       MOVE SPACES TO ChkRegLine
       STRING "Check Register" DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       CLOSE PayRegFile
       PERFORM WRITE-CHECK-REGISTER-TOTAL
       CLOSE ChkRegFile
       CLOSE CheckIssFile
       CLOSE StubFile
       PERFORM WRITE-YTD-EARNINGS
       PERFORM WRITE-DEDUCTIONS
       PERFORM WRITE-LEAVE-BALANCES
       PERFORM WRITE-LABOR-DISTRIBUTION
       PERFORM WRITE-ACH-FILE
       PERFORM WRITE-PRENOTES
       PERFORM FEED-GENERAL-LEDGER
       DISPLAY "PAYROLL: " WS-Read-Count " hours record(s), "
           WS-Paid-Count " paid, " WS-Reject-Count " rejected"
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-OT-Mult
       END-IF
       MOVE "MINNETPAY" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Min-Net
       END-IF
       MOVE "PRENOTEDAYS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Prenote-Days
       END-IF.

LOAD-EMPLOYEES.
               NOT AT END
                   IF WS-Emp-Count < 100
                       ADD 1 TO WS-Emp-Count
                       MOVE EmpMastRec TO WS-Emp-Entry(WS-Emp-Count)
                       IF WS-Emp-Split-Amount(WS-Emp-Count)
                               IS NOT NUMERIC
                           MOVE ZEROES TO
                               WS-Emp-Split-Amount(WS-Emp-Count)
                       END-IF
                       IF WS-Emp-Vac-Accrual(WS-Emp-Count)
                               IS NOT NUMERIC OR
                          WS-Emp-Vac-Max(WS-Emp-Count)
                               IS NOT NUMERIC OR
                          WS-Emp-Sick-Accrual(WS-Emp-Count)
                               IS NOT NUMERIC OR
                          WS-Emp-Sick-Max(WS-Emp-Count)
                               IS NOT NUMERIC
                           MOVE ZEROES TO
                               WS-Emp-Vac-Accrual(WS-Emp-Count)
                               WS-Emp-Vac-Max(WS-Emp-Count)
                               WS-Emp-Sick-Accrual(WS-Emp-Count)
                               WS-Emp-Sick-Max(WS-Emp-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
               "using the flat " WS-Fed-Tax-Rate " rate"
       END-IF.

*> First bracket whose upper bound covers the taxable wages (gross
*> less pre-tax deductions) wins; wages above the top bracket
*> withhold at the top bracket's rate.
FIND-FED-TAX-RATE.
       IF WS-Brkt-Count > 0
           MOVE 'N' TO WS-Brkt-Found
           PERFORM VARYING WS-Brkt-Idx FROM 1 BY 1
                   UNTIL WS-Brkt-Idx > WS-Brkt-Count OR BracketFound
               IF WS-Taxable-Pay NOT > WS-Brkt-Upper(WS-Brkt-Idx)
                   MOVE 'Y' TO WS-Brkt-Found
                   MOVE WS-Brkt-Rate(WS-Brkt-Idx)
                       TO WS-Fed-Tax-Rate
                       MOVE YE-Fed TO WS-Ytd-Fed(WS-Ytd-Count)
                       MOVE YE-Fica TO WS-Ytd-Fica(WS-Ytd-Count)
                       MOVE YE-Net TO WS-Ytd-Net(WS-Ytd-Count)
                       PERFORM LOAD-YTD-DEDUCTIONS
                       PERFORM LOAD-YTD-QUARTERS
                   END-IF
           END-READ
       END-PERFORM
           CLOSE YtdFile
       END-IF.

*> A record written before the deduction slots existed reads them
*> as spaces: no deductions to date.
LOAD-YTD-DEDUCTIONS.
       PERFORM VARYING WS-Ytd-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ytd-Ded-Idx > 8
           IF YE-Ded-Code(WS-Ytd-Ded-Idx) = SPACES OR
              YE-Ded-Amount(WS-Ytd-Ded-Idx) IS NOT NUMERIC
               MOVE SPACES TO
                   WS-Ytd-Ded-Code(WS-Ytd-Count, WS-Ytd-Ded-Idx)
               MOVE ZEROES TO
                   WS-Ytd-Ded-Amt(WS-Ytd-Count, WS-Ytd-Ded-Idx)
           ELSE
               MOVE YE-Ded-Code(WS-Ytd-Ded-Idx) TO
                   WS-Ytd-Ded-Code(WS-Ytd-Count, WS-Ytd-Ded-Idx)
               MOVE YE-Ded-Amount(WS-Ytd-Ded-Idx) TO
                   WS-Ytd-Ded-Amt(WS-Ytd-Count, WS-Ytd-Ded-Idx)
           END-IF
       END-PERFORM.

*> A record written before the quarters were kept reads them as
*> spaces: nothing by quarter yet.
LOAD-YTD-QUARTERS.
       PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1 UNTIL WS-Qtr-Idx > 4
           IF YE-Qtr-Gross(WS-Qtr-Idx) IS NUMERIC AND
              YE-Qtr-Fed(WS-Qtr-Idx) IS NUMERIC AND
              YE-Qtr-Fica(WS-Qtr-Idx) IS NUMERIC
               MOVE YE-Qtr-Gross(WS-Qtr-Idx) TO
                   WS-Ytd-Qtr-Gross(WS-Ytd-Count, WS-Qtr-Idx)
               MOVE YE-Qtr-Fed(WS-Qtr-Idx) TO
                   WS-Ytd-Qtr-Fed(WS-Ytd-Count, WS-Qtr-Idx)
               MOVE YE-Qtr-Fica(WS-Qtr-Idx) TO
                   WS-Ytd-Qtr-Fica(WS-Ytd-Count, WS-Qtr-Idx)
           ELSE
               MOVE ZEROES TO WS-Ytd-Qtr(WS-Ytd-Count, WS-Qtr-Idx)
           END-IF
       END-PERFORM.

*> The paid employee's slot, opened on first sight this year -
*> found before the deductions are taken, since an annual cap is
*> measured against the year to date.
FIND-YTD-FOR-EMPLOYEE.
       MOVE 'N' TO WS-Ytd-Found
       PERFORM VARYING WS-Ytd-Idx FROM 1 BY 1
               UNTIL WS-Ytd-Idx > WS-Ytd-Count OR YtdFound
           MOVE ZEROES TO WS-Ytd-Fed(WS-Ytd-Hit-Idx)
           MOVE ZEROES TO WS-Ytd-Fica(WS-Ytd-Hit-Idx)
           MOVE ZEROES TO WS-Ytd-Net(WS-Ytd-Hit-Idx)
           PERFORM VARYING WS-Ytd-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ytd-Ded-Idx > 8
               MOVE SPACES TO
                   WS-Ytd-Ded-Code(WS-Ytd-Hit-Idx, WS-Ytd-Ded-Idx)
               MOVE ZEROES TO
                   WS-Ytd-Ded-Amt(WS-Ytd-Hit-Idx, WS-Ytd-Ded-Idx)
           END-PERFORM
           PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1
                   UNTIL WS-Qtr-Idx > 4
               MOVE ZEROES TO WS-Ytd-Qtr(WS-Ytd-Hit-Idx, WS-Qtr-Idx)
           END-PERFORM
           MOVE 'Y' TO WS-Ytd-Found
       END-IF.

ROLL-YTD-FOR-EMPLOYEE.
       IF YtdFound
           ADD WS-Gross-Pay TO WS-Ytd-Gross(WS-Ytd-Hit-Idx)
           ADD WS-Fed-Tax TO WS-Ytd-Fed(WS-Ytd-Hit-Idx)
           ADD WS-Fica-Tax TO WS-Ytd-Fica(WS-Ytd-Hit-Idx)
           ADD WS-Net-Pay TO WS-Ytd-Net(WS-Ytd-Hit-Idx)
           ADD WS-Gross-Pay TO WS-Ytd-Qtr-Gross(WS-Ytd-Hit-Idx, WS-Run-Qtr)
           ADD WS-Fed-Tax TO WS-Ytd-Qtr-Fed(WS-Ytd-Hit-Idx, WS-Run-Qtr)
           ADD WS-Fica-Tax TO WS-Ytd-Qtr-Fica(WS-Ytd-Hit-Idx, WS-Run-Qtr)
           PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ded-Idx > WS-Ded-Count
               IF WS-DTab-Emp-Number(WS-Ded-Idx) = PH-Emp-Number AND
                  WS-DTab-This-Check(WS-Ded-Idx) > 0
                   PERFORM ROLL-YTD-FOR-DEDUCTION
               END-IF
           END-PERFORM
       END-IF.

*> The deduction's code slot in the employee's year to date, or
*> the first free one; all 8 in use by other codes means the
*> amount was taken but cannot be carried, and someone is told.
ROLL-YTD-FOR-DEDUCTION.
       PERFORM FIND-YTD-DEDUCTION-SLOT
       IF WS-Ytd-Ded-Hit = 0
           PERFORM VARYING WS-Ytd-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ytd-Ded-Idx > 8 OR WS-Ytd-Ded-Hit > 0
               IF WS-Ytd-Ded-Code(WS-Ytd-Hit-Idx, WS-Ytd-Ded-Idx)
                       = SPACES
                   MOVE WS-Ytd-Ded-Idx TO WS-Ytd-Ded-Hit
                   MOVE WS-DTab-Code(WS-Ded-Idx) TO
                       WS-Ytd-Ded-Code(WS-Ytd-Hit-Idx, WS-Ytd-Ded-Hit)
               END-IF
           END-PERFORM
       END-IF
       IF WS-Ytd-Ded-Hit > 0
           ADD WS-DTab-This-Check(WS-Ded-Idx) TO
               WS-Ytd-Ded-Amt(WS-Ytd-Hit-Idx, WS-Ytd-Ded-Hit)
       ELSE
           MOVE 'W' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "Employee " PH-Emp-Number " deduction "
               WS-DTab-Code(WS-Ded-Idx)
               " - no ytdearn.dat slot left"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

FIND-YTD-DEDUCTION-SLOT.
       MOVE 0 TO WS-Ytd-Ded-Hit
       PERFORM VARYING WS-Ytd-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ytd-Ded-Idx > 8 OR WS-Ytd-Ded-Hit > 0
           IF WS-Ytd-Ded-Code(WS-Ytd-Hit-Idx, WS-Ytd-Ded-Idx) =
                   WS-DTab-Code(WS-Ded-Idx)
               MOVE WS-Ytd-Ded-Idx TO WS-Ytd-Ded-Hit
           END-IF
       END-PERFORM.

READ-CHECK-CONTROL.
       MOVE 0 TO WS-Next-Check-Number
       OPEN INPUT ChkCtlFile
ISSUE-CHECK-AND-STUB.
       ADD 1 TO WS-Next-Check-Number
       PERFORM WRITE-CHECK-CONTROL
       PERFORM ADD-ISSUED-CHECK
       ADD 1 TO WS-Check-Count
       ADD WS-Net-Pay TO WS-ChkReg-Total
       ADD WS-Net-Pay TO WS-Check-Total
       MOVE WS-Net-Pay TO WS-Net-Ed
       MOVE SPACES TO ChkRegLine
       STRING "Check " WS-Next-Check-Number " employee "
       STRING "PAY STUB - check " WS-Next-Check-Number
           DELIMITED BY SIZE INTO StubLine
       WRITE StubLine
       PERFORM WRITE-STUB-BODY
       IF WS-Pay-Note NOT = SPACES
           MOVE SPACES TO StubLine
           STRING "  " WS-Pay-Note DELIMITED BY SIZE INTO StubLine
           WRITE StubLine
       END-IF.

*> The check goes on the issued check file outstanding, not yet
*> reported to the bank.
ADD-ISSUED-CHECK.
       MOVE SPACES TO CheckIssRec
       MOVE WS-Next-Check-Number TO CI-Check-Number
       MOVE WS-Emp-Number(WS-Emp-Hit-Idx) TO CI-Emp-Number
       MOVE WS-Emp-Name(WS-Emp-Hit-Idx) TO CI-Payee
       MOVE WS-Proc-Date TO CI-Issue-Date
       MOVE WS-Net-Pay TO CI-Amount
       MOVE 'O' TO CI-Status
       MOVE ZEROES TO CI-Status-Date CI-Paid-Amount
       MOVE 'N' TO CI-Issue-Sent CI-Void-Sent
       MOVE ZEROES TO CI-Reissue-Of CI-Replaced-By
       MOVE 'P' TO CI-Series
       WRITE CheckIssRec.

*> A direct deposit: the credits go in the ACH file - the fixed
*> amount to the second account when there is one, the rest to
*> the first - and the employee gets a deposit advice showing
*> where the money went, with no check number used.
ISSUE-DEPOSIT-AND-ADVICE.
       ADD 1 TO WS-Deposit-Count
       ADD WS-Net-Pay TO WS-ChkReg-Total
       ADD WS-Net-Pay TO WS-Deposit-Total
       MOVE ZEROES TO WS-Split-Pay
       IF WS-Emp-Split-Routing(WS-Emp-Hit-Idx) NOT = SPACES
           IF WS-Emp-Split-Amount(WS-Emp-Hit-Idx) > WS-Net-Pay
               MOVE WS-Net-Pay TO WS-Split-Pay
           ELSE
               MOVE WS-Emp-Split-Amount(WS-Emp-Hit-Idx)
                   TO WS-Split-Pay
           END-IF
       END-IF
       COMPUTE WS-Primary-Pay = WS-Net-Pay - WS-Split-Pay
       MOVE WS-Net-Pay TO WS-Net-Ed
       MOVE SPACES TO ChkRegLine
       STRING "Deposit       employee "
           WS-Emp-Number(WS-Emp-Hit-Idx) " net " WS-Net-Ed
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       MOVE SPACES TO StubLine
       WRITE StubLine
       MOVE SPACES TO StubLine
       STRING "DEPOSIT ADVICE - NON-NEGOTIABLE"
           DELIMITED BY SIZE INTO StubLine
       WRITE StubLine
       PERFORM WRITE-STUB-BODY
       MOVE 'N' TO WS-Cur-Prenote
       IF WS-Split-Pay > 0
           MOVE WS-Emp-Split-Routing(WS-Emp-Hit-Idx) TO WS-Cur-Routing
           MOVE WS-Emp-Split-Account(WS-Emp-Hit-Idx) TO WS-Cur-Account
           MOVE WS-Emp-Split-Type(WS-Emp-Hit-Idx) TO WS-Cur-Type
           MOVE WS-Split-Pay TO WS-Cur-Amount
           PERFORM ADD-ACH-ENTRY
           PERFORM WRITE-ADVICE-DEPOSIT-LINE
       END-IF
       IF WS-Primary-Pay > 0
           MOVE WS-Emp-Bank-Routing(WS-Emp-Hit-Idx) TO WS-Cur-Routing
           MOVE WS-Emp-Bank-Account(WS-Emp-Hit-Idx) TO WS-Cur-Account
           MOVE WS-Emp-Account-Type(WS-Emp-Hit-Idx) TO WS-Cur-Type
           MOVE WS-Primary-Pay TO WS-Cur-Amount
           PERFORM ADD-ACH-ENTRY
           PERFORM WRITE-ADVICE-DEPOSIT-LINE
       END-IF.

*> The account shown by its last four characters only.
WRITE-ADVICE-DEPOSIT-LINE.
       PERFORM VARYING WS-Acct-Len FROM 17 BY -1
               UNTIL WS-Acct-Len < 1
               OR WS-Cur-Account(WS-Acct-Len:1) NOT = SPACE
           CONTINUE
       END-PERFORM
       IF WS-Acct-Len < 4
           MOVE WS-Cur-Account(1:4) TO WS-Acct-Last4
       ELSE
           MOVE WS-Cur-Account(WS-Acct-Len - 3:4) TO WS-Acct-Last4
       END-IF
       IF WS-Cur-Savings
           MOVE "savings " TO WS-Acct-Kind
       ELSE
           MOVE "checking" TO WS-Acct-Kind
       END-IF
       MOVE WS-Cur-Amount TO WS-Ded-Ed
       MOVE SPACES TO StubLine
       STRING "  Deposited to " WS-Acct-Kind " ending " WS-Acct-Last4
           ": " WS-Ded-Ed
           DELIMITED BY SIZE INTO StubLine
       WRITE StubLine.

WRITE-STUB-BODY.
       MOVE SPACES TO StubLine
       STRING "Employee " WS-Emp-Number(WS-Emp-Hit-Idx) "  "
           WS-Emp-Name(WS-Emp-Hit-Idx)
       STRING "  Overtime hours......: " WS-OT-Hours
           DELIMITED BY SIZE INTO StubLine
       WRITE StubLine
       IF WS-Leave-Pay > 0
           MOVE WS-Vac-Hours TO WS-Hours-Ed
           MOVE SPACES TO StubLine
           STRING "  Vacation hours......: " WS-Hours-Ed
               DELIMITED BY SIZE INTO StubLine
           WRITE StubLine
           MOVE WS-Sick-Hours TO WS-Hours-Ed
           MOVE SPACES TO StubLine
           STRING "  Sick hours..........: " WS-Hours-Ed
               DELIMITED BY SIZE INTO StubLine
           WRITE StubLine
           MOVE WS-Leave-Pay TO WS-Ded-Ed
           MOVE SPACES TO StubLine
           STRING "  Leave pay...........: " WS-Ded-Ed
               DELIMITED BY SIZE INTO StubLine
           WRITE StubLine
       END-IF
       MOVE WS-Gross-Pay TO WS-Gross-Ed
       MOVE SPACES TO StubLine
       STRING "  Gross pay...........: " WS-Gross-Ed
           DELIMITED BY SIZE INTO StubLine
       WRITE StubLine
       MOVE 'Y' TO WS-Ded-Pass
       PERFORM WRITE-STUB-DEDUCTIONS
       MOVE WS-Fed-Tax TO WS-Fed-Ed
       MOVE SPACES TO StubLine
       STRING "  Federal withholding.: " WS-Fed-Ed
       STRING "  FICA................: " WS-Fica-Ed
           DELIMITED BY SIZE INTO StubLine
       WRITE StubLine
       MOVE 'N' TO WS-Ded-Pass
       PERFORM WRITE-STUB-DEDUCTIONS
       MOVE WS-Net-Pay TO WS-Net-Ed
       MOVE SPACES TO StubLine
       STRING "  NET PAY.............: " WS-Net-Ed
           DELIMITED BY SIZE INTO StubLine
       WRITE StubLine
       IF LeaveFound
           MOVE WS-LB-Vac-Balance(WS-Leave-Hit-Idx) TO WS-Hours-Ed
           MOVE SPACES TO StubLine
           STRING "  Vacation balance....: " WS-Hours-Ed " hours"
               DELIMITED BY SIZE INTO StubLine
           WRITE StubLine
           MOVE WS-LB-Sick-Balance(WS-Leave-Hit-Idx) TO WS-Hours-Ed
           MOVE SPACES TO StubLine
           STRING "  Sick balance........: " WS-Hours-Ed " hours"
               DELIMITED BY SIZE INTO StubLine
           WRITE StubLine
       END-IF
       IF WS-Leave-Note NOT = SPACES
           MOVE SPACES TO StubLine
           STRING "  " WS-Leave-Note DELIMITED BY SIZE INTO StubLine
           WRITE StubLine
       END-IF.

WRITE-CHECK-REGISTER-TOTAL.
       MOVE SPACES TO ChkRegLine
       STRING "Checks issued...................: " WS-Check-Count
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       MOVE WS-Check-Total TO WS-Total-Ed
       MOVE SPACES TO ChkRegLine
       STRING "Check total.....................: " WS-Total-Ed
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       MOVE SPACES TO ChkRegLine
       STRING "Direct deposits.................: " WS-Deposit-Count
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       MOVE WS-Deposit-Total TO WS-Total-Ed
       MOVE SPACES TO ChkRegLine
       STRING "Deposit total...................: " WS-Total-Ed
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       MOVE SPACES TO ChkRegLine
       STRING "Prenotes sent...................: " WS-Prenote-Count
           DELIMITED BY SIZE INTO ChkRegLine
       WRITE ChkRegLine
       IF WS-Ach-Credit-Total NOT = WS-Deposit-Total
           MOVE SPACES TO ChkRegLine
           STRING "*** ACH CREDITS DO NOT MATCH DEPOSIT TOTAL ***"
               DELIMITED BY SIZE INTO ChkRegLine
           WRITE ChkRegLine
       END-IF
       MOVE WS-ChkReg-Total TO WS-Total-Ed
       MOVE SPACES TO ChkRegLine
       STRING "Register total net..............: " WS-Total-Ed
           MOVE WS-Ytd-Fed(WS-Ytd-Idx) TO YE-Fed
           MOVE WS-Ytd-Fica(WS-Ytd-Idx) TO YE-Fica
           MOVE WS-Ytd-Net(WS-Ytd-Idx) TO YE-Net
           PERFORM VARYING WS-Ytd-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ytd-Ded-Idx > 8
               MOVE WS-Ytd-Ded-Code(WS-Ytd-Idx, WS-Ytd-Ded-Idx) TO
                   YE-Ded-Code(WS-Ytd-Ded-Idx)
               MOVE WS-Ytd-Ded-Amt(WS-Ytd-Idx, WS-Ytd-Ded-Idx) TO
                   YE-Ded-Amount(WS-Ytd-Ded-Idx)
           END-PERFORM
           PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1
                   UNTIL WS-Qtr-Idx > 4
               MOVE WS-Ytd-Qtr-Gross(WS-Ytd-Idx, WS-Qtr-Idx) TO
                   YE-Qtr-Gross(WS-Qtr-Idx)
               MOVE WS-Ytd-Qtr-Fed(WS-Ytd-Idx, WS-Qtr-Idx) TO
                   YE-Qtr-Fed(WS-Qtr-Idx)
               MOVE WS-Ytd-Qtr-Fica(WS-Ytd-Idx, WS-Qtr-Idx) TO
                   YE-Qtr-Fica(WS-Qtr-Idx)
           END-PERFORM
           WRITE YtdRec
       END-PERFORM
       CLOSE YtdFile.
               MOVE ZEROES TO WS-OT-Hours
           END-IF
           COMPUTE WS-Reg-Pay ROUNDED =
               WS-Reg-Hours * WS-Emp-Hourly-Rate(WS-Emp-Hit-Idx)
           COMPUTE WS-OT-Pay ROUNDED = WS-OT-Hours
               * WS-Emp-Hourly-Rate(WS-Emp-Hit-Idx) * WS-OT-Mult
           PERFORM PAY-LEAVE-HOURS
           COMPUTE WS-Gross-Pay = WS-Reg-Pay + WS-OT-Pay + WS-Leave-Pay
           ADD WS-OT-Hours TO WS-Total-OT-Hours
           ADD WS-OT-Pay TO WS-Total-OT-Pay
           PERFORM FIND-YTD-FOR-EMPLOYEE
           PERFORM RESET-EMPLOYEE-DEDUCTIONS
           MOVE ZEROES TO WS-Pre-Tax-Ded WS-Post-Tax-Ded
           MOVE ZEROES TO WS-Fed-Tax WS-Fica-Tax
           MOVE WS-Gross-Pay TO WS-Taxable-Pay
           PERFORM FIND-FED-TAX-RATE
           MOVE WS-Fed-Tax-Rate TO WS-Est-Fed-Rate
           MOVE 'Y' TO WS-Ded-Pass
           PERFORM TAKE-DEDUCTIONS
           COMPUTE WS-Taxable-Pay = WS-Gross-Pay - WS-Pre-Tax-Ded
           PERFORM FIND-FED-TAX-RATE
           COMPUTE WS-Fed-Tax ROUNDED =
               WS-Taxable-Pay * WS-Fed-Tax-Rate
           COMPUTE WS-Fica-Tax ROUNDED =
               WS-Taxable-Pay * WS-Fica-Rate
           MOVE 'N' TO WS-Ded-Pass
           PERFORM TAKE-DEDUCTIONS
           COMPUTE WS-Emp-Ded-Total = WS-Pre-Tax-Ded + WS-Post-Tax-Ded
           COMPUTE WS-Net-Pay ROUNDED =
               WS-Gross-Pay - WS-Fed-Tax - WS-Fica-Tax
               - WS-Emp-Ded-Total
           ADD WS-Gross-Pay TO WS-Total-Gross
           ADD WS-Fed-Tax TO WS-Total-Fed
           ADD WS-Fica-Tax TO WS-Total-Fica
           ADD WS-Emp-Ded-Total TO WS-Total-Ded
           ADD WS-Net-Pay TO WS-Total-Net
           MOVE WS-Fica-Tax TO WS-Er-Fica
           ADD WS-Er-Fica TO WS-Total-Er-Fica
           PERFORM DISTRIBUTE-LABOR-COST
           PERFORM ROLL-YTD-FOR-EMPLOYEE
           PERFORM DECIDE-PAYMENT-METHOD
           IF PayByDeposit
               PERFORM ISSUE-DEPOSIT-AND-ADVICE
           ELSE
               PERFORM ISSUE-CHECK-AND-STUB
           END-IF
           MOVE WS-Gross-Pay TO WS-Gross-Ed
           MOVE WS-Fed-Tax TO WS-Fed-Ed
           MOVE WS-Fica-Tax TO WS-Fica-Ed
           MOVE WS-Net-Pay TO WS-Net-Ed
           MOVE WS-Emp-Ded-Total TO WS-Ded-Ed
           MOVE SPACES TO PayRegLine
           STRING WS-Emp-Number(WS-Emp-Hit-Idx) " "
               WS-Emp-Name(WS-Emp-Hit-Idx)
               " Gross " WS-Gross-Ed
               " Fed " WS-Fed-Ed
               " FICA " WS-Fica-Ed
               " Ded " WS-Ded-Ed
               " Net " WS-Net-Ed
               DELIMITED BY SIZE INTO PayRegLine
           IF PayByDeposit
               MOVE "DD" TO PayRegLine(126:2)
           END-IF
           WRITE PayRegLine
           IF WS-Pay-Note NOT = SPACES
               MOVE SPACES TO PayRegLine
               STRING "     " WS-Pay-Note
                   DELIMITED BY SIZE INTO PayRegLine
               WRITE PayRegLine
           END-IF
           PERFORM WRITE-REGISTER-LEAVE
           PERFORM WRITE-GOALS-MET
           IF YtdFound
               MOVE WS-Ytd-Gross(WS-Ytd-Hit-Idx)
                   TO WS-Ytd-Gross-Ed
           END-IF
       END-IF.

*> The run's money as one balanced set of feed lines: DR each
*> department's wage expense for its share of the gross, CR the
*> withholding liabilities, each deduction type's own liability
*> account, and cash; then DR each department's tax expense for
*> its share of the employer's FICA, CR FICA payable. Gross = fed
*> + FICA + deductions + net by construction, and the departments'
*> shares add to the totals, so the set proves out in GLPOST. A
*> run that paid nobody feeds nothing.
FEED-GENERAL-LEDGER.
       IF WS-Total-Gross > 0
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Count
               IF WS-DT-Run-Gross(WS-Dept-Idx) > 0
                   MOVE WS-DT-Wage-Account(WS-Dept-Idx)
                       TO WS-GL-Account
                   MOVE WS-DT-Run-Gross(WS-Dept-Idx) TO WS-GL-Debit
                   MOVE ZEROES TO WS-GL-Credit
                   CALL "GLLOG" USING WS-Audit-Program,
                       WS-GL-Account, WS-GL-Debit, WS-GL-Credit
               END-IF
           END-PERFORM
           MOVE 2300 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Total-Fed TO WS-GL-Credit
           MOVE WS-Total-Fica TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
           PERFORM VARYING WS-DedCode-Idx FROM 1 BY 1
                   UNTIL WS-DedCode-Idx > WS-DedCode-Count
               IF WS-DC-Run-Total(WS-DedCode-Idx) > 0
                   MOVE WS-DC-GL-Account(WS-DedCode-Idx)
                       TO WS-GL-Account
                   MOVE ZEROES TO WS-GL-Debit
                   MOVE WS-DC-Run-Total(WS-DedCode-Idx)
                       TO WS-GL-Credit
                   CALL "GLLOG" USING WS-Audit-Program,
                       WS-GL-Account, WS-GL-Debit, WS-GL-Credit
               END-IF
           END-PERFORM
           IF WS-Orphan-Ded-Total > 0
               MOVE 2390 TO WS-GL-Account
               MOVE ZEROES TO WS-GL-Debit
               MOVE WS-Orphan-Ded-Total TO WS-GL-Credit
               CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
                   WS-GL-Debit, WS-GL-Credit
           END-IF
           MOVE 1000 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Total-Net TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF
       IF WS-Total-Er-Fica > 0
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Count
               IF WS-DT-Run-Tax(WS-Dept-Idx) > 0
                   MOVE WS-DT-Tax-Account(WS-Dept-Idx)
                       TO WS-GL-Account
                   MOVE WS-DT-Run-Tax(WS-Dept-Idx) TO WS-GL-Debit
                   MOVE ZEROES TO WS-GL-Credit
                   CALL "GLLOG" USING WS-Audit-Program,
                       WS-GL-Account, WS-GL-Debit, WS-GL-Credit
               END-IF
           END-PERFORM
           MOVE 2310 TO WS-GL-Account
           MOVE ZEROES TO WS-GL-Debit
           MOVE WS-Total-Er-Fica TO WS-GL-Credit
           CALL "GLLOG" USING WS-Audit-Program, WS-GL-Account,
               WS-GL-Debit, WS-GL-Credit
       END-IF.

WRITE-REGISTER-TOTALS.
       STRING "Total FICA......................: " WS-Total-Ed
           DELIMITED BY SIZE INTO PayRegLine
       WRITE PayRegLine
       MOVE WS-Total-Er-Fica TO WS-Total-Ed
       MOVE SPACES TO PayRegLine
       STRING "Total employer FICA.............: " WS-Total-Ed
           DELIMITED BY SIZE INTO PayRegLine
       WRITE PayRegLine
       MOVE WS-Total-Ded TO WS-Total-Ed
       MOVE SPACES TO PayRegLine
       STRING "Total deductions................: " WS-Total-Ed
           DELIMITED BY SIZE INTO PayRegLine
       WRITE PayRegLine
       PERFORM VARYING WS-DedCode-Idx FROM 1 BY 1
               UNTIL WS-DedCode-Idx > WS-DedCode-Count
           IF WS-DC-Run-Total(WS-DedCode-Idx) > 0
               MOVE WS-DC-Run-Total(WS-DedCode-Idx) TO WS-Total-Ed
               MOVE SPACES TO PayRegLine
               STRING "  " WS-DC-Code(WS-DedCode-Idx) " "
                   WS-DC-Desc(WS-DedCode-Idx) ".....: " WS-Total-Ed
                   DELIMITED BY SIZE INTO PayRegLine
               WRITE PayRegLine
           END-IF
       END-PERFORM
       IF WS-Orphan-Ded-Total > 0
           MOVE WS-Orphan-Ded-Total TO WS-Total-Ed
           MOVE SPACES TO PayRegLine
           STRING "  Codes not on dedcode.dat......: " WS-Total-Ed
               DELIMITED BY SIZE INTO PayRegLine
           WRITE PayRegLine
       END-IF
       MOVE WS-Total-Net TO WS-Total-Ed
       MOVE SPACES TO PayRegLine
       STRING "Total net pay...................: " WS-Total-Ed
       MOVE SPACES TO PayRegLine
       STRING "Total overtime pay..............: " WS-Total-Ed
           DELIMITED BY SIZE INTO PayRegLine
       WRITE PayRegLine
       MOVE SPACES TO PayRegLine
       STRING "Total leave hours...............: "
           WS-Total-Leave-Hours
           DELIMITED BY SIZE INTO PayRegLine
       WRITE PayRegLine
       MOVE WS-Total-Leave-Pay TO WS-Total-Ed
       MOVE SPACES TO PayRegLine
       STRING "Total leave pay.................: " WS-Total-Ed
           DELIMITED BY SIZE INTO PayRegLine
       WRITE PayRegLine.

*> The employee's deductions start the check with nothing taken.
RESET-EMPLOYEE-DEDUCTIONS.
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ded-Idx > WS-Ded-Count
           IF WS-DTab-Emp-Number(WS-Ded-Idx) = PH-Emp-Number
               MOVE ZEROES TO WS-DTab-This-Check(WS-Ded-Idx)
               MOVE 'N' TO WS-DTab-Done(WS-Ded-Idx)
               MOVE 'N' TO WS-DTab-Short(WS-Ded-Idx)
           END-IF
       END-PERFORM.

*> One pass - pre-tax or post-tax, per WS-Ded-Pass - over the
*> employee's deductions, lowest priority number first.
TAKE-DEDUCTIONS.
       MOVE 'Y' TO WS-Ded-Found
       PERFORM UNTIL NOT DedFound
           PERFORM PICK-NEXT-DEDUCTION
           IF DedFound
               PERFORM TAKE-ONE-DEDUCTION
           END-IF
       END-PERFORM.

PICK-NEXT-DEDUCTION.
       MOVE 'N' TO WS-Ded-Found
       MOVE 100 TO WS-Ded-Best-Pri
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ded-Idx > WS-Ded-Count
           IF WS-DTab-Emp-Number(WS-Ded-Idx) = PH-Emp-Number AND
              WS-DTab-Done(WS-Ded-Idx) = 'N' AND
              WS-DTab-Priority(WS-Ded-Idx) < WS-Ded-Best-Pri AND
              ((WS-Ded-Pass = 'Y' AND WS-DTab-Before-Tax(WS-Ded-Idx))
               OR (WS-Ded-Pass = 'N' AND
                   NOT WS-DTab-Before-Tax(WS-Ded-Idx)))
               MOVE 'Y' TO WS-Ded-Found
               MOVE WS-Ded-Idx TO WS-Ded-Hit-Idx
               MOVE WS-DTab-Priority(WS-Ded-Idx) TO WS-Ded-Best-Pri
           END-IF
       END-PERFORM.

*> What the deduction wants, cut to what is left of its goal or
*> annual cap, then to the room above the protected minimum net.
*> Pre-tax deductions are measured against gross less what has
*> been taken so far and the tax still to come on it (at the rate
*> for the whole gross, so never less than what is withheld);
*> post-tax ones against the net as it stands.
TAKE-ONE-DEDUCTION.
       MOVE 'Y' TO WS-DTab-Done(WS-Ded-Hit-Idx)
       IF WS-DTab-Percent(WS-Ded-Hit-Idx)
           COMPUTE WS-Ded-Want ROUNDED = WS-Gross-Pay
               * WS-DTab-Value(WS-Ded-Hit-Idx) / 100
       ELSE
           MOVE WS-DTab-Value(WS-Ded-Hit-Idx) TO WS-Ded-Want
       END-IF
       IF WS-DTab-Goal(WS-Ded-Hit-Idx)
           COMPUTE WS-Ded-Left = WS-DTab-Limit(WS-Ded-Hit-Idx)
               - WS-DTab-Taken(WS-Ded-Hit-Idx)
           PERFORM CUT-TO-LIMIT
       END-IF
       IF WS-DTab-Annual-Cap(WS-Ded-Hit-Idx)
           MOVE ZEROES TO WS-Ded-Ytd-Amt
           IF YtdFound
               MOVE WS-Ded-Hit-Idx TO WS-Ded-Idx
               PERFORM FIND-YTD-DEDUCTION-SLOT
               IF WS-Ytd-Ded-Hit > 0
                   MOVE WS-Ytd-Ded-Amt(WS-Ytd-Hit-Idx, WS-Ytd-Ded-Hit)
                       TO WS-Ded-Ytd-Amt
               END-IF
           END-IF
           COMPUTE WS-Ded-Left = WS-DTab-Limit(WS-Ded-Hit-Idx)
               - WS-Ded-Ytd-Amt
           PERFORM CUT-TO-LIMIT
       END-IF
       IF WS-Ded-Pass = 'Y'
           COMPUTE WS-Est-Tax ROUNDED =
               (WS-Gross-Pay - WS-Pre-Tax-Ded)
               * (WS-Est-Fed-Rate + WS-Fica-Rate)
           COMPUTE WS-Ded-Room = WS-Gross-Pay - WS-Pre-Tax-Ded
               - WS-Est-Tax - WS-Min-Net
       ELSE
           COMPUTE WS-Ded-Room = WS-Gross-Pay - WS-Pre-Tax-Ded
               - WS-Fed-Tax - WS-Fica-Tax - WS-Post-Tax-Ded
               - WS-Min-Net
       END-IF
       IF WS-Ded-Room < 0
           MOVE ZEROES TO WS-Ded-Room
       END-IF
       IF WS-Ded-Want > WS-Ded-Room
           MOVE WS-Ded-Room TO WS-Ded-Want
           MOVE 'Y' TO WS-DTab-Short(WS-Ded-Hit-Idx)
       END-IF
       MOVE WS-Ded-Want TO WS-DTab-This-Check(WS-Ded-Hit-Idx)
       ADD WS-Ded-Want TO WS-DTab-Taken(WS-Ded-Hit-Idx)
       IF WS-Ded-Pass = 'Y'
           ADD WS-Ded-Want TO WS-Pre-Tax-Ded
       ELSE
           ADD WS-Ded-Want TO WS-Post-Tax-Ded
       END-IF
       PERFORM FIND-DEDUCTION-CODE
       IF DedCodeFound
           ADD WS-Ded-Want TO WS-DC-Run-Total(WS-DedCode-Hit)
       ELSE
           ADD WS-Ded-Want TO WS-Orphan-Ded-Total
       END-IF.

CUT-TO-LIMIT.
       IF WS-Ded-Left < 0
           MOVE ZEROES TO WS-Ded-Left
       END-IF
       IF WS-Ded-Want > WS-Ded-Left
           MOVE WS-Ded-Left TO WS-Ded-Want
       END-IF.

FIND-DEDUCTION-CODE.
       MOVE 'N' TO WS-DedCode-Found
       MOVE 0 TO WS-DedCode-Hit
       MOVE "(code not on file)" TO WS-Ded-Desc
       PERFORM VARYING WS-DedCode-Idx FROM 1 BY 1
               UNTIL WS-DedCode-Idx > WS-DedCode-Count OR DedCodeFound
           IF WS-DC-Code(WS-DedCode-Idx) = WS-DTab-Code(WS-Ded-Hit-Idx)
               MOVE 'Y' TO WS-DedCode-Found
               MOVE WS-DedCode-Idx TO WS-DedCode-Hit
               MOVE WS-DC-Desc(WS-DedCode-Idx) TO WS-Ded-Desc
           END-IF
       END-PERFORM.

*> The pass's deductions on the stub: anything taken, and anything
*> the protected net cut short even to nothing.
WRITE-STUB-DEDUCTIONS.
       PERFORM VARYING WS-Ded-Hit-Idx FROM 1 BY 1
               UNTIL WS-Ded-Hit-Idx > WS-Ded-Count
           IF WS-DTab-Emp-Number(WS-Ded-Hit-Idx) = PH-Emp-Number AND
              (WS-DTab-This-Check(WS-Ded-Hit-Idx) > 0 OR
               WS-DTab-Reduced(WS-Ded-Hit-Idx)) AND
              ((WS-Ded-Pass = 'Y' AND
                WS-DTab-Before-Tax(WS-Ded-Hit-Idx))
               OR (WS-Ded-Pass = 'N' AND
                   NOT WS-DTab-Before-Tax(WS-Ded-Hit-Idx)))
               PERFORM FIND-DEDUCTION-CODE
               MOVE WS-DTab-This-Check(WS-Ded-Hit-Idx) TO WS-Ded-Ed
               MOVE SPACES TO StubLine
               IF WS-DTab-Reduced(WS-Ded-Hit-Idx)
                   STRING "  " WS-Ded-Desc ": " WS-Ded-Ed
                       " (reduced - protected net)"
                       DELIMITED BY SIZE INTO StubLine
               ELSE
                   STRING "  " WS-Ded-Desc ": " WS-Ded-Ed
                       DELIMITED BY SIZE INTO StubLine
               END-IF
               WRITE StubLine
           END-IF
       END-PERFORM.

*> A goal reached on this check - the garnishment is paid off -
*> gets a register line so the clerk can remove the deduction.
WRITE-GOALS-MET.
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ded-Idx > WS-Ded-Count
           IF WS-DTab-Emp-Number(WS-Ded-Idx) = PH-Emp-Number AND
              WS-DTab-Goal(WS-Ded-Idx) AND
              WS-DTab-This-Check(WS-Ded-Idx) > 0 AND
              WS-DTab-Taken(WS-Ded-Idx) NOT < WS-DTab-Limit(WS-Ded-Idx)
               MOVE SPACES TO PayRegLine
               STRING "     Deduction " WS-DTab-Code(WS-Ded-Idx)
                   " goal reached - no more will be taken"
                   DELIMITED BY SIZE INTO PayRegLine
               WRITE PayRegLine
           END-IF
       END-PERFORM.

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
                       MOVE DC-GL-Account TO
                           WS-DC-GL-Account(WS-DedCode-Count)
                       MOVE ZEROES TO
                           WS-DC-Run-Total(WS-DedCode-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-DedCode-Status NOT = '35'
           CLOSE DedCodeFile
       END-IF.

*> A deduction that did not fit the table would silently not be
*> taken - a garnishment skipped is a court problem - so the run is
*> abandoned before any check is cut instead.
LOAD-DEDUCTIONS.
       OPEN INPUT DedFile
       IF WS-Ded-Status NOT = '00'
           MOVE 'Y' TO WS-Ded-EOF
       END-IF
       PERFORM UNTIL WS-Ded-EOF = 'Y'
           READ DedFile
               AT END MOVE 'Y' TO WS-Ded-EOF
               NOT AT END
                   ADD 1 TO WS-Ded-Read-Count
                   IF WS-Ded-Count < 500
                       ADD 1 TO WS-Ded-Count
                       MOVE DedRec TO WS-Ded-Entry(WS-Ded-Count)
                       MOVE ZEROES TO
                           WS-DTab-This-Check(WS-Ded-Count)
                       MOVE 'Y' TO WS-DTab-Done(WS-Ded-Count)
                       MOVE 'N' TO WS-DTab-Short(WS-Ded-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Ded-Status NOT = '35'
           CLOSE DedFile
       END-IF
       IF WS-Ded-Read-Count > WS-Ded-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "empded.dat overflowed PAYROLL deduction table"
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

*> Every deduction goes back out with its amount taken brought up
*> to date - the goal's running total lives here.
WRITE-DEDUCTIONS.
       OPEN OUTPUT DedNewFile
       PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
               UNTIL WS-Ded-Idx > WS-Ded-Count
           MOVE SPACES TO DedNewRec
           MOVE WS-Ded-Entry(WS-Ded-Idx)(1:38) TO DedNewRec
           WRITE DedNewRec
       END-PERFORM
       CLOSE DedNewFile.

*> A direct deposit employee is paid by deposit only once every
*> account the pay would go to has cleared its prenote; an account
*> never seen before is prenoted now and the pay goes by check.
DECIDE-PAYMENT-METHOD.
       MOVE 'C' TO WS-Pay-By
       MOVE SPACES TO WS-Pay-Note
       IF WS-Emp-Direct-Deposit(WS-Emp-Hit-Idx)
           IF NOT AchEnabled
               MOVE "Direct deposit unavailable - paid by check"
                   TO WS-Pay-Note
           ELSE
               MOVE 'Y' TO WS-Acct-Ready
               MOVE WS-Emp-Bank-Routing(WS-Emp-Hit-Idx)
                   TO WS-Cur-Routing
               MOVE WS-Emp-Bank-Account(WS-Emp-Hit-Idx)
                   TO WS-Cur-Account
               MOVE WS-Emp-Account-Type(WS-Emp-Hit-Idx)
                   TO WS-Cur-Type
               PERFORM CHECK-ACCOUNT-PRENOTE
               IF WS-Emp-Split-Routing(WS-Emp-Hit-Idx) NOT = SPACES
                   MOVE WS-Emp-Split-Routing(WS-Emp-Hit-Idx)
                       TO WS-Cur-Routing
                   MOVE WS-Emp-Split-Account(WS-Emp-Hit-Idx)
                       TO WS-Cur-Account
                   MOVE WS-Emp-Split-Type(WS-Emp-Hit-Idx)
                       TO WS-Cur-Type
                   PERFORM CHECK-ACCOUNT-PRENOTE
               END-IF
               IF WS-Acct-Ready = 'Y'
                   IF WS-Net-Pay > 0
                       MOVE 'D' TO WS-Pay-By
                   END-IF
               ELSE
                   MOVE "Direct deposit awaiting prenote - paid by check"
                       TO WS-Pay-Note
               END-IF
           END-IF
       END-IF.

*> Days since the prenote went, on the same 365/30 reckoning the
*> aging report uses.
CHECK-ACCOUNT-PRENOTE.
       MOVE 'N' TO WS-Pre-Found
       PERFORM VARYING WS-Pre-Idx FROM 1 BY 1
               UNTIL WS-Pre-Idx > WS-Pre-Count OR PrenoteFound
           IF WS-Pre-Emp(WS-Pre-Idx) = PH-Emp-Number AND
              WS-Pre-Routing(WS-Pre-Idx) = WS-Cur-Routing AND
              WS-Pre-Account(WS-Pre-Idx) = WS-Cur-Account
               MOVE 'Y' TO WS-Pre-Found
               MOVE WS-Pre-Idx TO WS-Pre-Hit-Idx
           END-IF
       END-PERFORM
       IF PrenoteFound
           COMPUTE WS-Prenote-Age =
               ((WS-Proc-Year - WS-Pre-Sent-Year(WS-Pre-Hit-Idx))
                   * 365)
               + ((WS-Proc-Month - WS-Pre-Sent-Month(WS-Pre-Hit-Idx))
                   * 30)
               + (WS-Proc-Day - WS-Pre-Sent-Day(WS-Pre-Hit-Idx))
           IF WS-Prenote-Age < WS-Prenote-Days
               MOVE 'N' TO WS-Acct-Ready
           END-IF
       ELSE
           MOVE 'N' TO WS-Acct-Ready
           PERFORM SEND-PRENOTE
       END-IF.

SEND-PRENOTE.
       MOVE 'Y' TO WS-Cur-Prenote
       MOVE ZEROES TO WS-Cur-Amount
       PERFORM ADD-ACH-ENTRY
       MOVE 'N' TO WS-Cur-Prenote
       ADD 1 TO WS-Prenote-Count
       IF WS-Pre-Count < 200
           ADD 1 TO WS-Pre-Count
           MOVE PH-Emp-Number TO WS-Pre-Emp(WS-Pre-Count)
           MOVE WS-Cur-Routing TO WS-Pre-Routing(WS-Pre-Count)
           MOVE WS-Cur-Account TO WS-Pre-Account(WS-Pre-Count)
           MOVE WS-Proc-Date TO WS-Pre-Sent(WS-Pre-Count)
       ELSE
           MOVE 'C' TO WS-Alert-Severity
           MOVE "prenote.dat table full - prenote will repeat"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

*> One entry detail record: a credit (22 checking, 32 savings) or
*> its zero-dollar prenote (23, 33), traced by the originating
*> bank's number and a run sequence.
ADD-ACH-ENTRY.
       IF WS-Ach-Count NOT < 400
           MOVE 'C' TO WS-Alert-Severity
           MOVE "payach.dat entry table full - entry not written"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       ELSE
           EVALUATE TRUE
               WHEN WS-Cur-Savings AND WS-Cur-Prenote = 'Y'
                   MOVE "33" TO WS-AE-Trans-Code
               WHEN WS-Cur-Savings
                   MOVE "32" TO WS-AE-Trans-Code
               WHEN WS-Cur-Prenote = 'Y'
                   MOVE "23" TO WS-AE-Trans-Code
               WHEN OTHER
                   MOVE "22" TO WS-AE-Trans-Code
           END-EVALUATE
           MOVE WS-Cur-Routing(1:8) TO WS-AE-RDFI
           MOVE WS-Cur-Routing(9:1) TO WS-AE-Check-Digit
           MOVE WS-Cur-Account TO WS-AE-Account
           MOVE WS-Cur-Amount TO WS-AE-Amount
           MOVE SPACES TO WS-AE-Ind-Id
           MOVE PH-Emp-Number TO WS-AE-Ind-Id(1:4)
           MOVE WS-Emp-Name(WS-Emp-Hit-Idx) TO WS-AE-Ind-Name
           MOVE WS-AC-ODFI-Id TO WS-AE-Trace-ODFI
           ADD 1 TO WS-Ach-Trace-Seq
           MOVE WS-Ach-Trace-Seq TO WS-AE-Trace-Seq
           ADD 1 TO WS-Ach-Count
           MOVE WS-Ach-Entry TO WS-Ach-Line(WS-Ach-Count)
           MOVE WS-Cur-Routing(1:8) TO WS-Ach-Hash-Part
           ADD WS-Ach-Hash-Part TO WS-Ach-Entry-Hash
           ADD WS-Cur-Amount TO WS-Ach-Credit-Total
       END-IF.

*> The file always goes out fresh, empty when nobody was deposited
*> or prenoted, so yesterday's file is never sent twice. The entry
*> hash keeps its rightmost ten digits; the file is filled out to
*> a whole block of ten records with nines.
WRITE-ACH-FILE.
       OPEN OUTPUT AchFile
       IF WS-Ach-Count > 0
           MOVE WS-AC-Dest-Routing TO WS-FH-Dest
           MOVE WS-AC-Origin-Id TO WS-FH-Origin
           MOVE WS-Proc-Date(3:6) TO WS-FH-Date
           MOVE WS-Time-Now(1:4) TO WS-FH-Time
           MOVE WS-AC-Dest-Name TO WS-FH-Dest-Name
           MOVE WS-AC-Origin-Name TO WS-FH-Origin-Name
           WRITE AchRec FROM WS-Ach-File-Header
           MOVE WS-AC-Company-Name TO WS-BH-Company-Name
           MOVE WS-AC-Origin-Id TO WS-BH-Company-Id
           MOVE WS-Proc-Date(3:6) TO WS-BH-Desc-Date
           MOVE WS-Proc-Date(3:6) TO WS-BH-Eff-Date
           MOVE WS-AC-ODFI-Id TO WS-BH-ODFI
           WRITE AchRec FROM WS-Ach-Batch-Header
           PERFORM VARYING WS-Ach-Idx FROM 1 BY 1
                   UNTIL WS-Ach-Idx > WS-Ach-Count
               WRITE AchRec FROM WS-Ach-Line(WS-Ach-Idx)
           END-PERFORM
           MOVE WS-Ach-Count TO WS-BC-Count
           MOVE WS-Ach-Entry-Hash TO WS-BC-Hash
           MOVE WS-Ach-Credit-Total TO WS-BC-Credit
           MOVE WS-AC-Origin-Id TO WS-BC-Company-Id
           MOVE WS-AC-ODFI-Id TO WS-BC-ODFI
           WRITE AchRec FROM WS-Ach-Batch-Control
           COMPUTE WS-Ach-Records = WS-Ach-Count + 4
           COMPUTE WS-Ach-Blocks = (WS-Ach-Records + 9) / 10
           COMPUTE WS-Ach-Fill = (WS-Ach-Blocks * 10) - WS-Ach-Records
           MOVE WS-Ach-Blocks TO WS-FC-Blocks
           MOVE WS-Ach-Count TO WS-FC-Count
           MOVE WS-Ach-Entry-Hash TO WS-FC-Hash
           MOVE WS-Ach-Credit-Total TO WS-FC-Credit
           WRITE AchRec FROM WS-Ach-File-Control
           PERFORM WS-Ach-Fill TIMES
               MOVE ALL '9' TO AchRec
               WRITE AchRec
           END-PERFORM
       END-IF
       CLOSE AchFile.

*> No control record, or one without numeric bank numbers, and the
*> bank could not take the file: everyone is paid by check.
LOAD-ACH-CONTROL.
       MOVE 'N' TO WS-Ach-Enabled
       OPEN INPUT AchCtlFile
       IF WS-AchCtl-Status = '00'
           READ AchCtlFile
               NOT AT END
                   MOVE AchCtlRec TO WS-Ach-Ctl
                   IF WS-AC-Dest-Routing IS NUMERIC AND
                      WS-AC-ODFI-Id IS NUMERIC AND
                      WS-AC-Origin-Id NOT = SPACES
                       MOVE 'Y' TO WS-Ach-Enabled
                   END-IF
           END-READ
           CLOSE AchCtlFile
       END-IF
       IF NOT AchEnabled
           MOVE 'W' TO WS-Alert-Severity
           MOVE "No usable achctl.dat - direct deposits paid by check"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

LOAD-PRENOTES.
       OPEN INPUT PrenoteFile
       IF WS-Prenote-Status NOT = '00'
           MOVE 'Y' TO WS-Prenote-EOF
       END-IF
       PERFORM UNTIL WS-Prenote-EOF = 'Y'
           READ PrenoteFile
               AT END MOVE 'Y' TO WS-Prenote-EOF
               NOT AT END
                   ADD 1 TO WS-Pre-Read-Count
                   IF WS-Pre-Count < 200
                       ADD 1 TO WS-Pre-Count
                       MOVE PrenoteRec TO WS-Pre-Entry(WS-Pre-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Prenote-Status NOT = '35'
           CLOSE PrenoteFile
       END-IF
       IF WS-Pre-Read-Count > WS-Pre-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "prenote.dat overflowed PAYROLL table - prenotes repeat"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

*> A prenote is kept only while its account is still on the
*> master for a direct deposit employee; an account changed or
*> dropped takes its prenote with it.
WRITE-PRENOTES.
       OPEN OUTPUT PrenoteNewFile
       PERFORM VARYING WS-Pre-Idx FROM 1 BY 1
               UNTIL WS-Pre-Idx > WS-Pre-Count
           MOVE 'N' TO WS-Emp-Found
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count OR EmpFound
               IF WS-Emp-Number(WS-Emp-Idx) = WS-Pre-Emp(WS-Pre-Idx)
                  AND WS-Emp-Direct-Deposit(WS-Emp-Idx)
                  AND ((WS-Emp-Bank-Routing(WS-Emp-Idx) =
                          WS-Pre-Routing(WS-Pre-Idx) AND
                        WS-Emp-Bank-Account(WS-Emp-Idx) =
                          WS-Pre-Account(WS-Pre-Idx))
                    OR (WS-Emp-Split-Routing(WS-Emp-Idx) =
                          WS-Pre-Routing(WS-Pre-Idx) AND
                        WS-Emp-Split-Account(WS-Emp-Idx) =
                          WS-Pre-Account(WS-Pre-Idx)))
                   MOVE 'Y' TO WS-Emp-Found
               END-IF
           END-PERFORM
           IF EmpFound
               WRITE PrenoteNewRec FROM WS-Pre-Entry(WS-Pre-Idx)
           END-IF
       END-PERFORM
       CLOSE PrenoteNewFile.

*> A balance written before this run is a leave record that has
*> been read; an employee with no record has earned nothing yet.
LOAD-LEAVE-BALANCES.
       OPEN INPUT LeaveFile
       IF WS-Leave-Status NOT = '00'
           MOVE 'Y' TO WS-Leave-EOF
       END-IF
       PERFORM UNTIL WS-Leave-EOF = 'Y'
           READ LeaveFile
               AT END MOVE 'Y' TO WS-Leave-EOF
               NOT AT END
                   ADD 1 TO WS-Leave-Read-Count
                   IF WS-Leave-Count < 100
                       ADD 1 TO WS-Leave-Count
                       MOVE LeaveRec TO WS-Leave-Entry(WS-Leave-Count)
                       IF WS-LB-Vac-Balance(WS-Leave-Count)
                               IS NOT NUMERIC
                           MOVE ZEROES TO
                               WS-LB-Vac-Balance(WS-Leave-Count)
                       END-IF
                       IF WS-LB-Sick-Balance(WS-Leave-Count)
                               IS NOT NUMERIC
                           MOVE ZEROES TO
                               WS-LB-Sick-Balance(WS-Leave-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Leave-Status NOT = '35'
           CLOSE LeaveFile
       END-IF
       IF WS-Leave-Read-Count > WS-Leave-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "leavebal.dat overflowed PAYROLL leave table"
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

*> The paid employee's balances, opened on first sight when the
*> master gives them something to accrue.
FIND-LEAVE-FOR-EMPLOYEE.
       MOVE 'N' TO WS-Leave-Found
       PERFORM VARYING WS-Leave-Idx FROM 1 BY 1
               UNTIL WS-Leave-Idx > WS-Leave-Count OR LeaveFound
           IF WS-LB-Emp-Number(WS-Leave-Idx) = PH-Emp-Number
               MOVE 'Y' TO WS-Leave-Found
               MOVE WS-Leave-Idx TO WS-Leave-Hit-Idx
           END-IF
       END-PERFORM
       IF NOT LeaveFound AND
          (WS-Emp-Vac-Accrual(WS-Emp-Hit-Idx) > 0 OR
           WS-Emp-Sick-Accrual(WS-Emp-Hit-Idx) > 0)
           IF WS-Leave-Count < 100
               ADD 1 TO WS-Leave-Count
               MOVE WS-Leave-Count TO WS-Leave-Hit-Idx
               MOVE PH-Emp-Number TO WS-LB-Emp-Number(WS-Leave-Hit-Idx)
               MOVE ZEROES TO WS-LB-Vac-Balance(WS-Leave-Hit-Idx)
                   WS-LB-Sick-Balance(WS-Leave-Hit-Idx)
               MOVE 'Y' TO WS-Leave-Found
           ELSE
               MOVE 'W' TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING "Employee " PH-Emp-Number
                   " - no leavebal.dat slot left, no accrual"
                   DELIMITED BY SIZE INTO WS-Alert-Message
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
           END-IF
       END-IF.

*> Leave is paid at the straight hourly rate, and only out of what
*> has been earned - the keyed hours are cut to the balance.
PAY-LEAVE-HOURS.
       MOVE SPACES TO WS-Leave-Note
       MOVE ZEROES TO WS-Vac-Hours WS-Sick-Hours
       IF PH-Vac-Hours IS NUMERIC
           MOVE PH-Vac-Hours TO WS-Vac-Hours
       END-IF
       IF PH-Sick-Hours IS NUMERIC
           MOVE PH-Sick-Hours TO WS-Sick-Hours
       END-IF
       PERFORM FIND-LEAVE-FOR-EMPLOYEE
       IF NOT LeaveFound
           IF WS-Vac-Hours > 0 OR WS-Sick-Hours > 0
               MOVE "Leave hours not paid - no leave balance on file"
                   TO WS-Leave-Note
           END-IF
           MOVE ZEROES TO WS-Vac-Hours WS-Sick-Hours
       ELSE
           IF WS-Vac-Hours > WS-LB-Vac-Balance(WS-Leave-Hit-Idx)
               MOVE WS-LB-Vac-Balance(WS-Leave-Hit-Idx)
                   TO WS-Vac-Hours
               MOVE "Leave hours cut to the balance available"
                   TO WS-Leave-Note
           END-IF
           IF WS-Sick-Hours > WS-LB-Sick-Balance(WS-Leave-Hit-Idx)
               MOVE WS-LB-Sick-Balance(WS-Leave-Hit-Idx)
                   TO WS-Sick-Hours
               MOVE "Leave hours cut to the balance available"
                   TO WS-Leave-Note
           END-IF
           SUBTRACT WS-Vac-Hours FROM
               WS-LB-Vac-Balance(WS-Leave-Hit-Idx)
           SUBTRACT WS-Sick-Hours FROM
               WS-LB-Sick-Balance(WS-Leave-Hit-Idx)
           PERFORM ACCRUE-LEAVE
       END-IF
       COMPUTE WS-Leave-Pay ROUNDED = (WS-Vac-Hours + WS-Sick-Hours)
           * WS-Emp-Hourly-Rate(WS-Emp-Hit-Idx)
       ADD WS-Vac-Hours WS-Sick-Hours TO WS-Total-Leave-Hours
       ADD WS-Leave-Pay TO WS-Total-Leave-Pay.

*> This check's accrual on top of what is left, held to the
*> carryover cap when the master sets one (zero - no cap) and to
*> what the balance field can carry when it does not.
ACCRUE-LEAVE.
       COMPUTE WS-Leave-Work = WS-LB-Vac-Balance(WS-Leave-Hit-Idx)
           + WS-Emp-Vac-Accrual(WS-Emp-Hit-Idx)
       IF WS-Emp-Vac-Max(WS-Emp-Hit-Idx) > 0 AND
          WS-Leave-Work > WS-Emp-Vac-Max(WS-Emp-Hit-Idx)
           MOVE WS-Emp-Vac-Max(WS-Emp-Hit-Idx) TO WS-Leave-Work
       END-IF
       IF WS-Leave-Work > 999.99
           MOVE 999.99 TO WS-Leave-Work
       END-IF
       MOVE WS-Leave-Work TO WS-LB-Vac-Balance(WS-Leave-Hit-Idx)
       COMPUTE WS-Leave-Work = WS-LB-Sick-Balance(WS-Leave-Hit-Idx)
           + WS-Emp-Sick-Accrual(WS-Emp-Hit-Idx)
       IF WS-Emp-Sick-Max(WS-Emp-Hit-Idx) > 0 AND
          WS-Leave-Work > WS-Emp-Sick-Max(WS-Emp-Hit-Idx)
           MOVE WS-Emp-Sick-Max(WS-Emp-Hit-Idx) TO WS-Leave-Work
       END-IF
       IF WS-Leave-Work > 999.99
           MOVE 999.99 TO WS-Leave-Work
       END-IF
       MOVE WS-Leave-Work TO WS-LB-Sick-Balance(WS-Leave-Hit-Idx).

WRITE-REGISTER-LEAVE.
       IF LeaveFound
           MOVE WS-Leave-Pay TO WS-Ded-Ed
           MOVE WS-LB-Vac-Balance(WS-Leave-Hit-Idx) TO WS-Hours-Ed
           MOVE WS-LB-Sick-Balance(WS-Leave-Hit-Idx) TO WS-Hours-Ed2
           MOVE SPACES TO PayRegLine
           STRING "     Leave vac " WS-Vac-Hours
               " sick " WS-Sick-Hours
               " pay " WS-Ded-Ed
               "   balance vac " WS-Hours-Ed
               " sick " WS-Hours-Ed2
               DELIMITED BY SIZE INTO PayRegLine
           WRITE PayRegLine
       END-IF
       IF WS-Leave-Note NOT = SPACES
           MOVE SPACES TO PayRegLine
           STRING "     " WS-Leave-Note
               DELIMITED BY SIZE INTO PayRegLine
           WRITE PayRegLine
       END-IF.

WRITE-LEAVE-BALANCES.
       OPEN OUTPUT LeaveNewFile
       PERFORM VARYING WS-Leave-Idx FROM 1 BY 1
               UNTIL WS-Leave-Idx > WS-Leave-Count
           MOVE WS-Leave-Entry(WS-Leave-Idx) TO LeaveNewRec
           WRITE LeaveNewRec
       END-PERFORM
       CLOSE LeaveNewFile.

*> Entry 1 is the catch-all for pay with no department: the
*> general payroll expense and payroll tax expense accounts. A
*> department table past the table would drop departments, and
*> with them a year's labor figures, so the run is abandoned.
LOAD-DEPARTMENTS.
       MOVE 1 TO WS-Dept-Count
       MOVE SPACES TO WS-DT-Code(1)
       MOVE "No department" TO WS-DT-Name(1)
       MOVE 5000 TO WS-DT-Wage-Account(1)
       MOVE 5100 TO WS-DT-Tax-Account(1)
       MOVE 'N' TO WS-DT-On-File(1)
       PERFORM CLEAR-LABOR-ENTRY
       OPEN INPUT DeptFile
       IF WS-Dept-Status NOT = '00'
           DISPLAY "No dept.dat (status " WS-Dept-Status
               ") - all pay charged to no department"
           MOVE 'Y' TO WS-Dept-EOF
       END-IF
       PERFORM UNTIL WS-Dept-EOF = 'Y'
           READ DeptFile
               AT END MOVE 'Y' TO WS-Dept-EOF
               NOT AT END
                   IF DP-Code NOT = SPACES
                       ADD 1 TO WS-Dept-Read-Count
                   END-IF
                   IF WS-Dept-Count < 100 AND DP-Code NOT = SPACES
                       ADD 1 TO WS-Dept-Count
                       MOVE DeptRec TO WS-DT-Dept(WS-Dept-Count)
                       IF DP-Wage-Account IS NOT NUMERIC
                           MOVE 5000 TO
                               WS-DT-Wage-Account(WS-Dept-Count)
                       END-IF
                       IF DP-Tax-Account IS NOT NUMERIC
                           MOVE 5100 TO
                               WS-DT-Tax-Account(WS-Dept-Count)
                       END-IF
                       MOVE 'Y' TO WS-DT-On-File(WS-Dept-Count)
                       PERFORM CLEAR-LABOR-ENTRY
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Dept-Status NOT = '35'
           CLOSE DeptFile
       END-IF
       IF WS-Dept-Read-Count > WS-Dept-Count - 1
           PERFORM ABANDON-DEPARTMENT-OVERFLOW
       END-IF.

*> The entry at WS-Dept-Count starts the year with nothing.
CLEAR-LABOR-ENTRY.
       MOVE WS-DT-Code(WS-Dept-Count) TO WS-DL-Dept(WS-Dept-Count)
       MOVE WS-Proc-Year TO WS-DL-Year(WS-Dept-Count)
       MOVE ZEROES TO WS-DL-Per-Date(WS-Dept-Count)
           WS-DL-Per-Hours(WS-Dept-Count)
           WS-DL-Per-Gross(WS-Dept-Count)
           WS-DL-Per-Tax(WS-Dept-Count)
           WS-DL-Ytd-Hours(WS-Dept-Count)
           WS-DL-Ytd-Gross(WS-Dept-Count)
           WS-DL-Ytd-Tax(WS-Dept-Count)
           WS-DT-Run-Hours(WS-Dept-Count)
           WS-DT-Run-Gross(WS-Dept-Count)
           WS-DT-Run-Tax(WS-Dept-Count).

ABANDON-DEPARTMENT-OVERFLOW.
       MOVE 'C' TO WS-Alert-Severity
       MOVE "dept.dat/laborytd.dat overflowed PAYROLL dept table"
           TO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE "ABORT" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       MOVE 16 TO RETURN-CODE
       STOP RUN.

*> Each department's figures so far, onto its entry; a record for
*> a department dropped from dept.dat gets an entry of its own so
*> its year is not lost, and a record from last year starts this
*> one at zero.
LOAD-LABOR-DISTRIBUTION.
       OPEN INPUT LaborFile
       IF WS-Labor-Status NOT = '00'
           MOVE 'Y' TO WS-Labor-EOF
       END-IF
       PERFORM UNTIL WS-Labor-EOF = 'Y'
           READ LaborFile
               AT END MOVE 'Y' TO WS-Labor-EOF
               NOT AT END
                   PERFORM LOAD-ONE-LABOR-RECORD
           END-READ
       END-PERFORM
       IF WS-Labor-Status NOT = '35'
           CLOSE LaborFile
       END-IF.

LOAD-ONE-LABOR-RECORD.
       MOVE 'N' TO WS-Dept-Found
       PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
               UNTIL WS-Dept-Idx > WS-Dept-Count OR DeptFound
           IF WS-DT-Code(WS-Dept-Idx) = LD-Dept
               MOVE 'Y' TO WS-Dept-Found
               MOVE WS-Dept-Idx TO WS-Dept-Hit-Idx
           END-IF
       END-PERFORM
       IF NOT DeptFound
           IF WS-Dept-Count >= 100
               PERFORM ABANDON-DEPARTMENT-OVERFLOW
           END-IF
           ADD 1 TO WS-Dept-Count
           MOVE WS-Dept-Count TO WS-Dept-Hit-Idx
           MOVE LD-Dept TO WS-DT-Code(WS-Dept-Hit-Idx)
           MOVE "Not on dept.dat" TO WS-DT-Name(WS-Dept-Hit-Idx)
           MOVE 5000 TO WS-DT-Wage-Account(WS-Dept-Hit-Idx)
           MOVE 5100 TO WS-DT-Tax-Account(WS-Dept-Hit-Idx)
           MOVE 'N' TO WS-DT-On-File(WS-Dept-Hit-Idx)
           PERFORM CLEAR-LABOR-ENTRY
       END-IF
       IF LD-Per-Date IS NUMERIC AND LD-Per-Hours IS NUMERIC AND
          LD-Per-Gross IS NUMERIC AND LD-Per-Tax IS NUMERIC
           MOVE LD-Per-Date TO WS-DL-Per-Date(WS-Dept-Hit-Idx)
           MOVE LD-Per-Hours TO WS-DL-Per-Hours(WS-Dept-Hit-Idx)
           MOVE LD-Per-Gross TO WS-DL-Per-Gross(WS-Dept-Hit-Idx)
           MOVE LD-Per-Tax TO WS-DL-Per-Tax(WS-Dept-Hit-Idx)
       END-IF
       IF LD-Year = WS-Proc-Year AND LD-Ytd-Hours IS NUMERIC AND
          LD-Ytd-Gross IS NUMERIC AND LD-Ytd-Tax IS NUMERIC
           MOVE LD-Ytd-Hours TO WS-DL-Ytd-Hours(WS-Dept-Hit-Idx)
           MOVE LD-Ytd-Gross TO WS-DL-Ytd-Gross(WS-Dept-Hit-Idx)
           MOVE LD-Ytd-Tax TO WS-DL-Ytd-Tax(WS-Dept-Hit-Idx)
       END-IF.

FIND-DEPARTMENT.
       MOVE 'N' TO WS-Dept-Found
       PERFORM VARYING WS-Dept-Idx FROM 2 BY 1
               UNTIL WS-Dept-Idx > WS-Dept-Count OR DeptFound
           IF WS-DT-Code(WS-Dept-Idx) = WS-Dept-Key AND
              WS-DT-Chargeable(WS-Dept-Idx)
               MOVE 'Y' TO WS-Dept-Found
               MOVE WS-Dept-Idx TO WS-Dept-Hit-Idx
           END-IF
       END-PERFORM.

*> The hours keyed to another department take their share of the
*> regular and overtime pay there; everything else on the check -
*> the rest of the hours worked and all the leave - is the home
*> department's, which takes the remainder so the shares add to
*> the gross to the penny. The employer's FICA follows the gross.
DISTRIBUTE-LABOR-COST.
       MOVE 1 TO WS-Home-Dept-Idx
       IF WS-Emp-Home-Dept(WS-Emp-Hit-Idx) NOT = SPACES
           MOVE WS-Emp-Home-Dept(WS-Emp-Hit-Idx) TO WS-Dept-Key
           PERFORM FIND-DEPARTMENT
           IF DeptFound
               MOVE WS-Dept-Hit-Idx TO WS-Home-Dept-Idx
           ELSE
               MOVE 'W' TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING "Employee " PH-Emp-Number " home department "
                   WS-Dept-Key " not on dept.dat"
                   DELIMITED BY SIZE INTO WS-Alert-Message
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
           END-IF
       END-IF
       MOVE ZEROES TO WS-Other-Hours WS-Other-Gross WS-Other-Tax
       IF PH-Dept-Hours IS NUMERIC AND PH-Dept NOT = SPACES
          AND PH-Dept-Hours > 0 AND PH-Hours > 0
           MOVE PH-Dept TO WS-Dept-Key
           PERFORM FIND-DEPARTMENT
           IF DeptFound
               MOVE WS-Dept-Hit-Idx TO WS-Other-Dept-Idx
               MOVE PH-Dept-Hours TO WS-Other-Hours
               IF WS-Other-Hours > PH-Hours
                   MOVE PH-Hours TO WS-Other-Hours
               END-IF
               COMPUTE WS-Other-Gross ROUNDED =
                   (WS-Reg-Pay + WS-OT-Pay) * WS-Other-Hours
                   / PH-Hours
               IF WS-Gross-Pay > 0
                   COMPUTE WS-Other-Tax ROUNDED =
                       WS-Er-Fica * WS-Other-Gross / WS-Gross-Pay
               END-IF
               ADD WS-Other-Hours TO
                   WS-DT-Run-Hours(WS-Other-Dept-Idx)
               ADD WS-Other-Gross TO
                   WS-DT-Run-Gross(WS-Other-Dept-Idx)
               ADD WS-Other-Tax TO WS-DT-Run-Tax(WS-Other-Dept-Idx)
           ELSE
               MOVE 'W' TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING "Employee " PH-Emp-Number " hours keyed to "
                   WS-Dept-Key " - not on dept.dat, charged home"
                   DELIMITED BY SIZE INTO WS-Alert-Message
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
           END-IF
       END-IF
       COMPUTE WS-DT-Run-Hours(WS-Home-Dept-Idx) =
           WS-DT-Run-Hours(WS-Home-Dept-Idx) + PH-Hours
           - WS-Other-Hours + WS-Vac-Hours + WS-Sick-Hours
       COMPUTE WS-DT-Run-Gross(WS-Home-Dept-Idx) =
           WS-DT-Run-Gross(WS-Home-Dept-Idx) + WS-Gross-Pay
           - WS-Other-Gross
       COMPUTE WS-DT-Run-Tax(WS-Home-Dept-Idx) =
           WS-DT-Run-Tax(WS-Home-Dept-Idx) + WS-Er-Fica
           - WS-Other-Tax.

*> A run that paid somebody becomes the period on every record;
*> one that paid nobody leaves the last pay run's period standing.
*> Entries with nothing this year and no department on file are
*> left off.
WRITE-LABOR-DISTRIBUTION.
       OPEN OUTPUT LaborNewFile
       PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
               UNTIL WS-Dept-Idx > WS-Dept-Count
           IF WS-Paid-Count > 0
               MOVE WS-Proc-Date TO WS-DL-Per-Date(WS-Dept-Idx)
               MOVE WS-DT-Run-Hours(WS-Dept-Idx)
                   TO WS-DL-Per-Hours(WS-Dept-Idx)
               MOVE WS-DT-Run-Gross(WS-Dept-Idx)
                   TO WS-DL-Per-Gross(WS-Dept-Idx)
               MOVE WS-DT-Run-Tax(WS-Dept-Idx)
                   TO WS-DL-Per-Tax(WS-Dept-Idx)
           END-IF
           MOVE WS-Proc-Year TO WS-DL-Year(WS-Dept-Idx)
           ADD WS-DT-Run-Hours(WS-Dept-Idx)
               TO WS-DL-Ytd-Hours(WS-Dept-Idx)
           ADD WS-DT-Run-Gross(WS-Dept-Idx)
               TO WS-DL-Ytd-Gross(WS-Dept-Idx)
           ADD WS-DT-Run-Tax(WS-Dept-Idx)
               TO WS-DL-Ytd-Tax(WS-Dept-Idx)
           IF WS-DT-Chargeable(WS-Dept-Idx) OR
              WS-DL-Ytd-Gross(WS-Dept-Idx) > 0 OR
              WS-DL-Per-Gross(WS-Dept-Idx) > 0
               MOVE WS-DT-Labor(WS-Dept-Idx) TO LaborNewRec
               WRITE LaborNewRec
           END-IF
       END-PERFORM
       CLOSE LaborNewFile.
