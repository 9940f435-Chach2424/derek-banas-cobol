      *>-----------------------------------------------------------
      *> CHECKREC - shared issued check record layout
      *> (checkiss.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per payroll check
      *> ever numbered from chknum.ctl, so every check stays
      *> accountable from issue until it clears or is voided.
      *> PAYROLL adds each check it prints as outstanding (status
      *> O); POSPAY reports the issue - and later any void - to the
      *> bank on the positive pay file, setting CI-Issue-Sent and
      *> CI-Void-Sent so each goes once; CHKRECON marks a check
      *> cleared (status C) from the bank's paid items with the date
      *> and amount paid; CHKVOID voids one (status V) with the
      *> reason, and when it is reissued the two checks point at
      *> each other through CI-Replaced-By / CI-Reissue-Of.
      *> October 15th 2026 - APPAY's vendor checks go on the file
      *> too, so CI-Series says which check series a number
      *> belongs to: P payroll (chknum.ctl, drawn on the payroll
      *> check account) or A accounts payable (apchknum.ctl, drawn
      *> on the AP check account). The two series overlap in
      *> number, so a check is always the series plus the number.
      *> On an AP check CI-Emp-Number holds the vendor number and
      *> CI-Payee the vendor name. A record written before the
      *> series existed reads blank - a payroll check.
      *>-----------------------------------------------------------
       05 CI-Check-Number PIC 9(6).
       05 CI-Emp-Number   PIC 9(4).
       05 CI-Payee        PIC X(20).
       05 CI-Issue-Date   PIC 9(8).
       05 CI-Amount       PIC 9(6)V99.
       05 CI-Status       PIC X.
           88 CI-Outstanding VALUE 'O'.
           88 CI-Cleared     VALUE 'C'.
           88 CI-Voided      VALUE 'V'.
       05 CI-Status-Date  PIC 9(8).
       05 CI-Paid-Amount  PIC 9(6)V99.
       05 CI-Issue-Sent   PIC X.
       05 CI-Void-Sent    PIC X.
       05 CI-Reissue-Of   PIC 9(6).
       05 CI-Replaced-By  PIC 9(6).
       05 CI-Void-Reason  PIC X(30).
       05 CI-Series       PIC X.
           88 CI-Payroll-Series VALUES 'P', SPACE.
           88 CI-AP-Series      VALUE 'A'.
