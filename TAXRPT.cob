*> taxrpt.txt - the current month's line IS the number that goes
*> on the filing - with a grand total, and records read vs.
*> tallied reconciled through RECONLOG.
*> October 15th 2026 - Credit memos from RETURNS append RETURN
*> records to taxcoll.dat for the tax given back on returned
*> goods; they are netted off the month they are posted in, so
*> the month and grand totals are now signed.
*> October 15th 2026 - Tax now depends on where the customer is and
*> whether they hold an exemption certificate (the shared GETTAX
*> rule), and taxcoll.dat records carry the state, the exempt
*> amount and the certificate claimed. Each month's return is now
*> broken out by state - taxable, exempt and tax - under the
*> month's own total line, and after the months comes a list of
*> every sale claimed exempt on a certificate that had already
*> expired on the sale date, which is what the auditors ask for.
*> A record from before the file carried a state is reported
*> under state "--".
*> October 15th 2026 - taxcoll.dat records now end with the
*> invoice number (a credit memo's number on a RETURN record).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 TX-Source  PIC X(8).
       02 TX-Taxable PIC 9(9)V99.
       02 TX-Tax     PIC 9(8)V99.
       02 TX-State   PIC X(2).
       02 TX-Exempt  PIC 9(9)V99.
       02 TX-Cust-Ident  PIC 9(3).
       02 TX-Doc-Number  PIC 9(6).
       02 TX-Cert-Number PIC X(15).
       02 TX-Cert-Expiry PIC 9(8).
       02 TX-Invoice-Number PIC 9(6).

FD TaxRptFile.
01 TaxRptLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-TaxColl-Status PIC XX.
01 WS-Month-Table.
       02 WS-Month-Entry OCCURS 36 TIMES.
           03 WS-Tab-Month   PIC 9(6).
           03 WS-Tab-Taxable PIC S9(10)V99.
           03 WS-Tab-Exempt  PIC S9(10)V99.
           03 WS-Tab-Tax     PIC S9(9)V99.
01 WS-Month-Count   PIC 99 VALUE 0.
01 WS-Month-Idx     PIC 99 VALUE 0.
01 WS-Month-Hit-Idx PIC 99 VALUE 0.
01 WS-Month-Found   PIC X VALUE 'N'.
       88 MonthFound VALUE 'Y'.
01 WS-Rec-Month     PIC 9(6).
*> One row per month and state seen, pointing back at its month.
01 WS-State-Table.
       02 WS-State-Entry OCCURS 600 TIMES.
           03 WS-ST-Month-Idx PIC 99.
           03 WS-ST-State     PIC X(2).
           03 WS-ST-Taxable   PIC S9(10)V99.
           03 WS-ST-Exempt    PIC S9(10)V99.
           03 WS-ST-Tax       PIC S9(9)V99.
01 WS-State-Count   PIC 9(3) VALUE 0.
01 WS-State-Idx     PIC 9(3) VALUE 0.
01 WS-State-Hit-Idx PIC 9(3) VALUE 0.
01 WS-State-Found   PIC X VALUE 'N'.
       88 StateFound VALUE 'Y'.
01 WS-State-Full-Alerted PIC X VALUE 'N'.
01 WS-Rec-State     PIC X(2).
01 WS-Rec-Exempt    PIC 9(9)V99.
01 WS-Expired-Count PIC 9(6) VALUE 0.
01 WS-Grand-Taxable PIC S9(11)V99 VALUE ZEROES.
01 WS-Grand-Exempt  PIC S9(11)V99 VALUE ZEROES.
01 WS-Grand-Tax     PIC S9(10)V99 VALUE ZEROES.
01 WS-Money-Ed      PIC $$,$$$,$$$,$$9.99-.
01 WS-Money-Ed-2    PIC $$,$$$,$$$,$$9.99-.
01 WS-Money-Ed-3    PIC $$,$$$,$$$,$$9.99-.
01 WS-Audit-Program PIC X(8) VALUE "TAXRPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM TALLY-TAX-FILE
       PERFORM WRITE-TAX-REPORT
       PERFORM LIST-EXPIRED-CERTIFICATES
       DISPLAY "TAXRPT: " WS-Month-Count " month(s) reported"
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Tallied-Count

TALLY-ONE-RECORD.
       MOVE TX-Date(1:6) TO WS-Rec-Month
       IF TX-State = SPACES
           MOVE "--" TO WS-Rec-State
       ELSE
           MOVE TX-State TO WS-Rec-State
       END-IF
       IF TX-Exempt IS NUMERIC
           MOVE TX-Exempt TO WS-Rec-Exempt
       ELSE
           MOVE ZEROES TO WS-Rec-Exempt
       END-IF
       MOVE 'N' TO WS-Month-Found
       PERFORM VARYING WS-Month-Idx FROM 1 BY 1
               UNTIL WS-Month-Idx > WS-Month-Count OR MonthFound
               MOVE WS-Rec-Month TO
                   WS-Tab-Month(WS-Month-Hit-Idx)
               MOVE ZEROES TO WS-Tab-Taxable(WS-Month-Hit-Idx)
               MOVE ZEROES TO WS-Tab-Exempt(WS-Month-Hit-Idx)
               MOVE ZEROES TO WS-Tab-Tax(WS-Month-Hit-Idx)
               MOVE 'Y' TO WS-Month-Found
           ELSE
       END-IF
       IF MonthFound
           ADD 1 TO WS-Tallied-Count
           PERFORM FIND-MONTH-STATE
           IF TX-Source = "RETURN"
               SUBTRACT TX-Taxable FROM
                   WS-Tab-Taxable(WS-Month-Hit-Idx)
               SUBTRACT WS-Rec-Exempt FROM
                   WS-Tab-Exempt(WS-Month-Hit-Idx)
               SUBTRACT TX-Tax FROM WS-Tab-Tax(WS-Month-Hit-Idx)
               SUBTRACT TX-Taxable FROM WS-Grand-Taxable
               SUBTRACT WS-Rec-Exempt FROM WS-Grand-Exempt
               SUBTRACT TX-Tax FROM WS-Grand-Tax
               IF StateFound
                   SUBTRACT TX-Taxable FROM
                       WS-ST-Taxable(WS-State-Hit-Idx)
                   SUBTRACT WS-Rec-Exempt FROM
                       WS-ST-Exempt(WS-State-Hit-Idx)
                   SUBTRACT TX-Tax FROM WS-ST-Tax(WS-State-Hit-Idx)
               END-IF
           ELSE
               ADD TX-Taxable TO WS-Tab-Taxable(WS-Month-Hit-Idx)
               ADD WS-Rec-Exempt TO WS-Tab-Exempt(WS-Month-Hit-Idx)
               ADD TX-Tax TO WS-Tab-Tax(WS-Month-Hit-Idx)
               ADD TX-Taxable TO WS-Grand-Taxable
               ADD WS-Rec-Exempt TO WS-Grand-Exempt
               ADD TX-Tax TO WS-Grand-Tax
               IF StateFound
                   ADD TX-Taxable TO WS-ST-Taxable(WS-State-Hit-Idx)
                   ADD WS-Rec-Exempt TO
                       WS-ST-Exempt(WS-State-Hit-Idx)
                   ADD TX-Tax TO WS-ST-Tax(WS-State-Hit-Idx)
               END-IF
           END-IF
       END-IF.

*> The month's row for the record's state, added on first sight.
*> A full table still counts the record in the month and grand
*> totals - only its state line is lost, and that is alerted once.
FIND-MONTH-STATE.
       MOVE 'N' TO WS-State-Found
       PERFORM VARYING WS-State-Idx FROM 1 BY 1
               UNTIL WS-State-Idx > WS-State-Count OR StateFound
           IF WS-ST-Month-Idx(WS-State-Idx) = WS-Month-Hit-Idx AND
              WS-ST-State(WS-State-Idx) = WS-Rec-State
               MOVE 'Y' TO WS-State-Found
               MOVE WS-State-Idx TO WS-State-Hit-Idx
           END-IF
       END-PERFORM
       IF NOT StateFound
           IF WS-State-Count < 600
               ADD 1 TO WS-State-Count
               MOVE WS-State-Count TO WS-State-Hit-Idx
               MOVE WS-Month-Hit-Idx TO
                   WS-ST-Month-Idx(WS-State-Hit-Idx)
               MOVE WS-Rec-State TO WS-ST-State(WS-State-Hit-Idx)
               MOVE ZEROES TO WS-ST-Taxable(WS-State-Hit-Idx)
               MOVE ZEROES TO WS-ST-Exempt(WS-State-Hit-Idx)
               MOVE ZEROES TO WS-ST-Tax(WS-State-Hit-Idx)
               MOVE 'Y' TO WS-State-Found
           ELSE
               IF WS-State-Full-Alerted = 'N'
                   MOVE 'Y' TO WS-State-Full-Alerted
                   MOVE 'C' TO WS-Alert-Severity
                   MOVE "taxcoll.dat has more month/state rows than TAXRPT holds"
                       TO WS-Alert-Message
                   CALL "ALERTLOG" USING WS-Audit-Program,
                       WS-Alert-Severity, WS-Alert-Message
               END-IF
           END-IF
       END-IF.

WRITE-TAX-REPORT.
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine
       MOVE SPACES TO TaxRptLine
       STRING "Month  State    Taxable sales        Exempt sales"
           "       Tax collected"
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine
       PERFORM WRITE-ONE-MONTH
           VARYING WS-Month-Idx FROM 1 BY 1
           UNTIL WS-Month-Idx > WS-Month-Count
       MOVE WS-Grand-Taxable TO WS-Money-Ed
       MOVE WS-Grand-Exempt TO WS-Money-Ed-2
       MOVE WS-Grand-Tax TO WS-Money-Ed-3
       MOVE SPACES TO TaxRptLine
       WRITE TaxRptLine
       MOVE SPACES TO TaxRptLine
       STRING "All            " WS-Money-Ed "  " WS-Money-Ed-2 "  "
           WS-Money-Ed-3
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine.

*> The month's total line - the return as filed - then its states.
WRITE-ONE-MONTH.
       MOVE WS-Tab-Taxable(WS-Month-Idx) TO WS-Money-Ed
       MOVE WS-Tab-Exempt(WS-Month-Idx) TO WS-Money-Ed-2
       MOVE WS-Tab-Tax(WS-Month-Idx) TO WS-Money-Ed-3
       MOVE SPACES TO TaxRptLine
       STRING WS-Tab-Month(WS-Month-Idx) " All     " WS-Money-Ed "  "
           WS-Money-Ed-2 "  " WS-Money-Ed-3
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine
       PERFORM VARYING WS-State-Idx FROM 1 BY 1
               UNTIL WS-State-Idx > WS-State-Count
           IF WS-ST-Month-Idx(WS-State-Idx) = WS-Month-Idx
               PERFORM WRITE-ONE-STATE
           END-IF
       END-PERFORM.

WRITE-ONE-STATE.
       MOVE WS-ST-Taxable(WS-State-Idx) TO WS-Money-Ed
       MOVE WS-ST-Exempt(WS-State-Idx) TO WS-Money-Ed-2
       MOVE WS-ST-Tax(WS-State-Idx) TO WS-Money-Ed-3
       MOVE SPACES TO TaxRptLine
       STRING "        " WS-ST-State(WS-State-Idx) "     " WS-Money-Ed
           "  " WS-Money-Ed-2 "  " WS-Money-Ed-3
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine.

*> A second pass over taxcoll.dat, so the list is never cut short
*> by a table: every ORDER or INVOICE sale with an exempt amount
*> whose certificate's expiry (zero never lapses) fell before the
*> date of the sale.
LIST-EXPIRED-CERTIFICATES.
       MOVE SPACES TO TaxRptLine
       WRITE TaxRptLine
       MOVE SPACES TO TaxRptLine
       STRING "Sales claimed exempt on an expired certificate"
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine
       MOVE SPACES TO TaxRptLine
       STRING "Date      Source   Doc    Cust St Certificate     "
           "Expired        Exempt amount"
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine
       MOVE 'N' TO WS-TaxColl-EOF
       OPEN INPUT TaxCollFile
       IF WS-TaxColl-Status NOT = '00'
           MOVE 'Y' TO WS-TaxColl-EOF
       END-IF
       PERFORM UNTIL WS-TaxColl-EOF = 'Y'
           READ TaxCollFile
               AT END MOVE 'Y' TO WS-TaxColl-EOF
               NOT AT END
                   IF TX-Source NOT = "RETURN" AND
                      TX-Exempt IS NUMERIC AND
                      TX-Cert-Expiry IS NUMERIC
                       IF TX-Exempt > 0 AND TX-Cert-Expiry > 0 AND
                          TX-Cert-Expiry < TX-Date
                           PERFORM WRITE-EXPIRED-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-TaxColl-Status NOT = '35'
           CLOSE TaxCollFile
       END-IF
       IF WS-Expired-Count = 0
           MOVE SPACES TO TaxRptLine
           STRING "  (none)" DELIMITED BY SIZE INTO TaxRptLine
           WRITE TaxRptLine
       END-IF
       CLOSE TaxRptFile
       DISPLAY "TAXRPT: " WS-Expired-Count
           " exempt sale(s) on an expired certificate".

WRITE-EXPIRED-LINE.
       ADD 1 TO WS-Expired-Count
       MOVE TX-Exempt TO WS-Money-Ed
       MOVE SPACES TO TaxRptLine
       STRING TX-Date "  " TX-Source " " TX-Doc-Number " " TX-Cust-Ident
           "  " TX-State " " TX-Cert-Number " " TX-Cert-Expiry " "
           WS-Money-Ed
           DELIMITED BY SIZE INTO TaxRptLine
       WRITE TaxRptLine.
