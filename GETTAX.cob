       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETTAX.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Shared sales tax rule. coboltut12 prices orders and coboltut2
*> prices invoices with it, so both CALL this with the customer
*> Ident, the customer's CUST-State, the date of the sale and the
*> shop's SALESTAX rate off rates.dat, and get back the rate to
*> charge, where it came from, and the customer's exemption
*> certificate (the GETPRICE pattern, carrying a tax rate instead
*> of a price). Two parameter files feed it:
*>   - taxjur.dat, the tax jurisdiction table: one rate per state
*>     code we ship to;
*>   - taxexmpt.dat, the exemption certificates on file: per
*>     customer Ident (schools, resellers), the certificate number
*>     and its expiry date (an expiry of zero never lapses).
*> A customer with a certificate on file is charged no tax at all;
*> anyone else is charged their state's rate, or the SALESTAX rate
*> handed in when the state is not on the table, so a thin
*> taxjur.dat degrades to the old single rate. Source comes back
*> 'S' state rate, 'D' default (SALESTAX) rate, 'E' exempt, or
*> 'X' exempt on a certificate that had already expired on the
*> sale date - still claimed, and left for TAXRPT to list for the
*> auditors. Both files are loaded on the first call and held for
*> the run; either one missing simply finds nothing on it. A
*> jurisdiction table too big for its table raises a critical
*> alert - states past the table would silently take the default.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TaxJurFile ASSIGN TO 'taxjur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxJur-Status.
       SELECT TaxExmptFile ASSIGN TO 'taxexmpt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxExmpt-Status.

DATA DIVISION.
FILE SECTION.
FD TaxJurFile.
01 TaxJurRec.
       02 TJ-State PIC X(2).
       02 TJ-Rate  PIC 9(6)V9(6).

FD TaxExmptFile.
01 TaxExmptRec.
       02 TE-Cust-Ident  PIC 9(3).
       02 TE-Cert-Number PIC X(15).
       02 TE-Expiry      PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-TaxJur-Status   PIC XX.
01 WS-TaxExmpt-Status PIC XX.
01 WS-TaxJur-EOF      PIC X VALUE 'N'.
01 WS-TaxExmpt-EOF    PIC X VALUE 'N'.
01 WS-Tables-Loaded   PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 WS-Jur-Table.
       02 WS-Jur-Entry OCCURS 60 TIMES.
           03 WS-Jur-State PIC X(2).
           03 WS-Jur-Rate  PIC V9999.
01 WS-Jur-Count      PIC 99 VALUE 0.
01 WS-Jur-Read-Count PIC 9(8) VALUE 0.
01 WS-Jur-Idx        PIC 99 VALUE 0.
01 WS-Jur-Found      PIC X VALUE 'N'.
       88 JurFound VALUE 'Y'.
*> One slot per possible customer Ident (001-999), like
*> coboltut12's customer totals, so the certificates can never
*> overflow; a blank certificate number means none on file.
01 WS-Exempt-Table.
       02 WS-Exempt-Entry OCCURS 999 TIMES.
           03 WS-Exempt-Cert   PIC X(15).
           03 WS-Exempt-Expiry PIC 9(8).
01 WS-Audit-Program  PIC X(8) VALUE "GETTAX".
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).

LINKAGE SECTION.
       01 LK-Cust-Ident   PIC 9(3).
       01 LK-State        PIC X(2).
       01 LK-Sale-Date    PIC 9(8).
       01 LK-Default-Rate PIC V9999.
       01 LK-Tax-Rate     PIC V9999.
       01 LK-Tax-Source   PIC X.
       01 LK-Cert-Number  PIC X(15).
       01 LK-Cert-Expiry  PIC 9(8).

PROCEDURE DIVISION USING LK-Cust-Ident, LK-State, LK-Sale-Date,
       LK-Default-Rate, LK-Tax-Rate, LK-Tax-Source, LK-Cert-Number,
       LK-Cert-Expiry.
MAIN-LOGIC.
       IF NOT TablesLoaded
           PERFORM LOAD-JURISDICTIONS
           PERFORM LOAD-EXEMPTIONS
           MOVE 'Y' TO WS-Tables-Loaded
       END-IF
       MOVE SPACES TO LK-Cert-Number
       MOVE ZEROES TO LK-Cert-Expiry
       IF LK-Cust-Ident > 0
           IF WS-Exempt-Cert(LK-Cust-Ident) NOT = SPACES
               MOVE WS-Exempt-Cert(LK-Cust-Ident) TO LK-Cert-Number
               MOVE WS-Exempt-Expiry(LK-Cust-Ident) TO LK-Cert-Expiry
               MOVE ZEROES TO LK-Tax-Rate
               IF LK-Cert-Expiry > 0 AND
                  LK-Cert-Expiry < LK-Sale-Date
                   MOVE 'X' TO LK-Tax-Source
               ELSE
                   MOVE 'E' TO LK-Tax-Source
               END-IF
               GO TO PROGRAM-EXIT
           END-IF
       END-IF
       MOVE LK-Default-Rate TO LK-Tax-Rate
       MOVE 'D' TO LK-Tax-Source
       MOVE 'N' TO WS-Jur-Found
       PERFORM VARYING WS-Jur-Idx FROM 1 BY 1
               UNTIL WS-Jur-Idx > WS-Jur-Count OR JurFound
           IF WS-Jur-State(WS-Jur-Idx) = LK-State
               MOVE 'Y' TO WS-Jur-Found
               MOVE WS-Jur-Rate(WS-Jur-Idx) TO LK-Tax-Rate
               MOVE 'S' TO LK-Tax-Source
           END-IF
       END-PERFORM
       GO TO PROGRAM-EXIT.

LOAD-JURISDICTIONS.
       OPEN INPUT TaxJurFile
       IF WS-TaxJur-Status NOT = '00'
           MOVE 'Y' TO WS-TaxJur-EOF
       END-IF
       PERFORM UNTIL WS-TaxJur-EOF = 'Y'
           READ TaxJurFile
               AT END MOVE 'Y' TO WS-TaxJur-EOF
               NOT AT END
                   ADD 1 TO WS-Jur-Read-Count
                   IF WS-Jur-Count < 60
                       ADD 1 TO WS-Jur-Count
                       MOVE TJ-State TO WS-Jur-State(WS-Jur-Count)
                       MOVE TJ-Rate TO WS-Jur-Rate(WS-Jur-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-TaxJur-Status NOT = '35'
           CLOSE TaxJurFile
       END-IF
       IF WS-Jur-Read-Count > WS-Jur-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE "taxjur.dat overflowed GETTAX table - default rate used"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

*> A later line for the same customer replaces an earlier one, so
*> a renewed certificate can simply be appended.
LOAD-EXEMPTIONS.
       MOVE SPACES TO WS-Exempt-Table
       OPEN INPUT TaxExmptFile
       IF WS-TaxExmpt-Status NOT = '00'
           MOVE 'Y' TO WS-TaxExmpt-EOF
       END-IF
       PERFORM UNTIL WS-TaxExmpt-EOF = 'Y'
           READ TaxExmptFile
               AT END MOVE 'Y' TO WS-TaxExmpt-EOF
               NOT AT END
                   IF TE-Cust-Ident > 0
                       MOVE TE-Cert-Number TO
                           WS-Exempt-Cert(TE-Cust-Ident)
                       MOVE TE-Expiry TO
                           WS-Exempt-Expiry(TE-Cust-Ident)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-TaxExmpt-Status NOT = '35'
           CLOSE TaxExmptFile
       END-IF.

PROGRAM-EXIT.
       EXIT PROGRAM.
