       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTMRG.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Duplicate customer merge, run by hand from a custdup.txt pair
*> (the CUSTLOAD pattern: supervisor sign-on, confirm, act; a
*> clerk's attempt is refused and the refusal written to
*> runaudit.txt). The supervisor keys the duplicate Ident to
*> retire and the Ident that survives; both must be on
*> custmast2.dat, neither already retired, and not the same. Both
*> customers are shown in full - the survivor keeps its own name,
*> address and credit limit, nothing is copied across - and then
*> how many records under the duplicate each file holds:
*>   openinst.dat   installments (paid and open)
*>   lateasmt.dat   late-charge assessments
*>   ordhist.dat    order history (indexed, rewritten in place)
*>   backorder.dat  backorders waiting on stock
*>   orders.dat     order headers not yet processed
*>   unapplied.dat  cash held unapplied
*>   payplan.dat    payment plans
*>   stdord.dat     standing orders
*>   stuparty.dat   students billed to the account
*>   feehist.dat    school fee billing history
*>   billhold.dat   priced orders held awaiting shipment
*>   shipopen.dat   order lines still to ship
*> On confirmation every one of those records is moved to the
*> survivor's Ident. A sequential file is copied through
*> custmrg.tmp with the Ident changed and copied back; ordhist.dat
*> is browsed in key order and rewritten. Every record moved is
*> first appended to mergelog.dat as it stood before the move -
*> date, operator, both Idents, the file and the whole record -
*> so what moved can always be shown, and runaudit.txt gets one
*> MERGE line per file with its count. Last, the duplicate is
*> retired on custmast2.dat: CUST-Status 'R', CUST-Merged-Into the
*> survivor and CUST-Retired-On the processing date (RETIRE on
*> runaudit.txt). The record is kept so the old Ident still leads
*> to the survivor; ORDENT, ORDEDIT and ORDIMP refuse new orders
*> against it and CUSTMNT will not change it. Journals, tax and
*> credit-memo files are history of what was done under the old
*> Ident and are left as they are.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
*> October 15th 2026 - billhold.dat and shipopen.dat are moved as
*> well: an order priced but not yet shipped or billed under the
*> duplicate is invoiced to the survivor. A duplicate with an
*> exemption certificate on taxexmpt.dat cannot be picked until
*> the certificate has been moved to the survivor on that file -
*> the survivor's exemption is a decision for whoever holds the
*> certificates, not a side effect of the merge.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.
       SELECT MoveFile ASSIGN TO DYNAMIC WS-Move-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Move-Status.
       SELECT MoveWork ASSIGN TO 'custmrg.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Work-Status.
       SELECT OrdHistFile ASSIGN TO 'ordhist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OH-Hist-Key
           FILE STATUS IS WS-Hist-Status.
       SELECT MergeLogFile ASSIGN TO 'mergelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Log-Status.
       SELECT TaxExmptFile ASSIGN TO 'taxexmpt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Exmpt-Status.

DATA DIVISION.
FILE SECTION.
FD CustMastFile.
01 Customer.
       COPY CUSTREC.

*> Any of the sequential files in WS-Merge-Files; the Ident is
*> found by its position in the record.
FD MoveFile.
01 MoveRec PIC X(300).

FD MoveWork.
01 MoveWorkRec PIC X(300).

FD OrdHistFile.
01 OrdHistRec.
       02 OH-Hist-Key.
           03 OH-Number PIC 9(6).
           03 OH-Date   PIC 9(8).
       02 OH-Cust-Ident PIC 9(3).
       02 OH-Line-Count PIC 9(3).
       02 OH-Ext-Total  PIC 9(9)V99.
       02 OH-Discount   PIC 9(8)V99.
       02 OH-Tax        PIC 9(8)V99.
       02 OH-Total      PIC 9(9)V99.

FD MergeLogFile.
01 MergeLogRec.
       02 ML-Date      PIC 9(8).
       02 ML-Operator  PIC X(8).
       02 ML-From      PIC 9(3).
       02 ML-To        PIC 9(3).
       02 ML-File      PIC X(14).
       02 ML-Image     PIC X(300).

FD TaxExmptFile.
01 TaxExmptRec.
       02 TE-Cust-Ident  PIC 9(3).
       02 TE-Cert-Number PIC X(15).
       02 TE-Expiry      PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-Cust-Status  PIC XX.
01 WS-Move-Status  PIC XX.
01 WS-Work-Status  PIC XX.
01 WS-Hist-Status  PIC XX.
01 WS-Log-Status   PIC XX.
01 WS-Exmpt-Status PIC XX.
01 WS-Exmpt-EOF    PIC X VALUE 'N'.
01 WS-Cert-Found   PIC X VALUE 'N'.
       88 CertFound VALUE 'Y'.
01 WS-Move-Name    PIC X(14).
01 WS-Move-EOF     PIC X VALUE 'N'.
01 WS-Hist-EOF     PIC X VALUE 'N'.
*> File name, position of the customer Ident in the record, and
*> whether only the '1' header records carry one (orders.dat).
01 WS-Merge-File-Values.
       02 FILLER PIC X(18) VALUE "openinst.dat  001N".
       02 FILLER PIC X(18) VALUE "lateasmt.dat  001N".
       02 FILLER PIC X(18) VALUE "backorder.dat 007N".
       02 FILLER PIC X(18) VALUE "orders.dat    016Y".
       02 FILLER PIC X(18) VALUE "unapplied.dat 033N".
       02 FILLER PIC X(18) VALUE "payplan.dat   007N".
       02 FILLER PIC X(18) VALUE "stdord.dat    005N".
       02 FILLER PIC X(18) VALUE "stuparty.dat  007N".
       02 FILLER PIC X(18) VALUE "feehist.dat   021N".
       02 FILLER PIC X(18) VALUE "billhold.dat  015N".
       02 FILLER PIC X(18) VALUE "shipopen.dat  015N".
01 WS-Merge-Files REDEFINES WS-Merge-File-Values.
       02 WS-MF-Entry OCCURS 11 TIMES.
           03 WS-MF-Name        PIC X(14).
           03 WS-MF-Ident-Pos   PIC 9(3).
           03 WS-MF-Header-Only PIC X.
01 WS-Merge-File-Count PIC 99 VALUE 11.
01 WS-MF-Found-Table.
       02 WS-MF-Found PIC 9(6) OCCURS 11 TIMES.
01 WS-File-Idx     PIC 99.
01 WS-Ident-Pos    PIC 9(3).
01 WS-Rec-Ident    PIC 9(3).
01 WS-Rec-Matches  PIC X VALUE 'N'.
       88 RecMatches VALUE 'Y'.
01 WS-Hist-Found   PIC 9(6) VALUE 0.
01 WS-Total-Found  PIC 9(7) VALUE 0.
01 WS-Moved-Count  PIC 9(6) VALUE 0.
01 WS-Total-Moved  PIC 9(7) VALUE 0.
01 WS-Ident-Entry  PIC X(3).
01 WS-Ident-Num REDEFINES WS-Ident-Entry PIC 9(3).
01 WS-Ident-Valid  PIC X VALUE 'N'.
       88 IdentEntryOK VALUE 'Y'.
01 WS-Chk-Idx      PIC 99.
01 WS-Quit         PIC X VALUE 'N'.
       88 QuitRequested VALUE 'Y'.
01 WS-Pick-OK      PIC X VALUE 'N'.
       88 PickOK VALUE 'Y'.
01 WS-Loser-Ident    PIC 9(3).
01 WS-Loser-Name     PIC X(20).
01 WS-Survivor-Ident PIC 9(3).
01 WS-Survivor-Name  PIC X(20).
01 WS-Confirm      PIC X.
01 WS-Today        PIC 9(8).
01 WS-Limit-Ed     PIC $$,$$$,$$9.99.
01 WS-Count-Ed     PIC ZZZZZ9.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "CUSTMRG".
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
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       IF NOT OperSupervisor
           DISPLAY "Merge REFUSED - supervisor sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Merge attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       CALL "GETPDATE" USING WS-Today
       OPEN I-O CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - nothing merged"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       DISPLAY "Customer merge - custmast2.dat"
       PERFORM GET-LOSER-CUSTOMER
       IF NOT QuitRequested
           PERFORM GET-SURVIVOR-CUSTOMER
       END-IF
       IF QuitRequested
           DISPLAY "Merge cancelled - nothing changed"
           CLOSE CustMastFile
           PERFORM END-OF-RUN
       END-IF
       PERFORM PREVIEW-MERGE
       DISPLAY "Move these to customer " WS-Survivor-Ident
           " and retire customer " WS-Loser-Ident " (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Merge cancelled - nothing changed"
           CLOSE CustMastFile
           PERFORM END-OF-RUN
       END-IF
       OPEN EXTEND MergeLogFile
       IF WS-Log-Status NOT = '00'
           OPEN OUTPUT MergeLogFile
       END-IF
       PERFORM MOVE-FILE-RECORDS THRU MOVE-FILE-RECORDS-EXIT
           VARYING WS-File-Idx FROM 1 BY 1
           UNTIL WS-File-Idx > WS-Merge-File-Count
       IF WS-Hist-Found > 0
           PERFORM MOVE-ORDER-HISTORY
       END-IF
       CLOSE MergeLogFile
       PERFORM RETIRE-LOSER
       CLOSE CustMastFile
       DISPLAY "CUSTMRG: " WS-Total-Moved " record(s) moved from "
           WS-Loser-Ident " to " WS-Survivor-Ident
       PERFORM END-OF-RUN.

*> Ident entry shared by both picks; Q abandons the merge.
GET-VALID-IDENT.
       MOVE 'N' TO WS-Ident-Valid
       PERFORM UNTIL IdentEntryOK OR QuitRequested
           DISPLAY "Customer Ident (3 digits, or Q to quit): "
               WITH NO ADVANCING
           ACCEPT WS-Ident-Entry
           IF WS-Ident-Entry = "Q" OR WS-Ident-Entry = "q"
               MOVE 'Y' TO WS-Quit
           ELSE
               PERFORM CHECK-IDENT-FORMAT
               IF NOT IdentEntryOK
                   DISPLAY "Invalid entry - enter exactly 3 digits"
               END-IF
           END-IF
       END-PERFORM.

*> Ident is PIC 9(3) in CUSTREC, so every position must hold a
*> digit - the CUSTMNT check.
CHECK-IDENT-FORMAT.
       MOVE 'Y' TO WS-Ident-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 3
           IF WS-Ident-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Ident-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Ident-Valid
           END-IF
       END-PERFORM.

GET-LOSER-CUSTOMER.
       MOVE 'N' TO WS-Pick-OK
       PERFORM UNTIL PickOK OR QuitRequested
           DISPLAY "Duplicate customer to RETIRE -"
           PERFORM GET-VALID-IDENT
           IF NOT QuitRequested
               PERFORM CHECK-LOSER-CUSTOMER
           END-IF
       END-PERFORM.

CHECK-LOSER-CUSTOMER.
       MOVE WS-Ident-Num TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               DISPLAY "Customer " WS-Ident-Entry " not on file"
           NOT INVALID KEY
               PERFORM SHOW-MERGE-CUSTOMER
               IF CUST-Retired
                   DISPLAY "Customer " Ident " is already retired"
               ELSE
                   PERFORM CHECK-EXEMPTION-CERTIFICATE
                   IF CertFound
                       DISPLAY "Customer " Ident " holds exemption "
                           "certificate " TE-Cert-Number
                       DISPLAY "  on taxexmpt.dat - move it to the "
                           "survivor there before merging"
                   ELSE
                       MOVE 'Y' TO WS-Pick-OK
                       MOVE Ident TO WS-Loser-Ident
                       MOVE CustName TO WS-Loser-Name
                   END-IF
               END-IF
       END-READ.

*> Is a certificate on file under the customer just read? A missing
*> taxexmpt.dat holds none.
CHECK-EXEMPTION-CERTIFICATE.
       MOVE 'N' TO WS-Cert-Found
       MOVE 'N' TO WS-Exmpt-EOF
       OPEN INPUT TaxExmptFile
       IF WS-Exmpt-Status NOT = '00'
           MOVE 'Y' TO WS-Exmpt-EOF
       END-IF
       PERFORM UNTIL WS-Exmpt-EOF = 'Y' OR CertFound
           READ TaxExmptFile
               AT END MOVE 'Y' TO WS-Exmpt-EOF
               NOT AT END
                   IF TE-Cust-Ident IS NUMERIC AND
                      TE-Cust-Ident = Ident
                       MOVE 'Y' TO WS-Cert-Found
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Exmpt-Status NOT = '35'
           CLOSE TaxExmptFile
       END-IF.

GET-SURVIVOR-CUSTOMER.
       MOVE 'N' TO WS-Pick-OK
       PERFORM UNTIL PickOK OR QuitRequested
           DISPLAY "Customer that SURVIVES (takes the business) -"
           PERFORM GET-VALID-IDENT
           IF NOT QuitRequested
               PERFORM CHECK-SURVIVOR-CUSTOMER
           END-IF
       END-PERFORM.

CHECK-SURVIVOR-CUSTOMER.
       IF WS-Ident-Num = WS-Loser-Ident
           DISPLAY "The survivor must be a different customer"
       ELSE
           MOVE WS-Ident-Num TO Ident
           READ CustMastFile
               KEY IS Ident
               INVALID KEY
                   DISPLAY "Customer " WS-Ident-Entry " not on file"
               NOT INVALID KEY
                   PERFORM SHOW-MERGE-CUSTOMER
                   IF CUST-Retired
                       DISPLAY "Customer " Ident " is retired - "
                           "merge into " CUST-Merged-Into " instead"
                   ELSE
                       MOVE 'Y' TO WS-Pick-OK
                       MOVE Ident TO WS-Survivor-Ident
                       MOVE CustName TO WS-Survivor-Name
                   END-IF
           END-READ
       END-IF.

SHOW-MERGE-CUSTOMER.
       DISPLAY "  Ident.........: " Ident
       DISPLAY "  Name..........: " CustName
       DISPLAY "  Date of birth.: " MOB "/" DOB "/" YOB
       IF CUST-Credit-Limit = 0
           DISPLAY "  Credit limit..: (none set)"
       ELSE
           MOVE CUST-Credit-Limit TO WS-Limit-Ed
           DISPLAY "  Credit limit..: " WS-Limit-Ed
       END-IF
       DISPLAY "  Street........: " CUST-Street
       DISPLAY "  City/State/Zip: " CUST-City " " CUST-State " "
           CUST-Zip
       DISPLAY "  Phone.........: " CUST-Phone.

*> Counts only - nothing is opened for update until the merge is
*> confirmed.
PREVIEW-MERGE.
       DISPLAY "Merge " WS-Loser-Ident " " WS-Loser-Name " into "
           WS-Survivor-Ident " " WS-Survivor-Name
       DISPLAY "The survivor keeps its own name, address and credit "
           "limit"
       MOVE 0 TO WS-Total-Found
       PERFORM COUNT-FILE-RECORDS
           VARYING WS-File-Idx FROM 1 BY 1
           UNTIL WS-File-Idx > WS-Merge-File-Count
       PERFORM COUNT-ORDER-HISTORY
       MOVE WS-Total-Found TO WS-Count-Ed
       DISPLAY "  Total records to move....: " WS-Count-Ed.

COUNT-FILE-RECORDS.
       MOVE 0 TO WS-MF-Found(WS-File-Idx)
       MOVE WS-MF-Name(WS-File-Idx) TO WS-Move-Name
       MOVE 'N' TO WS-Move-EOF
       OPEN INPUT MoveFile
       IF WS-Move-Status NOT = '00'
           MOVE 'Y' TO WS-Move-EOF
       END-IF
       PERFORM UNTIL WS-Move-EOF = 'Y'
           READ MoveFile
               AT END MOVE 'Y' TO WS-Move-EOF
               NOT AT END
                   PERFORM CHECK-RECORD-IDENT THRU CHECK-RECORD-IDENT-EXIT
                   IF RecMatches
                       ADD 1 TO WS-MF-Found(WS-File-Idx)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Move-Status NOT = '35'
           CLOSE MoveFile
       END-IF
       ADD WS-MF-Found(WS-File-Idx) TO WS-Total-Found
       MOVE WS-MF-Found(WS-File-Idx) TO WS-Count-Ed
       DISPLAY "  " WS-MF-Name(WS-File-Idx) " ...........: "
           WS-Count-Ed.

*> Does the record in MoveRec belong to the duplicate? A
*> non-numeric Ident (a short or damaged line) never does.
CHECK-RECORD-IDENT.
       MOVE 'N' TO WS-Rec-Matches
       MOVE WS-MF-Ident-Pos(WS-File-Idx) TO WS-Ident-Pos
       IF WS-MF-Header-Only(WS-File-Idx) = 'Y' AND
          MoveRec(1:1) NOT = '1'
           GO TO CHECK-RECORD-IDENT-EXIT
       END-IF
       IF MoveRec(WS-Ident-Pos:3) NUMERIC
           MOVE MoveRec(WS-Ident-Pos:3) TO WS-Rec-Ident
           IF WS-Rec-Ident = WS-Loser-Ident
               MOVE 'Y' TO WS-Rec-Matches
           END-IF
       END-IF.

CHECK-RECORD-IDENT-EXIT.
       EXIT.

COUNT-ORDER-HISTORY.
       MOVE 0 TO WS-Hist-Found
       MOVE 'N' TO WS-Hist-EOF
       OPEN INPUT OrdHistFile
       IF WS-Hist-Status NOT = '00'
           MOVE 'Y' TO WS-Hist-EOF
       ELSE
           MOVE ZEROES TO OH-Hist-Key
           START OrdHistFile KEY NOT < OH-Hist-Key
               INVALID KEY
                   MOVE 'Y' TO WS-Hist-EOF
           END-START
       END-IF
       PERFORM UNTIL WS-Hist-EOF = 'Y'
           READ OrdHistFile NEXT
               AT END MOVE 'Y' TO WS-Hist-EOF
               NOT AT END
                   IF OH-Cust-Ident = WS-Loser-Ident
                       ADD 1 TO WS-Hist-Found
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Hist-Status NOT = '35'
           CLOSE OrdHistFile
       END-IF
       ADD WS-Hist-Found TO WS-Total-Found
       MOVE WS-Hist-Found TO WS-Count-Ed
       DISPLAY "  ordhist.dat   ...........: " WS-Count-Ed.

*> Copy the file to custmrg.tmp with the duplicate's records moved
*> to the survivor, then copy it back. Each record moved is logged
*> as it stood before the change.
MOVE-FILE-RECORDS.
       IF WS-MF-Found(WS-File-Idx) = 0
           GO TO MOVE-FILE-RECORDS-EXIT
       END-IF
       MOVE WS-MF-Name(WS-File-Idx) TO WS-Move-Name
       MOVE 0 TO WS-Moved-Count
       MOVE 'N' TO WS-Move-EOF
       OPEN INPUT MoveFile
       IF WS-Move-Status NOT = '00'
           DISPLAY "Cannot read " WS-Move-Name " (status "
               WS-Move-Status ") - not moved"
           GO TO MOVE-FILE-RECORDS-EXIT
       END-IF
       OPEN OUTPUT MoveWork
       PERFORM UNTIL WS-Move-EOF = 'Y'
           READ MoveFile
               AT END MOVE 'Y' TO WS-Move-EOF
               NOT AT END
                   PERFORM CHECK-RECORD-IDENT THRU CHECK-RECORD-IDENT-EXIT
                   IF RecMatches
                       MOVE MoveRec TO ML-Image
                       PERFORM WRITE-MERGE-LOG
                       MOVE WS-Survivor-Ident TO WS-Rec-Ident
                       MOVE WS-Rec-Ident TO MoveRec(WS-Ident-Pos:3)
                       ADD 1 TO WS-Moved-Count
                   END-IF
                   WRITE MoveWorkRec FROM MoveRec
           END-READ
       END-PERFORM
       CLOSE MoveFile
       CLOSE MoveWork
       MOVE 'N' TO WS-Move-EOF
       OPEN INPUT MoveWork
       OPEN OUTPUT MoveFile
       PERFORM UNTIL WS-Move-EOF = 'Y'
           READ MoveWork
               AT END MOVE 'Y' TO WS-Move-EOF
               NOT AT END
                   WRITE MoveRec FROM MoveWorkRec
           END-READ
       END-PERFORM
       CLOSE MoveWork
       CLOSE MoveFile
       PERFORM AUDIT-FILE-MOVED.

MOVE-FILE-RECORDS-EXIT.
       EXIT.

*> ordhist.dat is keyed by order number and date, not customer, so
*> the whole file is browsed and the duplicate's orders rewritten
*> in place.
MOVE-ORDER-HISTORY.
       MOVE "ordhist.dat" TO WS-Move-Name
       MOVE 0 TO WS-Moved-Count
       MOVE 'N' TO WS-Hist-EOF
       OPEN I-O OrdHistFile
       IF WS-Hist-Status NOT = '00'
           DISPLAY "Cannot update ordhist.dat (status "
               WS-Hist-Status ") - not moved"
           MOVE 'Y' TO WS-Hist-EOF
       ELSE
           MOVE ZEROES TO OH-Hist-Key
           START OrdHistFile KEY NOT < OH-Hist-Key
               INVALID KEY
                   MOVE 'Y' TO WS-Hist-EOF
           END-START
       END-IF
       PERFORM UNTIL WS-Hist-EOF = 'Y'
           READ OrdHistFile NEXT
               AT END MOVE 'Y' TO WS-Hist-EOF
               NOT AT END
                   IF OH-Cust-Ident = WS-Loser-Ident
                       PERFORM MOVE-ONE-ORDER-HISTORY
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Hist-Status NOT = '35'
           CLOSE OrdHistFile
       END-IF
       PERFORM AUDIT-FILE-MOVED.

MOVE-ONE-ORDER-HISTORY.
       MOVE OrdHistRec TO ML-Image
       PERFORM WRITE-MERGE-LOG
       MOVE WS-Survivor-Ident TO OH-Cust-Ident
       REWRITE OrdHistRec
           INVALID KEY
               DISPLAY "Unable to move order " OH-Number " of "
                   OH-Date " (status " WS-Hist-Status ")"
           NOT INVALID KEY
               ADD 1 TO WS-Moved-Count
       END-REWRITE.

WRITE-MERGE-LOG.
       MOVE WS-Today TO ML-Date
       MOVE WS-Audit-Operator TO ML-Operator
       MOVE WS-Loser-Ident TO ML-From
       MOVE WS-Survivor-Ident TO ML-To
       MOVE WS-Move-Name TO ML-File
       WRITE MergeLogRec.

AUDIT-FILE-MOVED.
       ADD WS-Moved-Count TO WS-Total-Moved
       MOVE WS-Moved-Count TO WS-Count-Ed
       DISPLAY "  " WS-Move-Name " " WS-Count-Ed " record(s) moved"
       MOVE "MERGE" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING WS-Move-Name DELIMITED BY SPACE
           " " WS-Count-Ed " moved " WS-Loser-Ident ">"
           WS-Survivor-Ident DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

*> Re-read - the survivor was the last customer read - and mark
*> the duplicate retired, pointing at the survivor.
RETIRE-LOSER.
       MOVE WS-Loser-Ident TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               DISPLAY "Customer " WS-Loser-Ident " has gone from "
                   "custmast2.dat - not retired"
               MOVE 16 TO RETURN-CODE
           NOT INVALID KEY
               MOVE 'R' TO CUST-Status
               MOVE WS-Survivor-Ident TO CUST-Merged-Into
               MOVE WS-Today TO CUST-Retired-On
               REWRITE Customer
                   INVALID KEY
                       DISPLAY "Unable to retire customer " Ident
                           " (status " WS-Cust-Status ")"
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "Customer " Ident " retired - merged "
                           "into " WS-Survivor-Ident
                       MOVE "RETIRE" TO WS-Audit-Event
                       MOVE SPACES TO WS-Audit-Detail
                       STRING "Cust " Ident " merged into "
                           WS-Survivor-Ident
                           DELIMITED BY SIZE INTO WS-Audit-Detail
                       CALL "AUDITLOG" USING WS-Audit-Program,
                           WS-Audit-Operator, WS-Audit-Event,
                           WS-Audit-Detail
               END-REWRITE
       END-READ.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.
