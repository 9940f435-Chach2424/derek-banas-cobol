*> but is loud: it spells out what the delete orphans, and the
*> override is written to runaudit.txt under the signed-on
*> operator.
*> October 15th 2026 - an installment written off as bad debt
*> (IN-Paid-Flag 'W', set by WRITEOFF) is closed, the same as a
*> paid one.
*> October 15th 2026 - an installment superseded by a payment plan
*> (IN-Paid-Flag 'S', set by PAYPLAN) is closed too; paid, written
*> off and superseded are now one level-88 closed condition.
*> October 15th 2026 - a customer retired by a CUSTMRG merge shows
*> the Ident it was merged into (on Inquire, Change, Delete and in
*> a name search) and can no longer be changed; a new customer is
*> added active.
*> October 15th 2026 - every field a Change alters is written to
*> the shared chghist.dat through CHGLOG, the value before and
*> after under the signed-on operator, once the rewrite has landed.
*> October 15th 2026 - each add, credit limit change and delete is
*> logged through MASTLOG as its change to the customer master's
*> control totals, for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> runs inquiry only and writes nothing back, unless a supervisor
*> overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 IN-Due-Date     PIC 9(8).
       02 IN-Amount       PIC 9(8)V99.
       02 IN-Paid-Flag    PIC X.
           88 InstClosed VALUES 'Y', 'W', 'S'.
       02 IN-Invoice-Number PIC 9(6).

WORKING-STORAGE SECTION.
       02 FILLER PIC 99 VALUE 31.
01 WS-Days-Table-R REDEFINES WS-Days-Table.
       02 WS-Days-In-Month PIC 99 OCCURS 12 TIMES.
01 WS-Batch-Lock  PIC X.
01 WS-Inquiry-Only PIC X VALUE 'N'.
       88 InquiryOnly VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "CUSTMNT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
*> The record as read, before Change keys over it, for the
*> field-by-field change history.
01 WS-Before-Customer.
       COPY CUSTREC REPLACING LEADING ==Ident== BY ==WS-Bef-Ident==
           LEADING ==CustName== BY ==WS-Bef-CustName==
           LEADING ==DateOfBirth== BY ==WS-Bef-DateOfBirth==
           LEADING ==MOB== BY ==WS-Bef-MOB==
           LEADING ==DOB== BY ==WS-Bef-DOB==
           LEADING ==YOB== BY ==WS-Bef-YOB==
           LEADING ==CUST-== BY ==WS-Bef-==.
01 WS-Chg-Master    PIC X(4) VALUE "CUST".
01 WS-Chg-Key       PIC X(10).
01 WS-Chg-Field     PIC X(16).
01 WS-Chg-Old       PIC X(30).
01 WS-Chg-New       PIC X(30).
01 WS-Mast-Code     PIC X(4) VALUE "CUST".
01 WS-Mast-Kind     PIC X VALUE 'D'.
01 WS-Mast-Change.
       COPY MASTTOT.

PROCEDURE DIVISION.
MAIN-LOGIC.
           STOP RUN
       END-IF
       MOVE WS-Operator-ID TO WS-Audit-Operator
       CALL "BATCHCHK" USING WS-Audit-Program, WS-Operator-ID,
           WS-Operator-Role, WS-Batch-Lock
       IF WS-Batch-Lock = 'L'
           MOVE 'Y' TO WS-Inquiry-Only
           DISPLAY "Inquiry only until the batch stream has finished"
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN InquiryOnly AND (ActionAdd OR ActionChange OR ActionDelete)
                   DISPLAY "Inquiry only until the batch stream has finished"
               WHEN ActionAdd
                   PERFORM ADD-CUSTOMER
               WHEN ActionChange

*> Same first-ever-run failover coboltut2's STORE-CUSTOMER uses: a
*> status of 35 just means custmast2.dat doesn't exist yet, so it
*> is created empty and reopened I-O. An inquiry-only session
*> opens it INPUT.
OPEN-CUSTOMER-MASTER.
       IF InquiryOnly
           OPEN INPUT CustMastFile
       ELSE
           OPEN I-O CustMastFile
           IF WS-Cust-Status = '35'
               OPEN OUTPUT CustMastFile
               CLOSE CustMastFile
               OPEN I-O CustMastFile
           END-IF
       END-IF
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
           DISPLAY "Customer " Ident " already on file: " CustName
       ELSE
           PERFORM GET-CUSTOMER-FIELDS
           MOVE SPACE TO CUST-Status
           MOVE ZEROES TO CUST-Merged-Into
           MOVE ZEROES TO CUST-Retired-On
           WRITE Customer
               INVALID KEY
                   DISPLAY "Unable to add customer " Ident
                       " (status " WS-Cust-Status ")"
               NOT INVALID KEY
                   DISPLAY "Customer " Ident " added"
                   MOVE 1 TO MS-Count
                   MOVE Ident TO MS-Key-Hash
                   MOVE CUST-Credit-Limit TO MS-Amt-Hash
                   PERFORM WRITE-MASTER-CHANGE
           END-WRITE
       END-IF.

           DISPLAY "Customer " WS-Ident-Entry " not on file"
       ELSE
           PERFORM DISPLAY-CUSTOMER
           IF CUST-Retired
               DISPLAY "Change REFUSED - customer " Ident
                   " is retired; change customer " CUST-Merged-Into
                   " instead"
           ELSE
               MOVE Customer TO WS-Before-Customer
               PERFORM GET-CUSTOMER-FIELDS
               PERFORM REWRITE-CUSTOMER
           END-IF
       END-IF.

REWRITE-CUSTOMER.
       REWRITE Customer
           INVALID KEY
               DISPLAY "Unable to change customer " Ident
                   " (status " WS-Cust-Status ")"
           NOT INVALID KEY
               DISPLAY "Customer " Ident " changed"
               PERFORM LOG-CUSTOMER-CHANGES
               IF WS-Bef-Credit-Limit IS NOT NUMERIC
                   MOVE 0 TO WS-Bef-Credit-Limit
               END-IF
               IF CUST-Credit-Limit NOT = WS-Bef-Credit-Limit
                   MOVE 0 TO MS-Count
                   MOVE 0 TO MS-Key-Hash
                   COMPUTE MS-Amt-Hash =
                       CUST-Credit-Limit - WS-Bef-Credit-Limit
                   PERFORM WRITE-MASTER-CHANGE
               END-IF
       END-REWRITE.

*> One chghist.dat line per field the Change actually moved; a
*> field keyed back the same is not a change.
LOG-CUSTOMER-CHANGES.
       MOVE SPACES TO WS-Chg-Key
       MOVE Ident TO WS-Chg-Key
       IF CustName NOT = WS-Bef-CustName
           MOVE "NAME" TO WS-Chg-Field
           MOVE WS-Bef-CustName TO WS-Chg-Old
           MOVE CustName TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF DateOfBirth NOT = WS-Bef-DateOfBirth
           MOVE "DATE-OF-BIRTH" TO WS-Chg-Field
           MOVE WS-Bef-DateOfBirth TO WS-Chg-Old
           MOVE DateOfBirth TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF CUST-Credit-Limit NOT = WS-Bef-Credit-Limit
           MOVE "CREDIT-LIMIT" TO WS-Chg-Field
           MOVE WS-Bef-Credit-Limit TO WS-Limit-Ed
           MOVE WS-Limit-Ed TO WS-Chg-Old
           MOVE CUST-Credit-Limit TO WS-Limit-Ed
           MOVE WS-Limit-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF CUST-Street NOT = WS-Bef-Street
           MOVE "STREET" TO WS-Chg-Field
           MOVE WS-Bef-Street TO WS-Chg-Old
           MOVE CUST-Street TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF CUST-City NOT = WS-Bef-City
           MOVE "CITY" TO WS-Chg-Field
           MOVE WS-Bef-City TO WS-Chg-Old
           MOVE CUST-City TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF CUST-State NOT = WS-Bef-State
           MOVE "STATE" TO WS-Chg-Field
           MOVE WS-Bef-State TO WS-Chg-Old
           MOVE CUST-State TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF CUST-Zip NOT = WS-Bef-Zip
           MOVE "ZIP" TO WS-Chg-Field
           MOVE WS-Bef-Zip TO WS-Chg-Old
           MOVE CUST-Zip TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF CUST-Phone NOT = WS-Bef-Phone
           MOVE "PHONE" TO WS-Chg-Field
           MOVE WS-Bef-Phone TO WS-Chg-Old
           MOVE CUST-Phone TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF.

WRITE-CHANGE-HISTORY.
       CALL "CHGLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Chg-Master, WS-Chg-Key, WS-Chg-Field, WS-Chg-Old,
           WS-Chg-New.

*> A customer with open business cannot be quietly deleted: the
*> next ORDEDIT run would reject their orders as orphans and the
*> receivable would have no owner. The counts are taken fresh per
       EXIT.

DELETE-CUSTOMER-RECORD.
       MOVE -1 TO MS-Count
       COMPUTE MS-Key-Hash = 0 - Ident
       MOVE 0 TO MS-Amt-Hash
       IF CUST-Credit-Limit IS NUMERIC
           COMPUTE MS-Amt-Hash = 0 - CUST-Credit-Limit
       END-IF
       DELETE CustMastFile
           INVALID KEY
               DISPLAY "Unable to delete customer " Ident
                   " (status " WS-Cust-Status ")"
           NOT INVALID KEY
               DISPLAY "Customer " Ident " deleted"
               PERFORM WRITE-MASTER-CHANGE
       END-DELETE.

*> The record's effect on the customer master's control totals,
*> so the nightly master check can tell it from an outside edit.
WRITE-MASTER-CHANGE.
       CALL "MASTLOG" USING WS-Audit-Program, WS-Mast-Code,
           WS-Mast-Kind, WS-Mast-Change.

*> Orders waiting in orders.dat and unpaid installments on
*> openinst.dat under this Ident. Either file missing just means
*> nothing outstanding on that side.
               AT END MOVE 'Y' TO WS-Inst-EOF
               NOT AT END
                   IF IN-Cust-Ident = Ident AND
                      NOT InstClosed
                       ADD 1 TO WS-Open-Inst-Count
                   END-IF
           END-READ
       DISPLAY "  Street........: " CUST-Street
       DISPLAY "  City/State/Zip: " CUST-City " " CUST-State " "
           CUST-Zip
       DISPLAY "  Phone.........: " CUST-Phone
       IF CUST-Retired
           DISPLAY "  *** RETIRED " CUST-Retired-On
               " - merged into customer " CUST-Merged-Into " ***"
       END-IF.

*> Browses the whole master in Ident order (START at the low end of
*> the key, then READ NEXT to end of file) and shows every customer
                       PERFORM MATCH-CUSTOMER-NAME
                       IF SearchHit
                           ADD 1 TO WS-Search-Count
                           IF CUST-Retired
                               DISPLAY "  " Ident " " CustName " "
                                   MOB "/" DOB "/" YOB
                                   " (retired - see " CUST-Merged-Into
                                   ")"
                           ELSE
                               DISPLAY "  " Ident " " CustName " "
                                   MOB "/" DOB "/" YOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
