       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PARTYMNT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Responsible-party maintenance: which customer account a
*> student's school fees are billed to. Activity, lab and trip fees
*> go through the same receivables as the shop's invoices, so each
*> student on the sorted roster student2.dat is linked to a family
*> or guardian Ident on custmast2.dat, kept on stuparty.dat (the
*> shared STUPARTY layout, one record per linked student). The
*> operator signs on through the shared OPERSIGN subroutine and can
*> Link a student (a new link, or a change of account - the
*> student is echoed back by name and the customer by a keyed READ
*> on custmast2.dat before anything is taken), Unlink one, Inquire
*> on a student, or list the Family of students billed to one
*> Ident. Fees already billed stay with the account they were
*> billed to; a change only steers the next FEEBILL run. Every
*> change is written to runaudit.txt with the old and new Ident.
*> The links ride in a table for the session and are written back
*> only if something changed.
*> October 15th 2026 - a customer retired by a CUSTMRG merge cannot
*> be linked to; the operator is told the Ident it was merged into.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> runs inquiry only and writes nothing back, unless a supervisor
*> overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PartyFile ASSIGN TO 'stuparty.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Party-Status.
       SELECT RosterFile ASSIGN TO 'student2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.

DATA DIVISION.
FILE SECTION.
FD PartyFile.
01 PartyRec.
       COPY STUPARTY.

FD RosterFile.
01 RosterRec.
       COPY STUDREC.

FD CustMastFile.
01 Customer.
       COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WS-Party-Status  PIC XX.
01 WS-Roster-Status PIC XX.
01 WS-Cust-Status   PIC XX.
01 WS-Party-EOF     PIC X VALUE 'N'.
01 WS-Roster-EOF    PIC X VALUE 'N'.
01 WS-Party-Table.
       02 WS-Party-Entry OCCURS 5000 TIMES.
           COPY STUPARTY REPLACING LEADING ==SP-== BY ==WS-PT-==.
01 WS-Party-Count      PIC 9(4) VALUE 0.
01 WS-Party-Read-Count PIC 9(6) VALUE 0.
01 WS-Party-Idx        PIC 9(4) VALUE 0.
01 WS-Party-Hit-Idx    PIC 9(4) VALUE 0.
01 WS-Party-Found      PIC X VALUE 'N'.
       88 PartyFound VALUE 'Y'.
01 WS-Stu-Table.
       02 WS-Stu-Entry OCCURS 5000 TIMES.
           03 WS-Stu-IDNum PIC 9(6).
           03 WS-Stu-Name  PIC X(30).
01 WS-Stu-Count     PIC 9(4) VALUE 0.
01 WS-Stu-Idx       PIC 9(4) VALUE 0.
01 WS-Stu-Hit-Idx   PIC 9(4) VALUE 0.
01 WS-Stu-Found     PIC X VALUE 'N'.
       88 StuFound VALUE 'Y'.
01 WS-Action      PIC X.
       88 ActionLink    VALUES 'L', 'l'.
       88 ActionUnlink  VALUES 'U', 'u'.
       88 ActionInquire VALUES 'I', 'i'.
       88 ActionFamily  VALUES 'F', 'f'.
       88 ActionQuit    VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed     PIC X VALUE 'N'.
       88 LinksChanged VALUE 'Y'.
01 WS-Stu-Entry-Text PIC X(6).
01 WS-Stu-Entry-Num REDEFINES WS-Stu-Entry-Text PIC 9(6).
01 WS-Stu-Entry-Valid PIC X VALUE 'N'.
       88 StuEntryOK VALUE 'Y'.
01 WS-Ident-Entry PIC X(3).
01 WS-Ident-Num REDEFINES WS-Ident-Entry PIC 9(3).
01 WS-Ident-Valid PIC X VALUE 'N'.
       88 IdentEntryOK VALUE 'Y'.
01 WS-Cust-On-File PIC X VALUE 'N'.
       88 CustOnFile VALUE 'Y'.
01 WS-Old-Ident   PIC 9(3) VALUE 0.
01 WS-Chk-Idx     PIC 99.
01 WS-Confirm     PIC X.
01 WS-Family-Count PIC 9(4) VALUE 0.
01 WS-Today       PIC 9(8).
01 WS-Batch-Lock  PIC X.
01 WS-Inquiry-Only PIC X VALUE 'N'.
       88 InquiryOnly VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "PARTYMNT".
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
           MOVE 'Y' TO WS-Inquiry-Only
           DISPLAY "Inquiry only until the batch stream has finished"
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       ACCEPT WS-Today FROM DATE YYYYMMDD
       PERFORM LOAD-STUDENTS
       PERFORM LOAD-PARTY-LINKS
       OPEN INPUT CustMastFile
       IF WS-Cust-Status NOT = '00'
           DISPLAY "Unable to open custmast2.dat (status "
               WS-Cust-Status ") - no accounts to link students to"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       DISPLAY "Student responsible-party maintenance - stuparty.dat"
       PERFORM UNTIL NOT MoreWork
           DISPLAY "Action - L(ink) U(nlink) I(nquire) F(amily) "
               "Q(uit): " WITH NO ADVANCING
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN InquiryOnly AND (ActionLink OR ActionUnlink)
                   DISPLAY "Inquiry only until the batch stream has finished"
               WHEN ActionLink
                   PERFORM LINK-STUDENT THRU LINK-STUDENT-EXIT
               WHEN ActionUnlink
                   PERFORM UNLINK-STUDENT THRU UNLINK-STUDENT-EXIT
               WHEN ActionInquire
                   PERFORM INQUIRE-STUDENT
               WHEN ActionFamily
                   PERFORM LIST-FAMILY
               WHEN OTHER
                   DISPLAY "Invalid action - enter L, U, I, F or Q"
           END-EVALUATE
       END-PERFORM
       CLOSE CustMastFile
       IF NOT InquiryOnly
           PERFORM WRITE-PARTY-LINKS
       END-IF
       DISPLAY "PARTYMNT finished"
       PERFORM END-OF-RUN.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-STUDENTS.
       OPEN INPUT RosterFile
       IF WS-Roster-Status NOT = '00'
           DISPLAY "Unable to open student2.dat (status "
               WS-Roster-Status ") - no students to link"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       PERFORM UNTIL WS-Roster-EOF = 'Y'
           READ RosterFile
               AT END MOVE 'Y' TO WS-Roster-EOF
               NOT AT END
                   IF WS-Stu-Count < 5000
                       ADD 1 TO WS-Stu-Count
                       MOVE STU-IDNum TO WS-Stu-IDNum(WS-Stu-Count)
                       MOVE STU-Name TO WS-Stu-Name(WS-Stu-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RosterFile.

*> A link file past the table refuses the session rather than drop
*> links on write-back - the OPERMNT rule. A missing file is a
*> school with nobody linked yet.
LOAD-PARTY-LINKS.
       OPEN INPUT PartyFile
       IF WS-Party-Status = '00'
           PERFORM UNTIL WS-Party-EOF = 'Y'
               READ PartyFile
                   AT END MOVE 'Y' TO WS-Party-EOF
                   NOT AT END
                       ADD 1 TO WS-Party-Read-Count
                       IF WS-Party-Count < 5000
                           ADD 1 TO WS-Party-Count
                           MOVE PartyRec TO
                               WS-Party-Entry(WS-Party-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PartyFile
       END-IF
       IF WS-Party-Read-Count > WS-Party-Count
           DISPLAY "stuparty.dat overflowed the link table - "
               "maintenance refused this session"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF.

*> The MARKENT student echo; Enter alone backs out.
GET-STUDENT.
       MOVE 'N' TO WS-Stu-Found
       MOVE 'N' TO WS-Stu-Entry-Valid
       PERFORM UNTIL StuEntryOK
           DISPLAY "Student ID (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-Stu-Entry-Text
           ACCEPT WS-Stu-Entry-Text
           IF WS-Stu-Entry-Text = SPACES
               MOVE 'Y' TO WS-Stu-Entry-Valid
           ELSE
               MOVE 'Y' TO WS-Stu-Entry-Valid
               PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                       UNTIL WS-Chk-Idx > 6
                   IF WS-Stu-Entry-Text(WS-Chk-Idx:1) < '0' OR
                      WS-Stu-Entry-Text(WS-Chk-Idx:1) > '9'
                       MOVE 'N' TO WS-Stu-Entry-Valid
                   END-IF
               END-PERFORM
               IF StuEntryOK
                   PERFORM FIND-STUDENT
                   IF StuFound
                       DISPLAY "  Student: "
                           WS-Stu-Name(WS-Stu-Hit-Idx)
                   ELSE
                       DISPLAY "Student " WS-Stu-Entry-Text
                           " not on student2.dat"
                   END-IF
               ELSE
                   DISPLAY "Invalid entry - enter exactly 6 digits"
               END-IF
           END-IF
       END-PERFORM
       IF StuFound
           PERFORM FIND-PARTY-LINK
       END-IF.

FIND-STUDENT.
       MOVE 'N' TO WS-Stu-Found
       PERFORM VARYING WS-Stu-Idx FROM 1 BY 1
               UNTIL WS-Stu-Idx > WS-Stu-Count OR StuFound
           IF WS-Stu-IDNum(WS-Stu-Idx) = WS-Stu-Entry-Num
               MOVE 'Y' TO WS-Stu-Found
               MOVE WS-Stu-Idx TO WS-Stu-Hit-Idx
           END-IF
       END-PERFORM.

FIND-PARTY-LINK.
       MOVE 'N' TO WS-Party-Found
       PERFORM VARYING WS-Party-Idx FROM 1 BY 1
               UNTIL WS-Party-Idx > WS-Party-Count OR PartyFound
           IF WS-PT-IDNum(WS-Party-Idx) = WS-Stu-Entry-Num
               MOVE 'Y' TO WS-Party-Found
               MOVE WS-Party-Idx TO WS-Party-Hit-Idx
           END-IF
       END-PERFORM.

*> The customer is echoed back by name off a keyed READ, as ORDENT
*> echoes the customer on an order.
GET-CUSTOMER.
       MOVE 'N' TO WS-Cust-On-File
       MOVE 'N' TO WS-Ident-Valid
       PERFORM UNTIL IdentEntryOK
           DISPLAY "Responsible party customer Ident (3 digits): "
               WITH NO ADVANCING
           ACCEPT WS-Ident-Entry
           MOVE 'Y' TO WS-Ident-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 3
               IF WS-Ident-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Ident-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Ident-Valid
               END-IF
           END-PERFORM
           IF NOT IdentEntryOK
               DISPLAY "Invalid entry - enter exactly 3 digits"
           END-IF
       END-PERFORM
       MOVE WS-Ident-Num TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               DISPLAY "Customer " WS-Ident-Entry
                   " not on custmast2.dat - add the account through "
                   "CUSTMNT first"
           NOT INVALID KEY
               IF CUST-Retired
                   DISPLAY "Customer " WS-Ident-Entry
                       " is retired - merged into customer "
                       CUST-Merged-Into
               ELSE
                   MOVE 'Y' TO WS-Cust-On-File
                   DISPLAY "  Customer: " CustName " " CUST-City " "
                       CUST-State
               END-IF
       END-READ.

LINK-STUDENT.
       PERFORM GET-STUDENT
       IF NOT StuFound
           GO TO LINK-STUDENT-EXIT
       END-IF
       MOVE 0 TO WS-Old-Ident
       IF PartyFound
           MOVE WS-PT-Cust-Ident(WS-Party-Hit-Idx) TO WS-Old-Ident
           PERFORM DISPLAY-PARTY-LINK
       ELSE
           IF WS-Party-Count >= 5000
               DISPLAY "Link table is full - cannot link"
               GO TO LINK-STUDENT-EXIT
           END-IF
       END-IF
       PERFORM GET-CUSTOMER
       IF NOT CustOnFile
           GO TO LINK-STUDENT-EXIT
       END-IF
       IF PartyFound AND WS-Ident-Num = WS-Old-Ident
           DISPLAY "Student is already linked to customer "
               WS-Ident-Entry " - nothing changed"
           GO TO LINK-STUDENT-EXIT
       END-IF
       DISPLAY "Bill " WS-Stu-Name(WS-Stu-Hit-Idx) " fees to "
           CustName " (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Link cancelled"
           GO TO LINK-STUDENT-EXIT
       END-IF
       IF NOT PartyFound
           ADD 1 TO WS-Party-Count
           MOVE WS-Party-Count TO WS-Party-Hit-Idx
           MOVE WS-Stu-Entry-Num TO WS-PT-IDNum(WS-Party-Hit-Idx)
       END-IF
       MOVE WS-Ident-Num TO WS-PT-Cust-Ident(WS-Party-Hit-Idx)
       MOVE WS-Today TO WS-PT-Linked-On(WS-Party-Hit-Idx)
       MOVE WS-Operator-ID TO WS-PT-Linked-By(WS-Party-Hit-Idx)
       MOVE 'Y' TO WS-Changed
       MOVE SPACES TO WS-Audit-Detail
       IF PartyFound
           MOVE "CHANGE" TO WS-Audit-Event
           STRING "Student " WS-Stu-Entry-Text " party " WS-Old-Ident
               " to " WS-Ident-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           DISPLAY "Student " WS-Stu-Entry-Text " moved to customer "
               WS-Ident-Entry
       ELSE
           MOVE "ADD" TO WS-Audit-Event
           STRING "Student " WS-Stu-Entry-Text " linked to party "
               WS-Ident-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           DISPLAY "Student " WS-Stu-Entry-Text " linked to customer "
               WS-Ident-Entry
       END-IF
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

LINK-STUDENT-EXIT.
       EXIT.

UNLINK-STUDENT.
       PERFORM GET-STUDENT
       IF NOT StuFound
           GO TO UNLINK-STUDENT-EXIT
       END-IF
       IF NOT PartyFound
           DISPLAY "Student " WS-Stu-Entry-Text
               " has no responsible party"
           GO TO UNLINK-STUDENT-EXIT
       END-IF
       PERFORM DISPLAY-PARTY-LINK
       DISPLAY "Unlink - fees will not be billed until relinked "
           "(Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Unlink cancelled"
           GO TO UNLINK-STUDENT-EXIT
       END-IF
       MOVE WS-PT-Cust-Ident(WS-Party-Hit-Idx) TO WS-Old-Ident
       PERFORM VARYING WS-Party-Idx FROM WS-Party-Hit-Idx BY 1
               UNTIL WS-Party-Idx >= WS-Party-Count
           MOVE WS-Party-Entry(WS-Party-Idx + 1) TO
               WS-Party-Entry(WS-Party-Idx)
       END-PERFORM
       SUBTRACT 1 FROM WS-Party-Count
       MOVE 'Y' TO WS-Changed
       DISPLAY "Student " WS-Stu-Entry-Text " unlinked"
       MOVE "DELETE" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Student " WS-Stu-Entry-Text " unlinked from "
           WS-Old-Ident
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

UNLINK-STUDENT-EXIT.
       EXIT.

INQUIRE-STUDENT.
       PERFORM GET-STUDENT
       IF StuFound
           IF PartyFound
               PERFORM DISPLAY-PARTY-LINK
           ELSE
               DISPLAY "  No responsible party - fees are not billed"
           END-IF
       END-IF.

DISPLAY-PARTY-LINK.
       MOVE WS-PT-Cust-Ident(WS-Party-Hit-Idx) TO Ident
       READ CustMastFile
           KEY IS Ident
           INVALID KEY
               MOVE "(not on customer master)" TO CustName
       END-READ
       DISPLAY "  Billed to.: " WS-PT-Cust-Ident(WS-Party-Hit-Idx)
           " " CustName
       DISPLAY "  Linked....: " WS-PT-Linked-On(WS-Party-Hit-Idx)
           " by " WS-PT-Linked-By(WS-Party-Hit-Idx).

LIST-FAMILY.
       PERFORM GET-CUSTOMER
       MOVE 0 TO WS-Family-Count
       PERFORM VARYING WS-Party-Idx FROM 1 BY 1
               UNTIL WS-Party-Idx > WS-Party-Count
           IF WS-PT-Cust-Ident(WS-Party-Idx) = WS-Ident-Num
               ADD 1 TO WS-Family-Count
               MOVE WS-PT-IDNum(WS-Party-Idx) TO WS-Stu-Entry-Num
               PERFORM FIND-STUDENT
               IF StuFound
                   DISPLAY "    " WS-PT-IDNum(WS-Party-Idx) " "
                       WS-Stu-Name(WS-Stu-Hit-Idx)
               ELSE
                   DISPLAY "    " WS-PT-IDNum(WS-Party-Idx)
                       " (no longer on student2.dat)"
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "  " WS-Family-Count " student(s) billed to "
           WS-Ident-Entry.

WRITE-PARTY-LINKS.
       IF LinksChanged
           OPEN OUTPUT PartyFile
           PERFORM VARYING WS-Party-Idx FROM 1 BY 1
                   UNTIL WS-Party-Idx > WS-Party-Count
               MOVE WS-Party-Entry(WS-Party-Idx) TO PartyRec
               WRITE PartyRec
           END-PERFORM
           CLOSE PartyFile
           DISPLAY "stuparty.dat written back - " WS-Party-Count
               " link(s)"
       END-IF.
