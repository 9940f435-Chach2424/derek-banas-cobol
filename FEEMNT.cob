       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FEEMNT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Maintenance for the school fee schedule feesched.dat (the shared
*> FEESCHED layout) that FEEBILL bills from - one entry per fee
*> code and grade, 99 standing for every grade, with what the
*> invoice calls the fee, its amount and the dates it is billed
*> between. The OPERMNT treatment, restricted to supervisors since
*> it sets what families are charged (a clerk's sign-on is refused
*> and the refusal audited): Add, Change, Delete, Inquire, or List
*> the schedule, with a duplicate check on fee code and grade.
*> Every change goes to runaudit.txt. Changing an entry's amount
*> does not touch fees already billed; moving its bill-from date
*> forward bills it again to every student in the grade. The
*> schedule rides in a table for the session and is written back
*> only if something changed.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> runs inquiry only and writes nothing back, unless a supervisor
*> overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT FeeSchedFile ASSIGN TO 'feesched.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Fee-Status.

DATA DIVISION.
FILE SECTION.
FD FeeSchedFile.
01 FeeSchedRec.
       COPY FEESCHED.

WORKING-STORAGE SECTION.
01 WS-Fee-Status  PIC XX.
01 WS-Fee-EOF     PIC X VALUE 'N'.
01 WS-Fee-Table.
       02 WS-Fee-Entry OCCURS 200 TIMES.
           COPY FEESCHED REPLACING LEADING ==FS-== BY ==WS-FT-==.
01 WS-Fee-Count      PIC 9(3) VALUE 0.
01 WS-Fee-Read-Count PIC 9(6) VALUE 0.
01 WS-Fee-Idx        PIC 9(3) VALUE 0.
01 WS-Fee-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Fee-Found      PIC X VALUE 'N'.
       88 FeeFound VALUE 'Y'.
01 WS-Action      PIC X.
       88 ActionAdd     VALUES 'A', 'a'.
       88 ActionChange  VALUES 'C', 'c'.
       88 ActionDelete  VALUES 'D', 'd'.
       88 ActionInquire VALUES 'I', 'i'.
       88 ActionList    VALUES 'L', 'l'.
       88 ActionQuit    VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed     PIC X VALUE 'N'.
       88 ScheduleChanged VALUE 'Y'.
01 WS-Code-Entry  PIC X(6).
01 WS-Grade-Entry PIC X(2).
01 WS-Grade-Num REDEFINES WS-Grade-Entry PIC 99.
01 WS-Grade-Valid PIC X VALUE 'N'.
       88 GradeEntryOK VALUE 'Y'.
01 WS-Desc-Entry  PIC X(20).
01 WS-Amount-Entry PIC X(7).
01 WS-Amount-Num REDEFINES WS-Amount-Entry PIC 9(5)V99.
01 WS-Amount-Valid PIC X VALUE 'N'.
       88 AmountEntryOK VALUE 'Y'.
01 WS-Date-Entry  PIC X(8).
01 WS-Date-Num REDEFINES WS-Date-Entry PIC 9(8).
01 WS-Date-Valid  PIC X VALUE 'N'.
       88 DateEntryOK VALUE 'Y'.
01 WS-From-Date   PIC 9(8) VALUE 0.
01 WS-Until-Date  PIC 9(8) VALUE 0.
01 WS-Chk-Idx     PIC 99.
01 WS-Confirm     PIC X.
01 WS-Money-Ed    PIC $$$,$$9.99.
01 WS-Batch-Lock  PIC X.
01 WS-Inquiry-Only PIC X VALUE 'N'.
       88 InquiryOnly VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "FEEMNT".
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
       IF NOT OperSupervisor
           DISPLAY "Fee schedule maintenance REFUSED - supervisor "
               "sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Session attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       PERFORM LOAD-FEE-SCHEDULE
       DISPLAY "School fee schedule maintenance - feesched.dat"
       PERFORM UNTIL NOT MoreWork
           DISPLAY "Action - A(dd) C(hange) D(elete) I(nquire) "
               "L(ist) Q(uit): " WITH NO ADVANCING
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN InquiryOnly AND (ActionAdd OR ActionChange OR ActionDelete)
                   DISPLAY "Inquiry only until the batch stream has finished"
               WHEN ActionAdd
                   PERFORM ADD-FEE THRU ADD-FEE-EXIT
               WHEN ActionChange
                   PERFORM CHANGE-FEE
               WHEN ActionDelete
                   PERFORM DELETE-FEE
               WHEN ActionInquire
                   PERFORM INQUIRE-FEE
               WHEN ActionList
                   PERFORM LIST-FEE-SCHEDULE
               WHEN OTHER
                   DISPLAY "Invalid action - enter A, C, D, I, L or Q"
           END-EVALUATE
       END-PERFORM
       IF NOT InquiryOnly
           PERFORM WRITE-FEE-SCHEDULE
       END-IF
       DISPLAY "FEEMNT finished"
       PERFORM END-OF-RUN.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> A schedule past 200 entries refuses the session rather than
*> drop entries on write-back. A missing file is an empty schedule.
LOAD-FEE-SCHEDULE.
       OPEN INPUT FeeSchedFile
       IF WS-Fee-Status = '00'
           PERFORM UNTIL WS-Fee-EOF = 'Y'
               READ FeeSchedFile
                   AT END MOVE 'Y' TO WS-Fee-EOF
                   NOT AT END
                       ADD 1 TO WS-Fee-Read-Count
                       IF WS-Fee-Count < 200
                           ADD 1 TO WS-Fee-Count
                           MOVE FeeSchedRec TO
                               WS-Fee-Entry(WS-Fee-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeeSchedFile
       END-IF
       IF WS-Fee-Read-Count > WS-Fee-Count
           DISPLAY "feesched.dat overflowed the schedule table - "
               "maintenance refused this session"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF.

*> Fee code and grade identify an entry.
GET-FEE-KEY.
       DISPLAY "Fee code (up to 6 characters): " WITH NO ADVANCING
       MOVE SPACES TO WS-Code-Entry
       ACCEPT WS-Code-Entry
       INSPECT WS-Code-Entry CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE 'N' TO WS-Grade-Valid
       PERFORM UNTIL GradeEntryOK
           DISPLAY "Grade (00 kindergarten to 12, 99 every grade): "
               WITH NO ADVANCING
           ACCEPT WS-Grade-Entry
           MOVE 'Y' TO WS-Grade-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 2
               IF WS-Grade-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Grade-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Grade-Valid
               END-IF
           END-PERFORM
           IF GradeEntryOK
               IF WS-Grade-Num > 12 AND WS-Grade-Num NOT = 99
                   MOVE 'N' TO WS-Grade-Valid
               END-IF
           END-IF
           IF NOT GradeEntryOK
               DISPLAY "Invalid entry - 2 digits, 00 to 12 or 99"
           END-IF
       END-PERFORM
       PERFORM FIND-FEE.

FIND-FEE.
       MOVE 'N' TO WS-Fee-Found
       PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
               UNTIL WS-Fee-Idx > WS-Fee-Count OR FeeFound
           IF WS-FT-Fee-Code(WS-Fee-Idx) = WS-Code-Entry AND
              WS-FT-Grade(WS-Fee-Idx) = WS-Grade-Num
               MOVE 'Y' TO WS-Fee-Found
               MOVE WS-Fee-Idx TO WS-Fee-Hit-Idx
           END-IF
       END-PERFORM.

GET-FEE-FIELDS.
       DISPLAY "Description on the invoice: " WITH NO ADVANCING
       ACCEPT WS-Desc-Entry
       PERFORM GET-FEE-AMOUNT
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "Bill from (YYYYMMDD): " WITH NO ADVANCING
           PERFORM GET-FEE-DATE
           IF WS-Date-Entry = SPACES
               MOVE 'N' TO WS-Date-Valid
           END-IF
           IF NOT DateEntryOK
               DISPLAY "Invalid entry - 8 digits, YYYYMMDD"
           END-IF
       END-PERFORM
       MOVE WS-Date-Num TO WS-From-Date
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "Bill until (YYYYMMDD, Enter for no closing date): "
               WITH NO ADVANCING
           PERFORM GET-FEE-DATE
           IF WS-Date-Entry = SPACES
               MOVE ZEROES TO WS-Date-Num
           ELSE
               IF DateEntryOK AND WS-Date-Num < WS-From-Date
                   MOVE 'N' TO WS-Date-Valid
               END-IF
           END-IF
           IF NOT DateEntryOK
               DISPLAY "Invalid entry - 8 digits, YYYYMMDD, not "
                   "before the bill-from date"
           END-IF
       END-PERFORM
       MOVE WS-Date-Num TO WS-Until-Date.

*> WS-Amount-Num is a REDEFINES of the entry, so every position
*> must hold a digit - the GLJE amount rule; a fee of nothing is
*> not a fee.
GET-FEE-AMOUNT.
       MOVE 'N' TO WS-Amount-Valid
       PERFORM UNTIL AmountEntryOK
           DISPLAY "Amount, 7 digits with pennies as the last 2 "
               "(e.g. 0012550 for $125.50): " WITH NO ADVANCING
           ACCEPT WS-Amount-Entry
           MOVE 'Y' TO WS-Amount-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 7
               IF WS-Amount-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Amount-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Amount-Valid
               END-IF
           END-PERFORM
           IF AmountEntryOK AND WS-Amount-Entry = '0000000'
               MOVE 'N' TO WS-Amount-Valid
           END-IF
           IF NOT AmountEntryOK
               DISPLAY "Invalid entry - 7 digits, not all zero"
           END-IF
       END-PERFORM.

GET-FEE-DATE.
       MOVE SPACES TO WS-Date-Entry
       ACCEPT WS-Date-Entry
       MOVE 'Y' TO WS-Date-Valid
       IF WS-Date-Entry NOT = SPACES
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 8
               IF WS-Date-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Date-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Date-Valid
               END-IF
           END-PERFORM
           IF DateEntryOK
               IF WS-Date-Entry(5:2) < '01' OR
                  WS-Date-Entry(5:2) > '12' OR
                  WS-Date-Entry(7:2) < '01' OR
                  WS-Date-Entry(7:2) > '31'
                   MOVE 'N' TO WS-Date-Valid
               END-IF
           END-IF
       END-IF.

ADD-FEE.
       PERFORM GET-FEE-KEY
       IF WS-Code-Entry = SPACES
           DISPLAY "Fee code cannot be blank"
           GO TO ADD-FEE-EXIT
       END-IF
       IF FeeFound
           DISPLAY "Fee " WS-Code-Entry " grade " WS-Grade-Entry
               " is already on the schedule - change it instead"
           GO TO ADD-FEE-EXIT
       END-IF
       IF WS-Fee-Count >= 200
           DISPLAY "Fee schedule table is full - cannot add"
           GO TO ADD-FEE-EXIT
       END-IF
       PERFORM GET-FEE-FIELDS
       ADD 1 TO WS-Fee-Count
       MOVE WS-Fee-Count TO WS-Fee-Hit-Idx
       MOVE WS-Code-Entry TO WS-FT-Fee-Code(WS-Fee-Hit-Idx)
       MOVE WS-Grade-Num TO WS-FT-Grade(WS-Fee-Hit-Idx)
       PERFORM STORE-FEE-FIELDS
       DISPLAY "Fee " WS-Code-Entry " grade " WS-Grade-Entry " added"
       MOVE "ADD" TO WS-Audit-Event
       PERFORM AUDIT-FEE-CHANGE.

ADD-FEE-EXIT.
       EXIT.

CHANGE-FEE.
       PERFORM GET-FEE-KEY
       IF NOT FeeFound
           DISPLAY "Fee " WS-Code-Entry " grade " WS-Grade-Entry
               " not on the schedule"
       ELSE
           PERFORM DISPLAY-FEE
           PERFORM GET-FEE-FIELDS
           PERFORM STORE-FEE-FIELDS
           DISPLAY "Fee " WS-Code-Entry " grade " WS-Grade-Entry
               " changed"
           MOVE "CHANGE" TO WS-Audit-Event
           PERFORM AUDIT-FEE-CHANGE
       END-IF.

STORE-FEE-FIELDS.
       MOVE WS-Desc-Entry TO WS-FT-Description(WS-Fee-Hit-Idx)
       MOVE WS-Amount-Num TO WS-FT-Amount(WS-Fee-Hit-Idx)
       MOVE WS-From-Date TO WS-FT-Bill-From(WS-Fee-Hit-Idx)
       MOVE WS-Until-Date TO WS-FT-Bill-Until(WS-Fee-Hit-Idx)
       MOVE 'Y' TO WS-Changed.

AUDIT-FEE-CHANGE.
       MOVE WS-Amount-Num TO WS-Money-Ed
       MOVE SPACES TO WS-Audit-Detail
       STRING "Fee " WS-Code-Entry " grade " WS-Grade-Entry " "
           WS-Money-Ed " from " WS-From-Date
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

DELETE-FEE.
       PERFORM GET-FEE-KEY
       IF NOT FeeFound
           DISPLAY "Fee " WS-Code-Entry " grade " WS-Grade-Entry
               " not on the schedule"
       ELSE
           PERFORM DISPLAY-FEE
           DISPLAY "Delete this fee (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               PERFORM VARYING WS-Fee-Idx FROM WS-Fee-Hit-Idx BY 1
                       UNTIL WS-Fee-Idx >= WS-Fee-Count
                   MOVE WS-Fee-Entry(WS-Fee-Idx + 1) TO
                       WS-Fee-Entry(WS-Fee-Idx)
               END-PERFORM
               SUBTRACT 1 FROM WS-Fee-Count
               MOVE 'Y' TO WS-Changed
               DISPLAY "Fee " WS-Code-Entry " grade " WS-Grade-Entry
                   " deleted"
               MOVE "DELETE" TO WS-Audit-Event
               MOVE SPACES TO WS-Audit-Detail
               STRING "Fee deleted: " WS-Code-Entry " grade "
                   WS-Grade-Entry
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               CALL "AUDITLOG" USING WS-Audit-Program,
                   WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           ELSE
               DISPLAY "Delete cancelled"
           END-IF
       END-IF.

INQUIRE-FEE.
       PERFORM GET-FEE-KEY
       IF FeeFound
           PERFORM DISPLAY-FEE
       ELSE
           DISPLAY "Fee " WS-Code-Entry " grade " WS-Grade-Entry
               " not on the schedule"
       END-IF.

DISPLAY-FEE.
       MOVE WS-FT-Amount(WS-Fee-Hit-Idx) TO WS-Money-Ed
       DISPLAY "  Fee.........: " WS-FT-Fee-Code(WS-Fee-Hit-Idx)
           "  grade " WS-FT-Grade(WS-Fee-Hit-Idx)
       DISPLAY "  Description.: " WS-FT-Description(WS-Fee-Hit-Idx)
       DISPLAY "  Amount......: " WS-Money-Ed
       DISPLAY "  Bill from...: " WS-FT-Bill-From(WS-Fee-Hit-Idx)
           "  until " WS-FT-Bill-Until(WS-Fee-Hit-Idx).

LIST-FEE-SCHEDULE.
       PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
               UNTIL WS-Fee-Idx > WS-Fee-Count
           MOVE WS-FT-Amount(WS-Fee-Idx) TO WS-Money-Ed
           DISPLAY "  " WS-FT-Fee-Code(WS-Fee-Idx) " gr "
               WS-FT-Grade(WS-Fee-Idx) " "
               WS-FT-Description(WS-Fee-Idx) " " WS-Money-Ed " "
               WS-FT-Bill-From(WS-Fee-Idx) "-"
               WS-FT-Bill-Until(WS-Fee-Idx)
       END-PERFORM
       DISPLAY "  " WS-Fee-Count " fee(s) on the schedule".

WRITE-FEE-SCHEDULE.
       IF ScheduleChanged
           OPEN OUTPUT FeeSchedFile
           PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
                   UNTIL WS-Fee-Idx > WS-Fee-Count
               MOVE WS-Fee-Entry(WS-Fee-Idx) TO FeeSchedRec
               WRITE FeeSchedRec
           END-PERFORM
           CLOSE FeeSchedFile
           DISPLAY "feesched.dat written back - " WS-Fee-Count
               " fee(s)"
       END-IF.
