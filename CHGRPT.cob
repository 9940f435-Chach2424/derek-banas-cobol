       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGRPT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Change history report over the shared chghist.dat that CUSTMNT,
*> PRODMNT, EMPUPD and VOTERMNT write through CHGLOG - the report
*> the auditors ask for on credit limits, prices and pay rates.
*> Run by hand, supervisor sign-on only (the history carries pay
*> rates): the supervisor keys one selection - master (CUST, PROD,
*> EMP or VOTE), record key, and field, each blank for any, and a
*> from/to date range (blank for all dates), the AUDITINQ criteria
*> screen. The matching changes are SORTed by master, record key,
*> date and time, so each record's history reads in the order it
*> happened, and printed to chgrpt.txt a record to a group: when,
*> which field, the value before and after, and who changed it
*> with which program. The count matched is shown at the terminal.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ChgHistFile ASSIGN TO 'chghist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Chg-Status.
       SELECT ChgWork ASSIGN TO 'chgrpt.tmp'.
       SELECT ChgRptFile ASSIGN TO 'chgrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ChgHistFile.
01 ChgHistLine PIC X(128).

SD ChgWork.
01 ChgWorkRec.
       02 CW-Master     PIC X(4).
       02 CW-Key        PIC X(10).
       02 CW-Date       PIC 9(8).
       02 CW-Time       PIC 9(6).
       02 CW-Field      PIC X(16).
       02 CW-Old-Value  PIC X(30).
       02 CW-New-Value  PIC X(30).
       02 CW-Program-ID PIC X(8).
       02 CW-Operator   PIC X(8).

FD ChgRptFile.
01 ChgRptLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Chg-Status  PIC XX.
01 WS-Chg-EOF     PIC X VALUE 'N'.
01 WS-Sort-EOF    PIC X VALUE 'N'.
01 WS-Change-Line.
       COPY CHGREC.
01 WS-Master-Entry PIC X(4).
01 WS-Master-Valid PIC X VALUE 'N'.
       88 MasterEntryOK VALUE 'Y'.
01 WS-Key-Entry   PIC X(10).
01 WS-Field-Entry PIC X(16).
01 WS-From-Entry  PIC X(8).
01 WS-From-Date REDEFINES WS-From-Entry PIC 9(8).
01 WS-To-Entry    PIC X(8).
01 WS-To-Date REDEFINES WS-To-Entry PIC 9(8).
01 WS-Date-Valid  PIC X VALUE 'N'.
       88 DateEntryOK VALUE 'Y'.
01 WS-Have-Range  PIC X VALUE 'N'.
       88 HaveRange VALUE 'Y'.
01 WS-Chk-Idx     PIC 99.
01 WS-Read-Count  PIC 9(8) VALUE 0.
01 WS-Match-Count PIC 9(8) VALUE 0.
01 WS-Group-Count PIC 9(6) VALUE 0.
01 WS-Prev-Master PIC X(4) VALUE SPACES.
01 WS-Prev-Key    PIC X(10) VALUE SPACES.
01 WS-Group-Open  PIC X VALUE 'N'.
01 WS-Today       PIC 9(8).
01 WS-Audit-Program PIC X(8) VALUE "CHGRPT".
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
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       IF NOT OperSupervisor
           DISPLAY "Report REFUSED - supervisor sign-on required"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Change history without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       CALL "GETPDATE" USING WS-Today
       DISPLAY "Change history report - chghist.dat"
       PERFORM GET-REPORT-CRITERIA
       OPEN OUTPUT ChgRptFile
       PERFORM PRINT-REPORT-HEADING
       SORT ChgWork ON ASCENDING KEY CW-Master
                    ON ASCENDING KEY CW-Key
                    ON ASCENDING KEY CW-Date
                    ON ASCENDING KEY CW-Time
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS SELECT-CHANGES
           OUTPUT PROCEDURE IS PRINT-CHANGES
       MOVE SPACES TO ChgRptLine
       WRITE ChgRptLine
       MOVE SPACES TO ChgRptLine
       STRING "Changes read....................: " WS-Read-Count
           DELIMITED BY SIZE INTO ChgRptLine
       WRITE ChgRptLine
       MOVE SPACES TO ChgRptLine
       STRING "Changes listed..................: " WS-Match-Count
           DELIMITED BY SIZE INTO ChgRptLine
       WRITE ChgRptLine
       CLOSE ChgRptFile
       DISPLAY WS-Match-Count " change(s) listed in chgrpt.txt"
       MOVE "REPORT" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Change history " WS-Master-Entry " " WS-Key-Entry
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       PERFORM END-OF-RUN.

*> Master and field are kept upper case the way the maintenance
*> programs write them; the key is matched exactly as keyed.
GET-REPORT-CRITERIA.
       MOVE 'N' TO WS-Master-Valid
       PERFORM UNTIL MasterEntryOK
           DISPLAY "Master - CUST, PROD, EMP or VOTE (blank for "
               "any): " WITH NO ADVANCING
           MOVE SPACES TO WS-Master-Entry
           ACCEPT WS-Master-Entry
           INSPECT WS-Master-Entry CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-Master-Entry = SPACES OR "CUST" OR "PROD" OR "EMP"
              OR "VOTE"
               MOVE 'Y' TO WS-Master-Valid
           ELSE
               DISPLAY "Invalid master - CUST, PROD, EMP, VOTE or "
                   "blank"
           END-IF
       END-PERFORM
       DISPLAY "Record key - customer Ident, product name, employee "
           "or voter number (blank for any): " WITH NO ADVANCING
       MOVE SPACES TO WS-Key-Entry
       ACCEPT WS-Key-Entry
       DISPLAY "Field, e.g. CREDIT-LIMIT (blank for any): "
           WITH NO ADVANCING
       MOVE SPACES TO WS-Field-Entry
       ACCEPT WS-Field-Entry
       INSPECT WS-Field-Entry CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE 'N' TO WS-Have-Range
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "From date (YYYYMMDD, blank for all dates): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-From-Entry
           ACCEPT WS-From-Entry
           IF WS-From-Entry = SPACES
               MOVE 'Y' TO WS-Date-Valid
           ELSE
               PERFORM CHECK-FROM-FORMAT
               IF NOT DateEntryOK
                   DISPLAY "Invalid entry - 8 digits or blank"
               END-IF
           END-IF
       END-PERFORM
       IF WS-From-Entry NOT = SPACES
           MOVE 'N' TO WS-Date-Valid
           PERFORM UNTIL DateEntryOK
               DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-To-Entry
               PERFORM CHECK-TO-FORMAT
               IF NOT DateEntryOK
                   DISPLAY "Invalid entry - 8 digits, not before "
                       "the from date"
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-Have-Range
       END-IF.

CHECK-FROM-FORMAT.
       MOVE 'Y' TO WS-Date-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 8
           IF WS-From-Entry(WS-Chk-Idx:1) < '0' OR
              WS-From-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Date-Valid
           END-IF
       END-PERFORM.

CHECK-TO-FORMAT.
       MOVE 'Y' TO WS-Date-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 8
           IF WS-To-Entry(WS-Chk-Idx:1) < '0' OR
              WS-To-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Date-Valid
           END-IF
       END-PERFORM
       IF DateEntryOK AND WS-To-Date < WS-From-Date
           MOVE 'N' TO WS-Date-Valid
       END-IF.

PRINT-REPORT-HEADING.
       MOVE SPACES TO ChgRptLine
       STRING "Change History Report        Run date " WS-Today
           "   Supervisor " WS-Operator-ID
           DELIMITED BY SIZE INTO ChgRptLine
       WRITE ChgRptLine
       MOVE SPACES TO ChgRptLine
       IF HaveRange
           STRING "Master " WS-Master-Entry "  Key " WS-Key-Entry
               "  Field " WS-Field-Entry "  Dates " WS-From-Date
               " to " WS-To-Date
               DELIMITED BY SIZE INTO ChgRptLine
       ELSE
           STRING "Master " WS-Master-Entry "  Key " WS-Key-Entry
               "  Field " WS-Field-Entry "  Dates (all)"
               DELIMITED BY SIZE INTO ChgRptLine
       END-IF
       WRITE ChgRptLine
       MOVE SPACES TO ChgRptLine
       WRITE ChgRptLine
       MOVE SPACES TO ChgRptLine
       STRING "  Date     Time    Field            "
           "Before                          "
           "After                           Program  Operator"
           DELIMITED BY SIZE INTO ChgRptLine
       WRITE ChgRptLine.

SELECT-CHANGES.
       OPEN INPUT ChgHistFile
       IF WS-Chg-Status NOT = '00'
           DISPLAY "No chghist.dat (status " WS-Chg-Status
               ") - no changes recorded yet"
           MOVE 'Y' TO WS-Chg-EOF
       END-IF
       PERFORM UNTIL WS-Chg-EOF = 'Y'
           READ ChgHistFile
               AT END MOVE 'Y' TO WS-Chg-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   MOVE ChgHistLine TO WS-Change-Line
                   PERFORM MATCH-ONE-CHANGE THRU MATCH-ONE-CHANGE-EXIT
           END-READ
       END-PERFORM
       IF WS-Chg-Status NOT = '35'
           CLOSE ChgHistFile
       END-IF.

MATCH-ONE-CHANGE.
       IF WS-Master-Entry NOT = SPACES AND
          CH-Master NOT = WS-Master-Entry
           GO TO MATCH-ONE-CHANGE-EXIT
       END-IF
       IF WS-Key-Entry NOT = SPACES AND CH-Key NOT = WS-Key-Entry
           GO TO MATCH-ONE-CHANGE-EXIT
       END-IF
       IF WS-Field-Entry NOT = SPACES AND
          CH-Field NOT = WS-Field-Entry
           GO TO MATCH-ONE-CHANGE-EXIT
       END-IF
       IF HaveRange AND
          (CH-Date < WS-From-Date OR CH-Date > WS-To-Date)
           GO TO MATCH-ONE-CHANGE-EXIT
       END-IF
       MOVE CH-Master TO CW-Master
       MOVE CH-Key TO CW-Key
       MOVE CH-Date TO CW-Date
       MOVE CH-Time TO CW-Time
       MOVE CH-Field TO CW-Field
       MOVE CH-Old-Value TO CW-Old-Value
       MOVE CH-New-Value TO CW-New-Value
       MOVE CH-Program-ID TO CW-Program-ID
       MOVE CH-Operator TO CW-Operator
       RELEASE ChgWorkRec.

MATCH-ONE-CHANGE-EXIT.
       EXIT.

PRINT-CHANGES.
       PERFORM UNTIL WS-Sort-EOF = 'Y'
           RETURN ChgWork
               AT END MOVE 'Y' TO WS-Sort-EOF
               NOT AT END PERFORM PRINT-ONE-CHANGE
           END-RETURN
       END-PERFORM
       IF WS-Group-Open = 'Y'
           PERFORM PRINT-GROUP-COUNT
       END-IF.

*> A change of record closes the last one off with its count and
*> starts the next under its own heading.
PRINT-ONE-CHANGE.
       IF WS-Group-Open = 'Y' AND
          (CW-Master NOT = WS-Prev-Master OR CW-Key NOT = WS-Prev-Key)
           PERFORM PRINT-GROUP-COUNT
       END-IF
       IF WS-Group-Open = 'N'
           MOVE 'Y' TO WS-Group-Open
           MOVE CW-Master TO WS-Prev-Master
           MOVE CW-Key TO WS-Prev-Key
           MOVE 0 TO WS-Group-Count
           MOVE SPACES TO ChgRptLine
           WRITE ChgRptLine
           MOVE SPACES TO ChgRptLine
           STRING CW-Master " " CW-Key
               DELIMITED BY SIZE INTO ChgRptLine
           WRITE ChgRptLine
       END-IF
       MOVE SPACES TO ChgRptLine
       STRING "  " CW-Date " " CW-Time "  " CW-Field " " CW-Old-Value
           "  " CW-New-Value "  " CW-Program-ID " " CW-Operator
           DELIMITED BY SIZE INTO ChgRptLine
       WRITE ChgRptLine
       ADD 1 TO WS-Group-Count
       ADD 1 TO WS-Match-Count.

PRINT-GROUP-COUNT.
       MOVE SPACES TO ChgRptLine
       STRING "  " WS-Group-Count " change(s) to " WS-Prev-Master " "
           WS-Prev-Key
           DELIMITED BY SIZE INTO ChgRptLine
       WRITE ChgRptLine
       MOVE 'N' TO WS-Group-Open.

END-OF-RUN.
       DISPLAY "CHGRPT finished"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.
