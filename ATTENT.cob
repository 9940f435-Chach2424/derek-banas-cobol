       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTENT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Daily attendance entry by class section. Attendance has been
*> kept on paper registers in each room, and the monthly count the
*> state asks for was rebuilt from them by hand. The operator signs
*> on through the shared OPERSIGN subroutine, keys the attendance
*> date (today unless a late register is being caught up - never a
*> future date), then a grade and section: the section's students
*> come off sections.dat (the shared SECTREC layout GRDROSTR
*> writes) with their names from the sorted roster student2.dat,
*> and each is marked present, absent, tardy or excused. Enter
*> keeps the mark already on file for the day, or present when
*> there is none, so a full room is one keystroke a student. The
*> marks are confirmed before they are appended to attend.dat (the
*> shared ATTREC layout) with the operator who keyed them; taking a
*> section again for the same day appends fresh marks, and the
*> last one counts. ATTRPT reports off attend.dat nightly.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SectFile ASSIGN TO 'sections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sect-Status.
       SELECT RosterFile ASSIGN TO 'student2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.
       SELECT AttendFile ASSIGN TO 'attend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Attend-Status.

DATA DIVISION.
FILE SECTION.
FD SectFile.
01 SectRec.
       COPY SECTREC.

FD RosterFile.
01 StudentRec.
       COPY STUDREC.

FD AttendFile.
01 AttendRec.
       COPY ATTREC.

WORKING-STORAGE SECTION.
01 WS-Sect-Status   PIC XX.
01 WS-Roster-Status PIC XX.
01 WS-Attend-Status PIC XX.
01 WS-Sect-EOF      PIC X VALUE 'N'.
01 WS-Roster-EOF    PIC X VALUE 'N'.
01 WS-Attend-EOF    PIC X VALUE 'N'.
*> The whole school's section assignments, with names filled in
*> off the roster.
01 WS-Stu-Table.
       02 WS-Stu-Entry OCCURS 5000 TIMES.
           03 WS-Stu-IDNum   PIC 9(6).
           03 WS-Stu-Grade   PIC 99.
           03 WS-Stu-Section PIC 9(3).
           03 WS-Stu-Name    PIC X(30).
01 WS-Stu-Count     PIC 9(4) VALUE 0.
01 WS-Stu-Idx       PIC 9(4) VALUE 0.
*> The section being taken: its students and their marks.
01 WS-Class-Table.
       02 WS-Class-Entry OCCURS 999 TIMES.
           03 WS-Cls-IDNum  PIC 9(6).
           03 WS-Cls-Name   PIC X(30).
           03 WS-Cls-Mark   PIC X.
           03 WS-Cls-On-File PIC X.
01 WS-Class-Count   PIC 9(3) VALUE 0.
01 WS-Class-Idx     PIC 9(4) VALUE 0.
01 WS-Class-Found   PIC X VALUE 'N'.
       88 ClassFound VALUE 'Y'.
01 WS-Att-Date      PIC 9(8).
01 WS-Today         PIC 9(8).
01 WS-Date-Entry    PIC X(8).
01 WS-Date-Num REDEFINES WS-Date-Entry.
       02 WS-Date-Year  PIC 9(4).
       02 WS-Date-Month PIC 99.
       02 WS-Date-Day   PIC 99.
01 WS-Date-Valid    PIC X VALUE 'N'.
       88 DateEntryOK VALUE 'Y'.
01 WS-Grade-Entry   PIC X(2).
01 WS-Grade-Num REDEFINES WS-Grade-Entry PIC 99.
01 WS-Section-Entry PIC X(3).
01 WS-Section-Num REDEFINES WS-Section-Entry PIC 9(3).
01 WS-Entry-Valid   PIC X VALUE 'N'.
       88 EntryOK VALUE 'Y'.
01 WS-More-Sections PIC X VALUE 'Y'.
       88 MoreSections VALUE 'Y'.
01 WS-Mark-Entry    PIC X.
01 WS-Confirm       PIC X.
01 WS-Chk-Idx       PIC 99.
01 WS-Count-Present PIC 9(3).
01 WS-Count-Absent  PIC 9(3).
01 WS-Count-Tardy   PIC 9(3).
01 WS-Count-Excused PIC 9(3).
01 WS-Sections-Taken PIC 9(4) VALUE 0.
01 WS-Marks-Written PIC 9(6) VALUE 0.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "ATTENT".
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
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       ACCEPT WS-Today FROM DATE YYYYMMDD
       PERFORM LOAD-SECTIONS
       PERFORM LOAD-STUDENT-NAMES
       DISPLAY "Attendance entry - marks go to attend.dat"
       PERFORM GET-ATTENDANCE-DATE
       PERFORM UNTIL NOT MoreSections
           PERFORM GET-GRADE-AND-SECTION
           IF MoreSections
               PERFORM TAKE-ONE-SECTION THRU TAKE-ONE-SECTION-EXIT
           END-IF
       END-PERFORM
       DISPLAY "ATTENT finished - " WS-Sections-Taken
           " section(s), " WS-Marks-Written " mark(s) written for "
           WS-Operator-ID
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> No sections.dat means GRDROSTR has not yet placed anyone, and
*> there is no section to take.
LOAD-SECTIONS.
       OPEN INPUT SectFile
       IF WS-Sect-Status NOT = '00'
           DISPLAY "Unable to open sections.dat (status "
               WS-Sect-Status ") - no sections to take"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-Sect-EOF = 'Y'
           READ SectFile
               AT END MOVE 'Y' TO WS-Sect-EOF
               NOT AT END
                   IF WS-Stu-Count < 5000
                       ADD 1 TO WS-Stu-Count
                       MOVE SEC-IDNum TO WS-Stu-IDNum(WS-Stu-Count)
                       MOVE SEC-Grade TO WS-Stu-Grade(WS-Stu-Count)
                       MOVE SEC-Section TO
                           WS-Stu-Section(WS-Stu-Count)
                       MOVE SPACES TO WS-Stu-Name(WS-Stu-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SectFile.

*> Both files are in STU-IDNum order within grade only, so the
*> names are matched by a table scan.
LOAD-STUDENT-NAMES.
       OPEN INPUT RosterFile
       IF WS-Roster-Status NOT = '00'
           MOVE 'Y' TO WS-Roster-EOF
       END-IF
       PERFORM UNTIL WS-Roster-EOF = 'Y'
           READ RosterFile
               AT END MOVE 'Y' TO WS-Roster-EOF
               NOT AT END
                   PERFORM VARYING WS-Stu-Idx FROM 1 BY 1
                           UNTIL WS-Stu-Idx > WS-Stu-Count
                       IF WS-Stu-IDNum(WS-Stu-Idx) = STU-IDNum
                           MOVE STU-Name TO WS-Stu-Name(WS-Stu-Idx)
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM
       IF WS-Roster-Status NOT = '35'
           CLOSE RosterFile
       END-IF.

*> Enter takes today; a keyed date must be a real calendar day
*> and not in the future - attendance is taken, not forecast.
GET-ATTENDANCE-DATE.
       MOVE 'N' TO WS-Date-Valid
       PERFORM UNTIL DateEntryOK
           DISPLAY "Attendance date (YYYYMMDD, Enter for today "
               WS-Today "): " WITH NO ADVANCING
           MOVE SPACES TO WS-Date-Entry
           ACCEPT WS-Date-Entry
           IF WS-Date-Entry = SPACES
               MOVE WS-Today TO WS-Att-Date
               MOVE 'Y' TO WS-Date-Valid
           ELSE
               PERFORM CHECK-DATE-FORMAT
               IF DateEntryOK
                   MOVE WS-Date-Num TO WS-Att-Date
               ELSE
                   DISPLAY "Invalid entry - a date in YYYYMMDD form, "
                       "not after today"
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "  Taking attendance for " WS-Att-Date.

CHECK-DATE-FORMAT.
       MOVE 'Y' TO WS-Date-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 8
           IF WS-Date-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Date-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Date-Valid
           END-IF
       END-PERFORM
       IF DateEntryOK
           IF WS-Date-Month < 1 OR WS-Date-Month > 12 OR
              WS-Date-Day < 1 OR WS-Date-Day > 31 OR
              WS-Date-Num > WS-Today
               MOVE 'N' TO WS-Date-Valid
           END-IF
       END-IF.

GET-GRADE-AND-SECTION.
       MOVE 'N' TO WS-Entry-Valid
       PERFORM UNTIL EntryOK OR NOT MoreSections
           DISPLAY "Grade (2 digits, 00 for kindergarten, or Q to "
               "quit): " WITH NO ADVANCING
           ACCEPT WS-Grade-Entry
           IF WS-Grade-Entry = "Q" OR WS-Grade-Entry = "q"
               MOVE 'N' TO WS-More-Sections
           ELSE
               IF WS-Grade-Entry(1:1) >= '0' AND
                  WS-Grade-Entry(1:1) <= '9' AND
                  WS-Grade-Entry(2:1) >= '0' AND
                  WS-Grade-Entry(2:1) <= '9'
                   MOVE 'Y' TO WS-Entry-Valid
               ELSE
                   DISPLAY "Invalid entry - enter exactly 2 digits"
               END-IF
           END-IF
       END-PERFORM
       IF MoreSections
           MOVE 'N' TO WS-Entry-Valid
           PERFORM UNTIL EntryOK
               DISPLAY "Section (3 digits): " WITH NO ADVANCING
               ACCEPT WS-Section-Entry
               MOVE 'Y' TO WS-Entry-Valid
               PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                       UNTIL WS-Chk-Idx > 3
                   IF WS-Section-Entry(WS-Chk-Idx:1) < '0' OR
                      WS-Section-Entry(WS-Chk-Idx:1) > '9'
                       MOVE 'N' TO WS-Entry-Valid
                   END-IF
               END-PERFORM
               IF NOT EntryOK
                   DISPLAY "Invalid entry - enter exactly 3 digits"
               END-IF
           END-PERFORM
       END-IF.

*> One section: its students, any marks already on file for the
*> day, a mark keyed for each, and on confirmation the marks
*> appended to attend.dat.
TAKE-ONE-SECTION.
       MOVE 0 TO WS-Class-Count
       PERFORM VARYING WS-Stu-Idx FROM 1 BY 1
               UNTIL WS-Stu-Idx > WS-Stu-Count
           IF WS-Stu-Grade(WS-Stu-Idx) = WS-Grade-Num AND
              WS-Stu-Section(WS-Stu-Idx) = WS-Section-Num AND
              WS-Class-Count < 999
               ADD 1 TO WS-Class-Count
               MOVE WS-Stu-IDNum(WS-Stu-Idx) TO
                   WS-Cls-IDNum(WS-Class-Count)
               MOVE WS-Stu-Name(WS-Stu-Idx) TO
                   WS-Cls-Name(WS-Class-Count)
               MOVE 'P' TO WS-Cls-Mark(WS-Class-Count)
               MOVE 'N' TO WS-Cls-On-File(WS-Class-Count)
           END-IF
       END-PERFORM
       IF WS-Class-Count = 0
           DISPLAY "No students in grade " WS-Grade-Entry " section "
               WS-Section-Entry " on sections.dat"
           GO TO TAKE-ONE-SECTION-EXIT
       END-IF
       PERFORM LOAD-MARKS-ON-FILE
       DISPLAY "Grade " WS-Grade-Entry " section " WS-Section-Entry
           " - " WS-Class-Count " student(s). Mark P present, "
           "A absent, T tardy, E excused; Enter keeps the mark shown"
       PERFORM KEY-ONE-MARK
           VARYING WS-Class-Idx FROM 1 BY 1
           UNTIL WS-Class-Idx > WS-Class-Count
       PERFORM COUNT-MARKS
       DISPLAY "  Present " WS-Count-Present "  Absent "
           WS-Count-Absent "  Tardy " WS-Count-Tardy "  Excused "
           WS-Count-Excused
       DISPLAY "Write these marks (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
           DISPLAY "  Marks discarded - nothing written"
           GO TO TAKE-ONE-SECTION-EXIT
       END-IF
       PERFORM WRITE-SECTION-MARKS.

TAKE-ONE-SECTION-EXIT.
       EXIT.

*> The last record on attend.dat for a student and the day is the
*> mark that stands.
LOAD-MARKS-ON-FILE.
       MOVE 'N' TO WS-Attend-EOF
       OPEN INPUT AttendFile
       IF WS-Attend-Status NOT = '00'
           MOVE 'Y' TO WS-Attend-EOF
       END-IF
       PERFORM UNTIL WS-Attend-EOF = 'Y'
           READ AttendFile
               AT END MOVE 'Y' TO WS-Attend-EOF
               NOT AT END
                   IF ATT-Date = WS-Att-Date
                       PERFORM FIND-CLASS-STUDENT
                       IF ClassFound AND ATT-Valid-Status
                           MOVE ATT-Status TO
                               WS-Cls-Mark(WS-Class-Idx)
                           MOVE 'Y' TO WS-Cls-On-File(WS-Class-Idx)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Attend-Status NOT = '35'
           CLOSE AttendFile
       END-IF.

FIND-CLASS-STUDENT.
       MOVE 'N' TO WS-Class-Found
       PERFORM VARYING WS-Class-Idx FROM 1 BY 1
               UNTIL WS-Class-Idx > WS-Class-Count OR ClassFound
           IF WS-Cls-IDNum(WS-Class-Idx) = ATT-IDNum
               MOVE 'Y' TO WS-Class-Found
           END-IF
       END-PERFORM
       IF ClassFound
           SUBTRACT 1 FROM WS-Class-Idx
       END-IF.

KEY-ONE-MARK.
       MOVE 'N' TO WS-Entry-Valid
       PERFORM UNTIL EntryOK
           IF WS-Cls-On-File(WS-Class-Idx) = 'Y'
               DISPLAY "  " WS-Cls-IDNum(WS-Class-Idx) " "
                   WS-Cls-Name(WS-Class-Idx) " (on file "
                   WS-Cls-Mark(WS-Class-Idx) "): " WITH NO ADVANCING
           ELSE
               DISPLAY "  " WS-Cls-IDNum(WS-Class-Idx) " "
                   WS-Cls-Name(WS-Class-Idx) " ["
                   WS-Cls-Mark(WS-Class-Idx) "]: " WITH NO ADVANCING
           END-IF
           MOVE SPACE TO WS-Mark-Entry
           ACCEPT WS-Mark-Entry
           INSPECT WS-Mark-Entry CONVERTING "patex" TO "PATEX"
           EVALUATE WS-Mark-Entry
               WHEN SPACE
                   MOVE 'Y' TO WS-Entry-Valid
               WHEN 'P'
               WHEN 'A'
               WHEN 'T'
               WHEN 'E'
                   MOVE WS-Mark-Entry TO WS-Cls-Mark(WS-Class-Idx)
                   MOVE 'Y' TO WS-Entry-Valid
               WHEN OTHER
                   DISPLAY "  Invalid entry - P, A, T, E or Enter"
           END-EVALUATE
       END-PERFORM.

COUNT-MARKS.
       MOVE 0 TO WS-Count-Present WS-Count-Absent WS-Count-Tardy
           WS-Count-Excused
       PERFORM VARYING WS-Class-Idx FROM 1 BY 1
               UNTIL WS-Class-Idx > WS-Class-Count
           EVALUATE WS-Cls-Mark(WS-Class-Idx)
               WHEN 'P' ADD 1 TO WS-Count-Present
               WHEN 'A' ADD 1 TO WS-Count-Absent
               WHEN 'T' ADD 1 TO WS-Count-Tardy
               WHEN 'E' ADD 1 TO WS-Count-Excused
           END-EVALUATE
       END-PERFORM.

WRITE-SECTION-MARKS.
       OPEN EXTEND AttendFile
       IF WS-Attend-Status NOT = '00'
           OPEN OUTPUT AttendFile
       END-IF
       PERFORM VARYING WS-Class-Idx FROM 1 BY 1
               UNTIL WS-Class-Idx > WS-Class-Count
           MOVE WS-Att-Date TO ATT-Date
           MOVE WS-Cls-IDNum(WS-Class-Idx) TO ATT-IDNum
           MOVE WS-Grade-Num TO ATT-Grade
           MOVE WS-Section-Num TO ATT-Section
           MOVE WS-Cls-Mark(WS-Class-Idx) TO ATT-Status
           MOVE WS-Operator-ID TO ATT-Keyed-By
           WRITE AttendRec
           ADD 1 TO WS-Marks-Written
       END-PERFORM
       CLOSE AttendFile
       ADD 1 TO WS-Sections-Taken
       DISPLAY "  " WS-Class-Count " mark(s) written"
       MOVE "ATTEND" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Grade " WS-Grade-Entry " section " WS-Section-Entry
           " for " WS-Att-Date DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail.
