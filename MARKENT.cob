       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MARKENT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Term course mark entry. Report cards have been typed in a word
*> processor from the teachers' mark sheets, which is how a student
*> came to be handed a classmate's card. The operator signs on
*> through the shared OPERSIGN subroutine and keys the term once
*> (the school year it starts in and the term number, 20261 for the
*> first term of 2026-27), then works student by student: the
*> STU-IDNum must be on the sorted roster student2.dat and the name
*> comes back the ORDENT way so the clerk can see they have the
*> right child, along with any marks already on file for the term.
*> Each course code is keyed with its letter mark, which must be on
*> the shared MARKTBL table; keying a course already marked
*> replaces the mark. The student's marks are confirmed before
*> they are appended to marks.dat (the shared MARKREC layout) with
*> the operator and date; RPTCARD prints the cards off that file.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RosterFile ASSIGN TO 'student2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.
       SELECT MarkFile ASSIGN TO 'marks.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Mark-Status.

DATA DIVISION.
FILE SECTION.
FD RosterFile.
01 StudentRec.
       COPY STUDREC.

FD MarkFile.
01 MarkRec.
       COPY MARKREC.

WORKING-STORAGE SECTION.
01 WS-Roster-Status PIC XX.
01 WS-Mark-Status   PIC XX.
01 WS-Roster-EOF    PIC X VALUE 'N'.
01 WS-Mark-EOF      PIC X VALUE 'N'.
01 WS-Stu-Table.
       02 WS-Stu-Entry OCCURS 5000 TIMES.
           03 WS-Stu-IDNum PIC 9(6).
           03 WS-Stu-Name  PIC X(30).
01 WS-Stu-Count     PIC 9(4) VALUE 0.
01 WS-Stu-Idx       PIC 9(4) VALUE 0.
01 WS-Stu-Hit-Idx   PIC 9(4) VALUE 0.
01 WS-Stu-Found     PIC X VALUE 'N'.
       88 StuFound VALUE 'Y'.
01 WS-Mark-Table.
       COPY MARKTBL.
01 WS-Mark-Table-R REDEFINES WS-Mark-Table.
       02 WS-Mark-Row OCCURS 13 TIMES INDEXED BY MT-Idx.
           03 WS-Mark-Table-Mark   PIC X(2).
           03 WS-Mark-Table-Points PIC 9V9.
*> The student's marks for the term: those already on file, then
*> those keyed this time.
01 WS-Course-Table.
       02 WS-Course-Row OCCURS 20 TIMES.
           03 WS-Crs-Course PIC X(10).
           03 WS-Crs-Mark   PIC X(2).
           03 WS-Crs-Keyed  PIC X.
01 WS-Course-Count  PIC 99 VALUE 0.
01 WS-Course-Idx    PIC 99 VALUE 0.
01 WS-Course-Hit-Idx PIC 99 VALUE 0.
01 WS-Course-Found  PIC X VALUE 'N'.
       88 CourseFound VALUE 'Y'.
01 WS-Keyed-Count   PIC 99 VALUE 0.
01 WS-Term-Entry    PIC X(5).
01 WS-Term-Num REDEFINES WS-Term-Entry.
       02 WS-Term-Year  PIC 9(4).
       02 WS-Term-No    PIC 9.
01 WS-Term-Valid    PIC X VALUE 'N'.
       88 TermEntryOK VALUE 'Y'.
01 WS-Stu-Entry-Text PIC X(6).
01 WS-Stu-Entry-Num REDEFINES WS-Stu-Entry-Text PIC 9(6).
01 WS-Stu-Entry-Valid PIC X VALUE 'N'.
       88 StuEntryOK VALUE 'Y'.
01 WS-Course-Entry  PIC X(10).
01 WS-Mark-Entry    PIC X(2).
01 WS-Mark-Valid    PIC X VALUE 'N'.
       88 MarkEntryOK VALUE 'Y'.
01 WS-More-Students PIC X VALUE 'Y'.
       88 MoreStudents VALUE 'Y'.
01 WS-More-Courses  PIC X VALUE 'Y'.
       88 MoreCourses VALUE 'Y'.
01 WS-Confirm       PIC X.
01 WS-Chk-Idx       PIC 99.
01 WS-Today         PIC 9(8).
01 WS-Students-Done PIC 9(4) VALUE 0.
01 WS-Marks-Written PIC 9(6) VALUE 0.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "MARKENT".
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
       PERFORM LOAD-STUDENTS
       DISPLAY "Term mark entry - marks go to marks.dat"
       PERFORM GET-TERM
       PERFORM UNTIL NOT MoreStudents
           PERFORM GET-ENTRY-STUDENT
           IF MoreStudents
               PERFORM KEY-STUDENT-MARKS THRU KEY-STUDENT-MARKS-EXIT
           END-IF
       END-PERFORM
       DISPLAY "MARKENT finished - " WS-Students-Done
           " student(s), " WS-Marks-Written " mark(s) written for "
           WS-Operator-ID
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-STUDENTS.
       OPEN INPUT RosterFile
       IF WS-Roster-Status NOT = '00'
           DISPLAY "Unable to open student2.dat (status "
               WS-Roster-Status ") - nobody to key marks for"
           MOVE 16 TO RETURN-CODE
           STOP RUN
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

GET-TERM.
       MOVE 'N' TO WS-Term-Valid
       PERFORM UNTIL TermEntryOK
           DISPLAY "Term (school year and term number, e.g. 20261): "
               WITH NO ADVANCING
           ACCEPT WS-Term-Entry
           MOVE 'Y' TO WS-Term-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 5
               IF WS-Term-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Term-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Term-Valid
               END-IF
           END-PERFORM
           IF TermEntryOK
               IF WS-Term-No < 1 OR WS-Term-No > 4 OR
                  WS-Term-Year > WS-Today(1:4)
                   MOVE 'N' TO WS-Term-Valid
               END-IF
           END-IF
           IF NOT TermEntryOK
               DISPLAY "Invalid entry - 5 digits: the school year, "
                   "not a future one, then term 1 to 4"
           END-IF
       END-PERFORM.

*> The ORDENT customer echo, for students.
GET-ENTRY-STUDENT.
       MOVE 'N' TO WS-Stu-Found
       PERFORM UNTIL StuFound OR NOT MoreStudents
           DISPLAY "Student ID (6 digits, or Q to quit): "
               WITH NO ADVANCING
           ACCEPT WS-Stu-Entry-Text
           IF WS-Stu-Entry-Text = "Q" OR WS-Stu-Entry-Text = "q"
               MOVE 'N' TO WS-More-Students
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
       END-PERFORM.

FIND-STUDENT.
       MOVE 'N' TO WS-Stu-Found
       PERFORM VARYING WS-Stu-Idx FROM 1 BY 1
               UNTIL WS-Stu-Idx > WS-Stu-Count OR StuFound
           IF WS-Stu-IDNum(WS-Stu-Idx) = WS-Stu-Entry-Num
               MOVE 'Y' TO WS-Stu-Found
               MOVE WS-Stu-Idx TO WS-Stu-Hit-Idx
           END-IF
       END-PERFORM.

*> One student: the marks on file for the term are shown, courses
*> and marks are keyed until Enter, and on confirmation the keyed
*> ones are appended.
KEY-STUDENT-MARKS.
       PERFORM LOAD-MARKS-ON-FILE
       IF WS-Course-Count > 0
           DISPLAY "  On file for term " WS-Term-Entry ":"
           PERFORM VARYING WS-Course-Idx FROM 1 BY 1
                   UNTIL WS-Course-Idx > WS-Course-Count
               DISPLAY "    " WS-Crs-Course(WS-Course-Idx) " "
                   WS-Crs-Mark(WS-Course-Idx)
           END-PERFORM
       END-IF
       MOVE 0 TO WS-Keyed-Count
       MOVE 'Y' TO WS-More-Courses
       PERFORM UNTIL NOT MoreCourses
           DISPLAY "Course (up to 10 characters, Enter when done): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-Course-Entry
           ACCEPT WS-Course-Entry
           INSPECT WS-Course-Entry CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-Course-Entry = SPACES
               MOVE 'N' TO WS-More-Courses
           ELSE
               PERFORM GET-MARK
               PERFORM HOLD-COURSE-MARK
           END-IF
       END-PERFORM
       IF WS-Keyed-Count = 0
           GO TO KEY-STUDENT-MARKS-EXIT
       END-IF
       DISPLAY "Write " WS-Keyed-Count " mark(s) for "
           WS-Stu-Name(WS-Stu-Hit-Idx) " (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
           DISPLAY "  Marks discarded - nothing written"
           GO TO KEY-STUDENT-MARKS-EXIT
       END-IF
       PERFORM WRITE-STUDENT-MARKS.

KEY-STUDENT-MARKS-EXIT.
       EXIT.

*> The last record for a course is the mark that stands.
LOAD-MARKS-ON-FILE.
       MOVE 0 TO WS-Course-Count
       MOVE 'N' TO WS-Mark-EOF
       OPEN INPUT MarkFile
       IF WS-Mark-Status NOT = '00'
           MOVE 'Y' TO WS-Mark-EOF
       END-IF
       PERFORM UNTIL WS-Mark-EOF = 'Y'
           READ MarkFile
               AT END MOVE 'Y' TO WS-Mark-EOF
               NOT AT END
                   IF MK-IDNum = WS-Stu-Entry-Num AND
                      MK-Term = WS-Term-Entry
                       MOVE MK-Course TO WS-Course-Entry
                       MOVE MK-Mark TO WS-Mark-Entry
                       PERFORM FIND-COURSE
                       IF CourseFound
                           MOVE MK-Mark TO
                               WS-Crs-Mark(WS-Course-Hit-Idx)
                       ELSE
                           IF WS-Course-Count < 20
                               ADD 1 TO WS-Course-Count
                               MOVE MK-Course TO
                                   WS-Crs-Course(WS-Course-Count)
                               MOVE MK-Mark TO
                                   WS-Crs-Mark(WS-Course-Count)
                               MOVE 'N' TO
                                   WS-Crs-Keyed(WS-Course-Count)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Mark-Status NOT = '35'
           CLOSE MarkFile
       END-IF.

FIND-COURSE.
       MOVE 'N' TO WS-Course-Found
       PERFORM VARYING WS-Course-Idx FROM 1 BY 1
               UNTIL WS-Course-Idx > WS-Course-Count OR CourseFound
           IF WS-Crs-Course(WS-Course-Idx) = WS-Course-Entry
               MOVE 'Y' TO WS-Course-Found
               MOVE WS-Course-Idx TO WS-Course-Hit-Idx
           END-IF
       END-PERFORM.

GET-MARK.
       MOVE 'N' TO WS-Mark-Valid
       PERFORM UNTIL MarkEntryOK
           DISPLAY "  Mark for " WS-Course-Entry
               " (A+ A A- B+ B B- C+ C C- D+ D D- F): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-Mark-Entry
           ACCEPT WS-Mark-Entry
           INSPECT WS-Mark-Entry CONVERTING "abcdf" TO "ABCDF"
           SET MT-Idx TO 1
           SEARCH WS-Mark-Row
               AT END
                   DISPLAY "  Invalid entry - a mark from the list"
               WHEN WS-Mark-Table-Mark(MT-Idx) = WS-Mark-Entry
                   MOVE 'Y' TO WS-Mark-Valid
           END-SEARCH
       END-PERFORM.

*> A course already held takes the new mark; a new course is
*> added while the student has room for it.
HOLD-COURSE-MARK.
       PERFORM FIND-COURSE
       IF CourseFound
           MOVE WS-Mark-Entry TO WS-Crs-Mark(WS-Course-Hit-Idx)
           IF WS-Crs-Keyed(WS-Course-Hit-Idx) NOT = 'Y'
               MOVE 'Y' TO WS-Crs-Keyed(WS-Course-Hit-Idx)
               ADD 1 TO WS-Keyed-Count
           END-IF
       ELSE
           IF WS-Course-Count >= 20
               DISPLAY "  The student has 20 courses this term - "
                   "no room for another"
           ELSE
               ADD 1 TO WS-Course-Count
               MOVE WS-Course-Entry TO WS-Crs-Course(WS-Course-Count)
               MOVE WS-Mark-Entry TO WS-Crs-Mark(WS-Course-Count)
               MOVE 'Y' TO WS-Crs-Keyed(WS-Course-Count)
               ADD 1 TO WS-Keyed-Count
           END-IF
       END-IF.

WRITE-STUDENT-MARKS.
       OPEN EXTEND MarkFile
       IF WS-Mark-Status NOT = '00'
           OPEN OUTPUT MarkFile
       END-IF
       PERFORM VARYING WS-Course-Idx FROM 1 BY 1
               UNTIL WS-Course-Idx > WS-Course-Count
           IF WS-Crs-Keyed(WS-Course-Idx) = 'Y'
               MOVE WS-Stu-Entry-Num TO MK-IDNum
               MOVE WS-Term-Entry TO MK-Term
               MOVE WS-Crs-Course(WS-Course-Idx) TO MK-Course
               MOVE WS-Crs-Mark(WS-Course-Idx) TO MK-Mark
               MOVE WS-Operator-ID TO MK-Keyed-By
               MOVE WS-Today TO MK-Keyed-On
               WRITE MarkRec
               ADD 1 TO WS-Marks-Written
           END-IF
       END-PERFORM
       CLOSE MarkFile
       ADD 1 TO WS-Students-Done
       DISPLAY "  " WS-Keyed-Count " mark(s) written"
       MOVE "MARKS" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Student " WS-Stu-Entry-Text " term " WS-Term-Entry
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail.
