       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTCARD.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Report cards, honor roll and failing list for daily_batch.sh,
*> off the term marks MARKENT appends to marks.dat (the shared
*> MARKREC layout). Run nightly the way QTRRPT is: during the term
*> the cards are a progress check, and the night the last marks
*> are keyed they ARE the term's report cards - no more cards
*> typed in a word processor, no more cards handed to the wrong
*> child. The term is RPTTERM on rates.dat (the school year and
*> term number, 20261) when set, otherwise the latest term keyed.
*> The term's marks are SORTed by student and course; a course
*> marked again keeps the last mark. Each student gets one card in
*> rptcards.txt with the STU-IDNum, the name off the sorted roster
*> student2.dat, the grade and section off sections.dat, each
*> course's mark and points from the shared MARKTBL table, and the
*> grade point average. honorrol.txt lists, grade by grade, the
*> honor roll - an average of at least HONORGPA (3.50 when not set)
*> with no failing mark - and every student failing a course.
*> Marks read vs. sorted plus skipped (another term) go to
*> reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MarkFile ASSIGN TO 'marks.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Mark-Status.
       SELECT RosterFile ASSIGN TO 'student2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.
       SELECT SectFile ASSIGN TO 'sections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sect-Status.
       SELECT MarkWork ASSIGN TO 'marks.tmp'.
       SELECT CardFile ASSIGN TO 'rptcards.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HonorFile ASSIGN TO 'honorrol.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MarkFile.
01 MarkRec.
       COPY MARKREC.

FD RosterFile.
01 StudentRec.
       COPY STUDREC.

FD SectFile.
01 SectRec.
       COPY SECTREC.

SD MarkWork.
01 MarkWorkRec.
       COPY MARKREC REPLACING LEADING ==MK-== BY ==MW-==.

FD CardFile.
01 CardLine PIC X(70).

FD HonorFile.
01 HonorLine PIC X(70).

WORKING-STORAGE SECTION.
01 WS-Mark-Status   PIC XX.
01 WS-Roster-Status PIC XX.
01 WS-Sect-Status   PIC XX.
01 WS-Mark-EOF      PIC X VALUE 'N'.
01 WS-Roster-EOF    PIC X VALUE 'N'.
01 WS-Sect-EOF      PIC X VALUE 'N'.
01 WS-Sort-EOF      PIC X VALUE 'N'.
01 WS-Read-Count    PIC 9(8) VALUE 0.
01 WS-Released-Count PIC 9(8) VALUE 0.
01 WS-Skipped-Count PIC 9(8) VALUE 0.
01 WS-Recon-Out     PIC 9(8) VALUE 0.
01 WS-Today         PIC 9(8).
01 WS-Term.
       02 WS-Term-Year  PIC 9(4) VALUE 0.
       02 WS-Term-No    PIC 9 VALUE 0.
01 WS-Term-Num REDEFINES WS-Term PIC 9(5).
01 WS-Term-Next-Year PIC 9(4) VALUE 0.
01 WS-Term-Caption  PIC X(14).
01 WS-Honor-GPA     PIC 9V99 VALUE 3.50.
*> Every student on the roster, with the grade and section they
*> are placed in (99 until sections.dat says otherwise).
01 WS-Stu-Table.
       02 WS-Stu-Entry OCCURS 5000 TIMES.
           03 WS-Stu-IDNum   PIC 9(6).
           03 WS-Stu-Name    PIC X(30).
           03 WS-Stu-Grade   PIC 99.
           03 WS-Stu-Section PIC 9(3).
01 WS-Stu-Count     PIC 9(4) VALUE 0.
01 WS-Stu-Idx       PIC 9(4) VALUE 0.
01 WS-Stu-Found     PIC X VALUE 'N'.
       88 StuFound VALUE 'Y'.
01 WS-Find-IDNum    PIC 9(6).
01 WS-Mark-Table.
       COPY MARKTBL.
01 WS-Mark-Table-R REDEFINES WS-Mark-Table.
       02 WS-Mark-Row OCCURS 13 TIMES INDEXED BY MT-Idx.
           03 WS-Mark-Table-Mark   PIC X(2).
           03 WS-Mark-Table-Points PIC 9V9.
01 WS-Look-Mark     PIC X(2).
01 WS-Mark-Found    PIC X VALUE 'N'.
       88 MarkFound VALUE 'Y'.
*> The mark held until the next record shows it was the last one
*> for its student and course.
01 WS-Held-Mark.
       COPY MARKREC REPLACING LEADING ==MK-== BY ==WS-HM-==.
01 WS-Have-Held     PIC X VALUE 'N'.
       88 HaveHeld VALUE 'Y'.
*> The card being printed.
01 WS-Card-Name     PIC X(30).
01 WS-Card-Grade    PIC 99.
01 WS-Card-Section  PIC 9(3).
01 WS-Card-Courses  PIC 99 VALUE 0.
01 WS-Card-Fails    PIC 99 VALUE 0.
01 WS-Card-Points   PIC 9(3)V9 VALUE 0.
01 WS-Card-GPA      PIC 9V99 VALUE 0.
01 WS-Card-Count    PIC 9(6) VALUE 0.
01 WS-Points        PIC 9V9.
*> Students for the two lists, printed grade by grade at the end.
01 WS-List-Table.
       02 WS-List-Entry OCCURS 5000 TIMES.
           03 WS-LS-Kind     PIC X.
           03 WS-LS-IDNum    PIC 9(6).
           03 WS-LS-Name     PIC X(30).
           03 WS-LS-Grade    PIC 99.
           03 WS-LS-Section  PIC 9(3).
           03 WS-LS-GPA      PIC 9V99.
           03 WS-LS-Fails    PIC 99.
01 WS-List-Count    PIC 9(4) VALUE 0.
01 WS-List-Idx      PIC 9(4) VALUE 0.
01 WS-Honor-Count   PIC 9(4) VALUE 0.
01 WS-Failing-Count PIC 9(4) VALUE 0.
01 WS-Grade-Idx     PIC 99 VALUE 0.
01 WS-Grade-Printed PIC X VALUE 'N'.
01 WS-List-Kind     PIC X.
01 WS-Grade-Caption PIC X(14).
01 WS-GPA-Ed        PIC 9.99.
01 WS-Points-Ed     PIC 9.9.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Audit-Program PIC X(8) VALUE "RPTCARD".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Report cards".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       MOVE "HONORGPA" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
           MOVE WS-Rate-Value TO WS-Honor-GPA
       END-IF
       MOVE "RPTTERM" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Term-Num
       END-IF
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-STUDENTS
       PERFORM LOAD-SECTIONS
       IF WS-Term-Num = 0
           PERFORM FIND-LATEST-TERM
       END-IF
       ADD 1 TO WS-Term-Year GIVING WS-Term-Next-Year
       MOVE SPACES TO WS-Term-Caption
       STRING WS-Term-Year "-" WS-Term-Next-Year(3:2) " term "
           WS-Term-No DELIMITED BY SIZE INTO WS-Term-Caption
       OPEN OUTPUT CardFile
       SORT MarkWork ON ASCENDING KEY MW-IDNum
                     ON ASCENDING KEY MW-Course
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS READ-TERM-MARKS
           OUTPUT PROCEDURE IS PRINT-REPORT-CARDS
       IF WS-Card-Count = 0
           MOVE SPACES TO CardLine
           STRING "No marks on file for " WS-Term-Caption
               DELIMITED BY SIZE INTO CardLine
           WRITE CardLine
       END-IF
       CLOSE CardFile
       PERFORM WRITE-HONOR-FILE
       DISPLAY "RPTCARD: " WS-Card-Count " report card(s) for "
           WS-Term-Caption ", " WS-Honor-Count " on the honor roll, "
           WS-Failing-Count " failing"
       COMPUTE WS-Recon-Out = WS-Released-Count + WS-Skipped-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

LOAD-STUDENTS.
       OPEN INPUT RosterFile
       IF WS-Roster-Status NOT = '00'
           MOVE 'Y' TO WS-Roster-EOF
       END-IF
       PERFORM UNTIL WS-Roster-EOF = 'Y'
           READ RosterFile
               AT END MOVE 'Y' TO WS-Roster-EOF
               NOT AT END
                   IF WS-Stu-Count >= 5000
                       PERFORM ABANDON-OVERFLOW
                   END-IF
                   ADD 1 TO WS-Stu-Count
                   MOVE STU-IDNum TO WS-Stu-IDNum(WS-Stu-Count)
                   MOVE STU-Name TO WS-Stu-Name(WS-Stu-Count)
                   MOVE 99 TO WS-Stu-Grade(WS-Stu-Count)
                   MOVE 0 TO WS-Stu-Section(WS-Stu-Count)
           END-READ
       END-PERFORM
       IF WS-Roster-Status NOT = '35'
           CLOSE RosterFile
       END-IF.

LOAD-SECTIONS.
       OPEN INPUT SectFile
       IF WS-Sect-Status NOT = '00'
           MOVE 'Y' TO WS-Sect-EOF
       END-IF
       PERFORM UNTIL WS-Sect-EOF = 'Y'
           READ SectFile
               AT END MOVE 'Y' TO WS-Sect-EOF
               NOT AT END
                   MOVE SEC-IDNum TO WS-Find-IDNum
                   PERFORM FIND-STUDENT
                   IF StuFound
                       MOVE SEC-Grade TO WS-Stu-Grade(WS-Stu-Idx)
                       MOVE SEC-Section TO WS-Stu-Section(WS-Stu-Idx)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Sect-Status NOT = '35'
           CLOSE SectFile
       END-IF.

FIND-STUDENT.
       MOVE 'N' TO WS-Stu-Found
       PERFORM VARYING WS-Stu-Idx FROM 1 BY 1
               UNTIL WS-Stu-Idx > WS-Stu-Count OR StuFound
           IF WS-Stu-IDNum(WS-Stu-Idx) = WS-Find-IDNum
               MOVE 'Y' TO WS-Stu-Found
           END-IF
       END-PERFORM
       IF StuFound
           SUBTRACT 1 FROM WS-Stu-Idx
       END-IF.

*> No RPTTERM: the cards are for the latest term anyone has keyed.
FIND-LATEST-TERM.
       OPEN INPUT MarkFile
       IF WS-Mark-Status NOT = '00'
           MOVE 'Y' TO WS-Mark-EOF
       END-IF
       PERFORM UNTIL WS-Mark-EOF = 'Y'
           READ MarkFile
               AT END MOVE 'Y' TO WS-Mark-EOF
               NOT AT END
                   IF MK-Term IS NUMERIC AND MK-Term > WS-Term
                       MOVE MK-Term TO WS-Term
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Mark-Status NOT = '35'
           CLOSE MarkFile
       END-IF
       MOVE 'N' TO WS-Mark-EOF.

*> Only the term's marks are sorted; a mark not on the table is
*> skipped with the other terms' marks.
READ-TERM-MARKS.
       OPEN INPUT MarkFile
       IF WS-Mark-Status NOT = '00'
           DISPLAY "No marks.dat yet (status " WS-Mark-Status ")"
           MOVE 'Y' TO WS-Mark-EOF
       END-IF
       PERFORM UNTIL WS-Mark-EOF = 'Y'
           READ MarkFile
               AT END MOVE 'Y' TO WS-Mark-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   MOVE MK-Mark TO WS-Look-Mark
                   PERFORM LOOK-UP-MARK
                   IF MK-Term = WS-Term AND MarkFound
                       MOVE MarkRec TO MarkWorkRec
                       RELEASE MarkWorkRec
                       ADD 1 TO WS-Released-Count
                   ELSE
                       ADD 1 TO WS-Skipped-Count
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Mark-Status NOT = '35'
           CLOSE MarkFile
       END-IF.

LOOK-UP-MARK.
       MOVE 'N' TO WS-Mark-Found
       MOVE 0 TO WS-Points
       SET MT-Idx TO 1
       SEARCH WS-Mark-Row
           AT END
               CONTINUE
           WHEN WS-Mark-Table-Mark(MT-Idx) = WS-Look-Mark
               MOVE 'Y' TO WS-Mark-Found
               MOVE WS-Mark-Table-Points(MT-Idx) TO WS-Points
       END-SEARCH.

*> The CUSTSTMT sort-and-stream shape, with a mark held until the
*> next record shows it was the last for its course: a new course
*> or student prints the held mark, and a new student closes the
*> card above and opens the next.
PRINT-REPORT-CARDS.
       PERFORM UNTIL WS-Sort-EOF = 'Y'
           RETURN MarkWork
               AT END MOVE 'Y' TO WS-Sort-EOF
               NOT AT END
                   IF HaveHeld AND
                      (MW-IDNum NOT = WS-HM-IDNum OR
                       MW-Course NOT = WS-HM-Course)
                       PERFORM PRINT-HELD-MARK
                   END-IF
                   IF HaveHeld AND MW-IDNum NOT = WS-HM-IDNum
                       PERFORM CLOSE-CARD
                   END-IF
                   IF NOT HaveHeld OR MW-IDNum NOT = WS-HM-IDNum
                       MOVE MW-IDNum TO WS-Find-IDNum
                       PERFORM OPEN-CARD
                   END-IF
                   MOVE MarkWorkRec TO WS-Held-Mark
                   MOVE 'Y' TO WS-Have-Held
           END-RETURN
       END-PERFORM
       IF HaveHeld
           PERFORM PRINT-HELD-MARK
           PERFORM CLOSE-CARD
       END-IF.

*> The card carries the number the office files it by and the
*> name and room off the masters - never a name typed by hand.
OPEN-CARD.
       ADD 1 TO WS-Card-Count
       MOVE 0 TO WS-Card-Courses WS-Card-Fails WS-Card-Points
       PERFORM FIND-STUDENT
       IF StuFound
           MOVE WS-Stu-Name(WS-Stu-Idx) TO WS-Card-Name
           MOVE WS-Stu-Grade(WS-Stu-Idx) TO WS-Card-Grade
           MOVE WS-Stu-Section(WS-Stu-Idx) TO WS-Card-Section
       ELSE
           MOVE "(not on the roster)" TO WS-Card-Name
           MOVE 99 TO WS-Card-Grade
           MOVE 0 TO WS-Card-Section
       END-IF
       MOVE WS-Card-Grade TO WS-Grade-Idx
       PERFORM SET-GRADE-CAPTION
       MOVE SPACES TO CardLine
       WRITE CardLine
       MOVE SPACES TO CardLine
       STRING "R E P O R T   C A R D      " WS-Term-Caption
           "   " WS-Today DELIMITED BY SIZE INTO CardLine
       WRITE CardLine
       MOVE SPACES TO CardLine
       STRING "Student " WS-Find-IDNum "  " WS-Card-Name
           DELIMITED BY SIZE INTO CardLine
       WRITE CardLine
       MOVE SPACES TO CardLine
       IF WS-Card-Grade = 99
           STRING "        " WS-Grade-Caption
               DELIMITED BY SIZE INTO CardLine
       ELSE
           STRING "        " DELIMITED BY SIZE
               WS-Grade-Caption DELIMITED BY "  "
               "  section " WS-Card-Section DELIMITED BY SIZE
               INTO CardLine
       END-IF
       WRITE CardLine
       MOVE SPACES TO CardLine
       STRING "  Course      Mark  Points" DELIMITED BY SIZE
           INTO CardLine
       WRITE CardLine.

PRINT-HELD-MARK.
       MOVE WS-HM-Mark TO WS-Look-Mark
       PERFORM LOOK-UP-MARK
       ADD 1 TO WS-Card-Courses
       ADD WS-Points TO WS-Card-Points
       IF WS-HM-Mark = "F "
           ADD 1 TO WS-Card-Fails
       END-IF
       MOVE WS-Points TO WS-Points-Ed
       MOVE SPACES TO CardLine
       IF WS-HM-Mark = "F "
           STRING "  " WS-HM-Course "  " WS-HM-Mark "    "
               WS-Points-Ed "   failing" DELIMITED BY SIZE
               INTO CardLine
       ELSE
           STRING "  " WS-HM-Course "  " WS-HM-Mark "    "
               WS-Points-Ed DELIMITED BY SIZE INTO CardLine
       END-IF
       WRITE CardLine.

CLOSE-CARD.
       COMPUTE WS-Card-GPA ROUNDED = WS-Card-Points / WS-Card-Courses
       MOVE WS-Card-GPA TO WS-GPA-Ed
       MOVE SPACES TO CardLine
       STRING "  Courses " WS-Card-Courses
           "   Grade point average " WS-GPA-Ed
           DELIMITED BY SIZE INTO CardLine
       WRITE CardLine
       IF WS-Card-Fails = 0 AND WS-Card-GPA >= WS-Honor-GPA
           MOVE SPACES TO CardLine
           STRING "  *** Honor roll ***" DELIMITED BY SIZE
               INTO CardLine
           WRITE CardLine
           MOVE 'H' TO WS-List-Kind
           PERFORM ADD-TO-LISTS
           ADD 1 TO WS-Honor-Count
       END-IF
       IF WS-Card-Fails > 0
           MOVE 'F' TO WS-List-Kind
           PERFORM ADD-TO-LISTS
           ADD 1 TO WS-Failing-Count
       END-IF.

ADD-TO-LISTS.
       IF WS-List-Count >= 5000
           PERFORM ABANDON-OVERFLOW
       END-IF
       ADD 1 TO WS-List-Count
       MOVE WS-List-Kind TO WS-LS-Kind(WS-List-Count)
       MOVE WS-Find-IDNum TO WS-LS-IDNum(WS-List-Count)
       MOVE WS-Card-Name TO WS-LS-Name(WS-List-Count)
       MOVE WS-Card-Grade TO WS-LS-Grade(WS-List-Count)
       MOVE WS-Card-Section TO WS-LS-Section(WS-List-Count)
       MOVE WS-Card-GPA TO WS-LS-GPA(WS-List-Count)
       MOVE WS-Card-Fails TO WS-LS-Fails(WS-List-Count).

SET-GRADE-CAPTION.
       MOVE SPACES TO WS-Grade-Caption
       EVALUATE WS-Grade-Idx
           WHEN 0
               MOVE "Kindergarten" TO WS-Grade-Caption
           WHEN 99
               MOVE "Grade not set" TO WS-Grade-Caption
           WHEN OTHER
               STRING "Grade " WS-Grade-Idx DELIMITED BY SIZE
                   INTO WS-Grade-Caption
       END-EVALUATE.

ABANDON-OVERFLOW.
       DISPLAY "RPTCARD: table overflow - run abandoned"
       MOVE 'C' TO WS-Alert-Severity
       MOVE "RPTCARD student table overflow - no report cards"
           TO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program, WS-Alert-Severity,
           WS-Alert-Message
       MOVE "ABORT" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       MOVE 16 TO RETURN-CODE
       STOP RUN.

WRITE-HONOR-FILE.
       OPEN OUTPUT HonorFile
       MOVE WS-Honor-GPA TO WS-GPA-Ed
       MOVE SPACES TO HonorLine
       STRING "Honor Roll - " WS-Term-Caption "  (average "
           WS-GPA-Ed " or better, no failing mark)"
           DELIMITED BY SIZE INTO HonorLine
       WRITE HonorLine
       MOVE 'H' TO WS-List-Kind
       PERFORM WRITE-ONE-LIST
       MOVE SPACES TO HonorLine
       STRING "  (" WS-Honor-Count " student(s))"
           DELIMITED BY SIZE INTO HonorLine
       WRITE HonorLine
       MOVE SPACES TO HonorLine
       WRITE HonorLine
       MOVE SPACES TO HonorLine
       STRING "Failing Students - " WS-Term-Caption
           "  (one or more F marks)" DELIMITED BY SIZE INTO HonorLine
       WRITE HonorLine
       MOVE 'F' TO WS-List-Kind
       PERFORM WRITE-ONE-LIST
       MOVE SPACES TO HonorLine
       STRING "  (" WS-Failing-Count " student(s))"
           DELIMITED BY SIZE INTO HonorLine
       WRITE HonorLine
       CLOSE HonorFile.

*> Grade by grade, kindergarten up, then anyone with no grade.
WRITE-ONE-LIST.
       PERFORM VARYING WS-Grade-Idx FROM 0 BY 1
               UNTIL WS-Grade-Idx > 12
           PERFORM WRITE-ONE-GRADE
       END-PERFORM
       MOVE 99 TO WS-Grade-Idx
       PERFORM WRITE-ONE-GRADE.

WRITE-ONE-GRADE.
       MOVE 'N' TO WS-Grade-Printed
       PERFORM VARYING WS-List-Idx FROM 1 BY 1
               UNTIL WS-List-Idx > WS-List-Count
           IF WS-LS-Kind(WS-List-Idx) = WS-List-Kind AND
              WS-LS-Grade(WS-List-Idx) = WS-Grade-Idx
               IF WS-Grade-Printed = 'N'
                   PERFORM SET-GRADE-CAPTION
                   MOVE SPACES TO HonorLine
                   STRING "  " WS-Grade-Caption DELIMITED BY SIZE
                       INTO HonorLine
                   WRITE HonorLine
                   MOVE 'Y' TO WS-Grade-Printed
               END-IF
               MOVE WS-LS-GPA(WS-List-Idx) TO WS-GPA-Ed
               MOVE SPACES TO HonorLine
               IF WS-List-Kind = 'F'
                   STRING "    " WS-LS-IDNum(WS-List-Idx) "  "
                       WS-LS-Name(WS-List-Idx) " sec "
                       WS-LS-Section(WS-List-Idx) "  " WS-GPA-Ed
                       "  F x " WS-LS-Fails(WS-List-Idx)
                       DELIMITED BY SIZE INTO HonorLine
               ELSE
                   STRING "    " WS-LS-IDNum(WS-List-Idx) "  "
                       WS-LS-Name(WS-List-Idx) " sec "
                       WS-LS-Section(WS-List-Idx) "  " WS-GPA-Ed
                       DELIMITED BY SIZE INTO HonorLine
               END-IF
               WRITE HonorLine
           END-IF
       END-PERFORM.
