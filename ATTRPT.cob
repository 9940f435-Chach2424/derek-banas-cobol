       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTRPT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Attendance report for daily_batch.sh, off the marks ATTENT
*> appends to attend.dat (the shared ATTREC layout). The school
*> year to date - from the first of the SCHLYRMON month (rates.dat,
*> August when not set) up to the processing date - is SORTed by
*> student and date; where a section was taken again the last mark
*> for a student and day stands. Three lists go to attendrpt.txt:
*>   - chronic absentees: students absent (unexcused or excused) on
*>     at least CHRONPCT percent (10 when not set) of the days they
*>     were marked;
*>   - consecutive unexcused absences: students with a run of at
*>     least CONSECABS (3 when not set) school days marked absent
*>     in a row, flagged CURRENT when the run is still going - a
*>     present, tardy or excused mark ends a run, and a day nobody
*>     took attendance is not a school day;
*>   - the state monthly attendance count for the processing
*>     month: student-days, present (tardy counts present) and
*>     absent by grade, with school totals - the figure that was
*>     rebuilt from the paper registers each month.
*> Names come off the sorted roster student2.dat. Marks read vs.
*> sorted plus skipped (outside the school year, or no valid mark)
*> go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AttendFile ASSIGN TO 'attend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Attend-Status.
       SELECT RosterFile ASSIGN TO 'student2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.
       SELECT AttendWork ASSIGN TO 'attend.tmp'.
       SELECT AttRptFile ASSIGN TO 'attendrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AttendFile.
01 AttendRec.
       COPY ATTREC.

FD RosterFile.
01 StudentRec.
       COPY STUDREC.

SD AttendWork.
01 AttendWorkRec.
       COPY ATTREC REPLACING LEADING ==ATT-== BY ==AW-==.

FD AttRptFile.
01 AttRptLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-Attend-Status PIC XX.
01 WS-Roster-Status PIC XX.
01 WS-Attend-EOF    PIC X VALUE 'N'.
01 WS-Roster-EOF    PIC X VALUE 'N'.
01 WS-Sort-EOF      PIC X VALUE 'N'.
01 WS-Read-Count    PIC 9(8) VALUE 0.
01 WS-Released-Count PIC 9(8) VALUE 0.
01 WS-Skipped-Count PIC 9(8) VALUE 0.
01 WS-Recon-Out     PIC 9(8) VALUE 0.
01 WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
01 WS-Today-Num REDEFINES WS-Today PIC 9(8).
01 WS-Year-Start.
       02 WS-Start-Year  PIC 9(4).
       02 WS-Start-Month PIC 99.
       02 WS-Start-Day   PIC 99 VALUE 01.
01 WS-Year-Start-Num REDEFINES WS-Year-Start PIC 9(8).
01 WS-School-Month  PIC 99 VALUE 08.
01 WS-Chronic-Pct   PIC 9(3)V9 VALUE 10.0.
01 WS-Consec-Limit  PIC 9(3) VALUE 3.
*> Names by STU-IDNum, off the roster.
01 WS-Name-Table.
       02 WS-Name-Entry OCCURS 5000 TIMES.
           03 WS-NM-IDNum PIC 9(6).
           03 WS-NM-Name  PIC X(30).
01 WS-Name-Count    PIC 9(4) VALUE 0.
01 WS-Name-Idx      PIC 9(4) VALUE 0.
01 WS-Name-Found    PIC X VALUE 'N'.
       88 NameFound VALUE 'Y'.
*> The mark being held until the next record shows it was the last
*> one for its student and day.
01 WS-Held-Mark.
       COPY ATTREC REPLACING LEADING ==ATT-== BY ==WS-HM-==.
01 WS-Have-Held     PIC X VALUE 'N'.
       88 HaveHeld VALUE 'Y'.
*> The student being accumulated.
01 WS-Stu-Days      PIC 9(4) VALUE 0.
01 WS-Stu-Absences  PIC 9(4) VALUE 0.
01 WS-Stu-Run       PIC 9(4) VALUE 0.
01 WS-Stu-Longest   PIC 9(4) VALUE 0.
01 WS-Stu-Pct       PIC 9(3)V9 VALUE 0.
*> Students for the two lists, printed once the sort is done.
01 WS-Chronic-Table.
       02 WS-Chronic-Entry OCCURS 5000 TIMES.
           03 WS-CH-IDNum    PIC 9(6).
           03 WS-CH-Grade    PIC 99.
           03 WS-CH-Section  PIC 9(3).
           03 WS-CH-Days     PIC 9(4).
           03 WS-CH-Absences PIC 9(4).
           03 WS-CH-Pct      PIC 9(3)V9.
01 WS-Chronic-Count PIC 9(4) VALUE 0.
01 WS-Run-Table.
       02 WS-Run-Entry OCCURS 5000 TIMES.
           03 WS-RN-IDNum    PIC 9(6).
           03 WS-RN-Grade    PIC 99.
           03 WS-RN-Section  PIC 9(3).
           03 WS-RN-Longest  PIC 9(4).
           03 WS-RN-Current  PIC 9(4).
01 WS-Run-Count     PIC 9(4) VALUE 0.
01 WS-List-Idx      PIC 9(4) VALUE 0.
01 WS-List-IDNum    PIC 9(6).
01 WS-List-Name     PIC X(30).
*> The state count for the processing month, grade 00 (K) to 12
*> in entries 1 to 13.
01 WS-Month-Table.
       02 WS-Month-Entry OCCURS 13 TIMES.
           03 WS-MO-Days    PIC 9(7).
           03 WS-MO-Present PIC 9(7).
           03 WS-MO-Absent  PIC 9(7).
01 WS-Grade-Idx     PIC 99 VALUE 0.
01 WS-Grade-Show    PIC 99 VALUE 0.
01 WS-Tot-Days      PIC 9(7) VALUE 0.
01 WS-Tot-Present   PIC 9(7) VALUE 0.
01 WS-Tot-Absent    PIC 9(7) VALUE 0.
01 WS-Rate-Pct      PIC 9(3)V9 VALUE 0.
01 WS-Days-Ed       PIC Z,ZZZ,ZZ9.
01 WS-Present-Ed    PIC Z,ZZZ,ZZ9.
01 WS-Absent-Ed     PIC Z,ZZZ,ZZ9.
01 WS-Pct-Ed        PIC ZZ9.9.
01 WS-Small-Ed      PIC ZZZ9.
01 WS-Small2-Ed     PIC ZZZ9.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Audit-Program PIC X(8) VALUE "ATTRPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Attendance report".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       MOVE "SCHLYRMON" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value >= 1 AND
          WS-Rate-Value <= 12
           MOVE WS-Rate-Value TO WS-School-Month
       END-IF
       MOVE "CHRONPCT" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
           MOVE WS-Rate-Value TO WS-Chronic-Pct
       END-IF
       MOVE "CONSECABS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
           MOVE WS-Rate-Value TO WS-Consec-Limit
       END-IF
       CALL "GETPDATE" USING WS-Today
       MOVE WS-School-Month TO WS-Start-Month
       IF WS-Today-Month >= WS-School-Month
           MOVE WS-Today-Year TO WS-Start-Year
       ELSE
           SUBTRACT 1 FROM WS-Today-Year GIVING WS-Start-Year
       END-IF
       INITIALIZE WS-Month-Table
       PERFORM LOAD-STUDENT-NAMES
       SORT AttendWork ON ASCENDING KEY AW-IDNum
                       ON ASCENDING KEY AW-Date
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS READ-ATTENDANCE
           OUTPUT PROCEDURE IS TALLY-ATTENDANCE
       OPEN OUTPUT AttRptFile
       MOVE SPACES TO AttRptLine
       STRING "Attendance Report - " WS-Today-Year "/" WS-Today-Month
           "/" WS-Today-Day "  (school year from " WS-Start-Year "/"
           WS-Start-Month "/01)" DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine
       PERFORM WRITE-CHRONIC-LIST
       PERFORM WRITE-RUN-LIST
       PERFORM WRITE-MONTHLY-COUNT
       CLOSE AttRptFile
       DISPLAY "ATTRPT: " WS-Chronic-Count " chronic absentee(s), "
           WS-Run-Count " consecutive absence run(s)"
       COMPUTE WS-Recon-Out = WS-Released-Count + WS-Skipped-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> A roster too big for the name table would only cost names, but
*> the lists are worked from this report - better no report than
*> an incomplete one.
LOAD-STUDENT-NAMES.
       OPEN INPUT RosterFile
       IF WS-Roster-Status NOT = '00'
           MOVE 'Y' TO WS-Roster-EOF
       END-IF
       PERFORM UNTIL WS-Roster-EOF = 'Y'
           READ RosterFile
               AT END MOVE 'Y' TO WS-Roster-EOF
               NOT AT END
                   IF WS-Name-Count >= 5000
                       PERFORM ABANDON-OVERFLOW
                   END-IF
                   ADD 1 TO WS-Name-Count
                   MOVE STU-IDNum TO WS-NM-IDNum(WS-Name-Count)
                   MOVE STU-Name TO WS-NM-Name(WS-Name-Count)
           END-READ
       END-PERFORM
       IF WS-Roster-Status NOT = '35'
           CLOSE RosterFile
       END-IF.

*> Only the school year to date is sorted; marks before its start,
*> after the processing date, or with no valid mark are skipped.
READ-ATTENDANCE.
       OPEN INPUT AttendFile
       IF WS-Attend-Status NOT = '00'
           DISPLAY "No attend.dat yet (status " WS-Attend-Status ")"
           MOVE 'Y' TO WS-Attend-EOF
       END-IF
       PERFORM UNTIL WS-Attend-EOF = 'Y'
           READ AttendFile
               AT END MOVE 'Y' TO WS-Attend-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   IF ATT-Date < WS-Year-Start-Num OR
                      ATT-Date > WS-Today-Num OR
                      NOT ATT-Valid-Status
                       ADD 1 TO WS-Skipped-Count
                   ELSE
                       MOVE AttendRec TO AttendWorkRec
                       RELEASE AttendWorkRec
                       ADD 1 TO WS-Released-Count
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Attend-Status NOT = '35'
           CLOSE AttendFile
       END-IF.

*> A mark is held until the next record: a new day or a new
*> student means the held mark was the last for its day and
*> counts; a new student also closes out the one before.
TALLY-ATTENDANCE.
       PERFORM UNTIL WS-Sort-EOF = 'Y'
           RETURN AttendWork
               AT END MOVE 'Y' TO WS-Sort-EOF
               NOT AT END
                   IF HaveHeld AND
                      (AW-IDNum NOT = WS-HM-IDNum OR
                       AW-Date NOT = WS-HM-Date)
                       PERFORM COUNT-HELD-MARK
                   END-IF
                   IF HaveHeld AND AW-IDNum NOT = WS-HM-IDNum
                       PERFORM FINISH-STUDENT
                   END-IF
                   MOVE AttendWorkRec TO WS-Held-Mark
                   MOVE 'Y' TO WS-Have-Held
           END-RETURN
       END-PERFORM
       IF HaveHeld
           PERFORM COUNT-HELD-MARK
           PERFORM FINISH-STUDENT
       END-IF.

COUNT-HELD-MARK.
       ADD 1 TO WS-Stu-Days
       IF WS-HM-Absent OR WS-HM-Excused
           ADD 1 TO WS-Stu-Absences
       END-IF
       IF WS-HM-Absent
           ADD 1 TO WS-Stu-Run
           IF WS-Stu-Run > WS-Stu-Longest
               MOVE WS-Stu-Run TO WS-Stu-Longest
           END-IF
       ELSE
           MOVE 0 TO WS-Stu-Run
       END-IF
       IF WS-HM-Date(1:6) = WS-Today(1:6) AND WS-HM-Grade <= 12
           COMPUTE WS-Grade-Idx = WS-HM-Grade + 1
           ADD 1 TO WS-MO-Days(WS-Grade-Idx)
           IF WS-HM-Absent OR WS-HM-Excused
               ADD 1 TO WS-MO-Absent(WS-Grade-Idx)
           ELSE
               ADD 1 TO WS-MO-Present(WS-Grade-Idx)
           END-IF
       END-IF.

*> The held mark still carries the student's latest grade and
*> section for the lists.
FINISH-STUDENT.
       IF WS-Stu-Days > 0
           COMPUTE WS-Stu-Pct ROUNDED =
               WS-Stu-Absences * 100 / WS-Stu-Days
           IF WS-Stu-Pct >= WS-Chronic-Pct
               IF WS-Chronic-Count >= 5000
                   PERFORM ABANDON-OVERFLOW
               END-IF
               ADD 1 TO WS-Chronic-Count
               MOVE WS-HM-IDNum TO WS-CH-IDNum(WS-Chronic-Count)
               MOVE WS-HM-Grade TO WS-CH-Grade(WS-Chronic-Count)
               MOVE WS-HM-Section TO WS-CH-Section(WS-Chronic-Count)
               MOVE WS-Stu-Days TO WS-CH-Days(WS-Chronic-Count)
               MOVE WS-Stu-Absences TO
                   WS-CH-Absences(WS-Chronic-Count)
               MOVE WS-Stu-Pct TO WS-CH-Pct(WS-Chronic-Count)
           END-IF
       END-IF
       IF WS-Stu-Longest >= WS-Consec-Limit
           IF WS-Run-Count >= 5000
               PERFORM ABANDON-OVERFLOW
           END-IF
           ADD 1 TO WS-Run-Count
           MOVE WS-HM-IDNum TO WS-RN-IDNum(WS-Run-Count)
           MOVE WS-HM-Grade TO WS-RN-Grade(WS-Run-Count)
           MOVE WS-HM-Section TO WS-RN-Section(WS-Run-Count)
           MOVE WS-Stu-Longest TO WS-RN-Longest(WS-Run-Count)
           MOVE WS-Stu-Run TO WS-RN-Current(WS-Run-Count)
       END-IF
       MOVE 0 TO WS-Stu-Days WS-Stu-Absences WS-Stu-Run
           WS-Stu-Longest.

ABANDON-OVERFLOW.
       DISPLAY "ATTRPT: table overflow - run abandoned"
       MOVE 'C' TO WS-Alert-Severity
       MOVE "ATTRPT student table overflow - no attendance report"
           TO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program, WS-Alert-Severity,
           WS-Alert-Message
       MOVE "ABORT" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       MOVE 16 TO RETURN-CODE
       STOP RUN.

FIND-NAME.
       MOVE "(not on the roster)" TO WS-List-Name
       MOVE 'N' TO WS-Name-Found
       PERFORM VARYING WS-Name-Idx FROM 1 BY 1
               UNTIL WS-Name-Idx > WS-Name-Count OR NameFound
           IF WS-NM-IDNum(WS-Name-Idx) = WS-List-IDNum
               MOVE 'Y' TO WS-Name-Found
               MOVE WS-NM-Name(WS-Name-Idx) TO WS-List-Name
           END-IF
       END-PERFORM.

WRITE-CHRONIC-LIST.
       MOVE SPACES TO AttRptLine
       WRITE AttRptLine
       MOVE WS-Chronic-Pct TO WS-Pct-Ed
       MOVE SPACES TO AttRptLine
       STRING "Chronic absentees - absent on " WS-Pct-Ed
           "% or more of days marked" DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine
       MOVE SPACES TO AttRptLine
       STRING "  ID     Name                           Gr Sec  Days"
           " Absent     %" DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine
       PERFORM VARYING WS-List-Idx FROM 1 BY 1
               UNTIL WS-List-Idx > WS-Chronic-Count
           MOVE WS-CH-IDNum(WS-List-Idx) TO WS-List-IDNum
           PERFORM FIND-NAME
           MOVE WS-CH-Days(WS-List-Idx) TO WS-Small-Ed
           MOVE WS-CH-Absences(WS-List-Idx) TO WS-Small2-Ed
           MOVE WS-CH-Pct(WS-List-Idx) TO WS-Pct-Ed
           MOVE SPACES TO AttRptLine
           STRING "  " WS-List-IDNum " " WS-List-Name " "
               WS-CH-Grade(WS-List-Idx) " "
               WS-CH-Section(WS-List-Idx) " " WS-Small-Ed "   "
               WS-Small2-Ed " " WS-Pct-Ed
               DELIMITED BY SIZE INTO AttRptLine
           WRITE AttRptLine
       END-PERFORM
       MOVE SPACES TO AttRptLine
       STRING "  (" WS-Chronic-Count " student(s))"
           DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine.

WRITE-RUN-LIST.
       MOVE SPACES TO AttRptLine
       WRITE AttRptLine
       MOVE WS-Consec-Limit TO WS-Small-Ed
       MOVE SPACES TO AttRptLine
       STRING "Consecutive unexcused absences - " WS-Small-Ed
           " or more school days in a row" DELIMITED BY SIZE
           INTO AttRptLine
       WRITE AttRptLine
       MOVE SPACES TO AttRptLine
       STRING "  ID     Name                           Gr Sec "
           "Longest" DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine
       PERFORM VARYING WS-List-Idx FROM 1 BY 1
               UNTIL WS-List-Idx > WS-Run-Count
           MOVE WS-RN-IDNum(WS-List-Idx) TO WS-List-IDNum
           PERFORM FIND-NAME
           MOVE WS-RN-Longest(WS-List-Idx) TO WS-Small-Ed
           MOVE SPACES TO AttRptLine
           IF WS-RN-Current(WS-List-Idx) >= WS-Consec-Limit
               MOVE WS-RN-Current(WS-List-Idx) TO WS-Small2-Ed
               STRING "  " WS-List-IDNum " " WS-List-Name " "
                   WS-RN-Grade(WS-List-Idx) " "
                   WS-RN-Section(WS-List-Idx) "    " WS-Small-Ed
                   "  CURRENT -" WS-Small2-Ed " day(s)"
                   DELIMITED BY SIZE INTO AttRptLine
           ELSE
               STRING "  " WS-List-IDNum " " WS-List-Name " "
                   WS-RN-Grade(WS-List-Idx) " "
                   WS-RN-Section(WS-List-Idx) "    " WS-Small-Ed
                   DELIMITED BY SIZE INTO AttRptLine
           END-IF
           WRITE AttRptLine
       END-PERFORM
       MOVE SPACES TO AttRptLine
       STRING "  (" WS-Run-Count " student(s))"
           DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine.

*> Only the grades with marks this month print; the totals are the
*> school's line on the state form.
WRITE-MONTHLY-COUNT.
       MOVE SPACES TO AttRptLine
       WRITE AttRptLine
       MOVE SPACES TO AttRptLine
       STRING "State monthly attendance count - " WS-Today-Year "/"
           WS-Today-Month " to date" DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine
       MOVE SPACES TO AttRptLine
       STRING "  Grade  Student-days     Present      Absent  Rate %"
           DELIMITED BY SIZE INTO AttRptLine
       WRITE AttRptLine
       PERFORM VARYING WS-Grade-Idx FROM 1 BY 1
               UNTIL WS-Grade-Idx > 13
           IF WS-MO-Days(WS-Grade-Idx) > 0
               COMPUTE WS-Grade-Show = WS-Grade-Idx - 1
               ADD WS-MO-Days(WS-Grade-Idx) TO WS-Tot-Days
               ADD WS-MO-Present(WS-Grade-Idx) TO WS-Tot-Present
               ADD WS-MO-Absent(WS-Grade-Idx) TO WS-Tot-Absent
               MOVE WS-MO-Days(WS-Grade-Idx) TO WS-Days-Ed
               MOVE WS-MO-Present(WS-Grade-Idx) TO WS-Present-Ed
               MOVE WS-MO-Absent(WS-Grade-Idx) TO WS-Absent-Ed
               COMPUTE WS-Rate-Pct ROUNDED =
                   WS-MO-Present(WS-Grade-Idx) * 100 /
                   WS-MO-Days(WS-Grade-Idx)
               MOVE WS-Rate-Pct TO WS-Pct-Ed
               MOVE SPACES TO AttRptLine
               IF WS-Grade-Show = 0
                   STRING "  K    " "     " WS-Days-Ed "   "
                       WS-Present-Ed "   " WS-Absent-Ed "   "
                       WS-Pct-Ed DELIMITED BY SIZE INTO AttRptLine
               ELSE
                   STRING "  " WS-Grade-Show "   " "     " WS-Days-Ed
                       "   " WS-Present-Ed "   " WS-Absent-Ed "   "
                       WS-Pct-Ed DELIMITED BY SIZE INTO AttRptLine
               END-IF
               WRITE AttRptLine
           END-IF
       END-PERFORM
       MOVE WS-Tot-Days TO WS-Days-Ed
       MOVE WS-Tot-Present TO WS-Present-Ed
       MOVE WS-Tot-Absent TO WS-Absent-Ed
       MOVE 0 TO WS-Rate-Pct
       IF WS-Tot-Days > 0
           COMPUTE WS-Rate-Pct ROUNDED =
               WS-Tot-Present * 100 / WS-Tot-Days
       END-IF
       MOVE WS-Rate-Pct TO WS-Pct-Ed
       MOVE SPACES TO AttRptLine
       STRING "  Total" "     " WS-Days-Ed "   " WS-Present-Ed "   "
           WS-Absent-Ed "   " WS-Pct-Ed DELIMITED BY SIZE
           INTO AttRptLine
       WRITE AttRptLine.
