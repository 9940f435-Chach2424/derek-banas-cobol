*> grade with the grades too big for one room flagged - visible in
*> the summary, not discovered in September. The not-placed group
*> stays one plain list; it gets worked, not a classroom.
*> October 15th 2026 - The sections are now kept, not just printed:
*> every placed student's grade and section is written to
*> sections.new (the shared SECTREC layout, by STU-IDNum within
*> grade), moved over sections.dat by the stream, for ATTENT to
*> take attendance by. A student already on sections.dat in the
*> same grade keeps their section; only students new to the grade
*> are dealt, each into the section with the fewest students (the
*> first night, with no file, that is the same round-robin as
*> before). A grade never loses a section it already has. A
*> student who leaves the roster or is not placed drops off the
*> file. A sections.dat too big for the table abandons the run
*> rather than re-deal the school.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PlaceWork ASSIGN TO 'place.tmp'.
       SELECT PlaceRptFile ASSIGN TO 'placemnt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SectFile ASSIGN TO 'sections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sect-Status.
       SELECT SectNewFile ASSIGN TO 'sections.new'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PlaceRptFile.
01 PlaceRptLine PIC X(70).

FD SectFile.
01 SectRec.
       COPY SECTREC.

FD SectNewFile.
01 SectNewRec.
       COPY SECTREC REPLACING LEADING ==SEC-== BY ==SN-==.

WORKING-STORAGE SECTION.
01 WS-Roster-Status PIC XX.
01 WS-Sect-Status   PIC XX.
01 WS-Sect-EOF      PIC X VALUE 'N'.
01 WS-Roster-EOF    PIC X VALUE 'N'.
01 WS-Sort-EOF      PIC X VALUE 'N'.
01 WS-Read-Count    PIC 9(8) VALUE 0.
           03 WS-Buf-Name    PIC X(30).
           03 WS-Buf-Age     PIC 99.
           03 WS-Buf-Section PIC 9(3).
           03 WS-Buf-Since   PIC 9(8).
01 WS-Buf-Count     PIC 9(3) VALUE 0.
01 WS-Buf-Idx       PIC 9(4) VALUE 0.
01 WS-Section-Count PIC 9(3) VALUE 0.
01 WS-Section-Idx   PIC 9(3) VALUE 0.
01 WS-Section-Size  PIC 9(3) VALUE 0.
01 WS-Deal-Section  PIC 9(3) VALUE 0.
*> Last night's assignments off sections.dat, looked up by
*> STU-IDNum as each grade is dealt.
01 WS-Old-Sect-Table.
       02 WS-Old-Sect-Entry OCCURS 5000 TIMES.
           COPY SECTREC REPLACING LEADING ==SEC-== BY ==WS-OS-==.
01 WS-Old-Sect-Count PIC 9(4) VALUE 0.
01 WS-Old-Sect-Read  PIC 9(8) VALUE 0.
01 WS-Old-Sect-Idx   PIC 9(4) VALUE 0.
01 WS-Old-Found      PIC X VALUE 'N'.
       88 OldFound VALUE 'Y'.
*> Students per section of the grade being dealt.
01 WS-Sect-Size-Table.
       02 WS-Sect-Size PIC 9(3) OCCURS 999 TIMES.
01 WS-Smallest-Size PIC 9(3) VALUE 0.
01 WS-Sect-Written  PIC 9(8) VALUE 0.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
*> Per-grade summary rows, in print order.
01 WS-Sum-Table.
       02 WS-Sum-Entry OCCURS 15 TIMES.
           MOVE 30 TO WS-Class-Cap
       END-IF
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-SECTION-ASSIGNMENTS
       OPEN OUTPUT SectNewFile
       OPEN OUTPUT PlaceRptFile
       MOVE SPACES TO PlaceRptLine
       STRING "Grade Placement Roster - " WS-Today
           OUTPUT PROCEDURE IS WRITE-PLACEMENT-ROSTER
       PERFORM WRITE-SECTION-SUMMARY
       CLOSE PlaceRptFile
       CLOSE SectNewFile
       DISPLAY "GRDROSTR: " WS-Sect-Written " section assignment(s) "
           "kept on sections.new"
       COMPUTE WS-Recon-Out = WS-Placed-Count + WS-Unplaced-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE PL-Grade TO WS-Prev-Grade.

*> The buffered grade goes out as sections: as many as the cap
*> requires, students kept in last night's sections and the new
*> ones dealt into the smallest, so the sections come out
*> balanced and land on sections.new. The not-placed group (grade 99) is
*> one plain list - it gets worked, not a classroom.
FLUSH-GRADE-BUFFER.
       IF WS-Group-Open = 'N' OR WS-Buf-Count = 0
               DELIMITED BY SIZE INTO PlaceRptLine
           WRITE PlaceRptLine
       ELSE
           PERFORM DEAL-GRADE-INTO-SECTIONS
           PERFORM WRITE-SECTION-ASSIGNMENTS
           PERFORM PRINT-ONE-SECTION
               VARYING WS-Section-Idx FROM 1 BY 1
               UNTIL WS-Section-Idx > WS-Section-Count
FLUSH-GRADE-BUFFER-EXIT.
       EXIT.

*> A student already in this grade keeps last night's section; the
*> grade gets as many sections as the cap requires, never fewer
*> than it already has, and each student new to the grade goes,
*> in roster order, to the section with the fewest students (the
*> lowest-numbered on a tie).
DEAL-GRADE-INTO-SECTIONS.
       COMPUTE WS-Section-Count =
           (WS-Buf-Count + WS-Class-Cap - 1) / WS-Class-Cap
       PERFORM VARYING WS-Buf-Idx FROM 1 BY 1
               UNTIL WS-Buf-Idx > WS-Buf-Count
           MOVE 0 TO WS-Buf-Section(WS-Buf-Idx)
           MOVE WS-Today TO WS-Buf-Since(WS-Buf-Idx)
           PERFORM FIND-OLD-SECTION
           IF OldFound
               IF WS-OS-Grade(WS-Old-Sect-Idx) = WS-Prev-Grade AND
                  WS-OS-Section(WS-Old-Sect-Idx) > 0
                   MOVE WS-OS-Section(WS-Old-Sect-Idx) TO
                       WS-Buf-Section(WS-Buf-Idx)
                   MOVE WS-OS-Assigned-On(WS-Old-Sect-Idx) TO
                       WS-Buf-Since(WS-Buf-Idx)
                   IF WS-Buf-Section(WS-Buf-Idx) > WS-Section-Count
                       MOVE WS-Buf-Section(WS-Buf-Idx) TO
                           WS-Section-Count
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING WS-Section-Idx FROM 1 BY 1
               UNTIL WS-Section-Idx > WS-Section-Count
           MOVE 0 TO WS-Sect-Size(WS-Section-Idx)
       END-PERFORM
       PERFORM VARYING WS-Buf-Idx FROM 1 BY 1
               UNTIL WS-Buf-Idx > WS-Buf-Count
           IF WS-Buf-Section(WS-Buf-Idx) > 0
               ADD 1 TO WS-Sect-Size(WS-Buf-Section(WS-Buf-Idx))
           END-IF
       END-PERFORM
       PERFORM VARYING WS-Buf-Idx FROM 1 BY 1
               UNTIL WS-Buf-Idx > WS-Buf-Count
           IF WS-Buf-Section(WS-Buf-Idx) = 0
               MOVE 1 TO WS-Deal-Section
               MOVE WS-Sect-Size(1) TO WS-Smallest-Size
               PERFORM VARYING WS-Section-Idx FROM 2 BY 1
                       UNTIL WS-Section-Idx > WS-Section-Count
                   IF WS-Sect-Size(WS-Section-Idx) < WS-Smallest-Size
                       MOVE WS-Section-Idx TO WS-Deal-Section
                       MOVE WS-Sect-Size(WS-Section-Idx) TO
                           WS-Smallest-Size
                   END-IF
               END-PERFORM
               MOVE WS-Deal-Section TO WS-Buf-Section(WS-Buf-Idx)
               ADD 1 TO WS-Sect-Size(WS-Deal-Section)
           END-IF
       END-PERFORM.

FIND-OLD-SECTION.
       MOVE 'N' TO WS-Old-Found
       PERFORM VARYING WS-Old-Sect-Idx FROM 1 BY 1
               UNTIL WS-Old-Sect-Idx > WS-Old-Sect-Count OR OldFound
           IF WS-OS-IDNum(WS-Old-Sect-Idx) = WS-Buf-IDNum(WS-Buf-Idx)
               MOVE 'Y' TO WS-Old-Found
           END-IF
       END-PERFORM
       IF OldFound
           SUBTRACT 1 FROM WS-Old-Sect-Idx
       END-IF.

WRITE-SECTION-ASSIGNMENTS.
       PERFORM VARYING WS-Buf-Idx FROM 1 BY 1
               UNTIL WS-Buf-Idx > WS-Buf-Count
           MOVE WS-Buf-IDNum(WS-Buf-Idx) TO SN-IDNum
           MOVE WS-Prev-Grade TO SN-Grade
           MOVE WS-Buf-Section(WS-Buf-Idx) TO SN-Section
           MOVE WS-Buf-Since(WS-Buf-Idx) TO SN-Assigned-On
           WRITE SectNewRec
           ADD 1 TO WS-Sect-Written
       END-PERFORM.

*> No sections.dat yet just means every student is new to a
*> section tonight.
LOAD-SECTION-ASSIGNMENTS.
       OPEN INPUT SectFile
       IF WS-Sect-Status NOT = '00'
           MOVE 'Y' TO WS-Sect-EOF
       END-IF
       PERFORM UNTIL WS-Sect-EOF = 'Y'
           READ SectFile
               AT END MOVE 'Y' TO WS-Sect-EOF
               NOT AT END
                   ADD 1 TO WS-Old-Sect-Read
                   IF WS-Old-Sect-Count < 5000
                       ADD 1 TO WS-Old-Sect-Count
                       MOVE SectRec TO
                           WS-Old-Sect-Entry(WS-Old-Sect-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Sect-Status NOT = '35'
           CLOSE SectFile
       END-IF
       IF WS-Old-Sect-Read > WS-Old-Sect-Count
           DISPLAY "GRDROSTR: sections.dat overflowed the section "
               "table - run abandoned"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "sections.dat overflowed GRDROSTR section table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE "ABORT" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

PRINT-ONE-SECTION.
       MOVE SPACES TO PlaceRptLine
       IF WS-Prev-Grade = 0
