       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLRECUR.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Recurring journal entry generation for daily_batch.sh, run just
*> ahead of GL posting. Rent, depreciation and the like are keyed
*> once through GLJE as a recurring template and approved by a
*> supervisor like any other entry; from then on, the first night
*> of each month (by the processing date, GETPDATE) this step
*> copies every approved template on gljentry.dat (the shared
*> GLJEREC layout) not yet generated for the month into a new
*> entry - the next number from gljenum.ctl, rewritten BEFORE the
*> file is, the ordnum.ctl rule - already approved under the
*> template's approval, with the template's keyer and approver on
*> every line and its number in JE-From-Template, for GLPOST to
*> post the same night. The template notes the month in
*> JE-Last-Period so a rerun or the next night generates nothing
*> twice. An ended template generates nothing. The file goes to
*> gljentry.new, moved over gljentry.dat by the stream; lines read
*> vs. carried forward go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLJEntryFile ASSIGN TO 'gljentry.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JEntry-Status.
       SELECT GLJEntryNewFile ASSIGN TO 'gljentry.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JENumFile ASSIGN TO 'gljenum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JENum-Status.

DATA DIVISION.
FILE SECTION.
FD GLJEntryFile.
01 GLJEntryRec.
       COPY GLJEREC.

FD GLJEntryNewFile.
01 GLJEntryNewRec PIC X(118).

FD JENumFile.
01 JENumRec.
       02 JN-Last-Entry-Number PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-JEntry-Status PIC XX.
01 WS-JENum-Status  PIC XX.
01 WS-JEntry-EOF    PIC X VALUE 'N'.
01 WS-Proc-Date.
       02 WS-Proc-Period PIC 9(6).
       02 WS-Proc-Day    PIC 99.
01 WS-JE-Table.
       02 WS-JE-Entry OCCURS 3000 TIMES.
           COPY GLJEREC REPLACING LEADING ==JE-== BY ==WS-JT-==.
01 WS-JE-Count      PIC 9(4) VALUE 0.
01 WS-Read-Count    PIC 9(8) VALUE 0.
01 WS-Carried-Count PIC 9(8) VALUE 0.
01 WS-JE-Idx        PIC 9(4) VALUE 0.
01 WS-Line-Idx      PIC 9(4) VALUE 0.
01 WS-Template-Number PIC 9(6) VALUE 0.
*> Generated entries are built here and written after the file.
01 WS-Gen-Table.
       02 WS-Gen-Entry OCCURS 500 TIMES.
           COPY GLJEREC REPLACING LEADING ==JE-== BY ==WS-GN-==.
01 WS-Gen-Count     PIC 9(4) VALUE 0.
01 WS-Gen-Idx       PIC 9(4) VALUE 0.
01 WS-Entries-Made  PIC 9(4) VALUE 0.
01 WS-Next-Entry-Number PIC 9(6) VALUE 0.
01 WS-Audit-Program PIC X(8) VALUE "GLRECUR".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Recon-Step-Label PIC X(20) VALUE "Recurring GL entries".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM LOAD-JOURNAL-ENTRIES
       PERFORM READ-ENTRY-CONTROL
       PERFORM VARYING WS-JE-Idx FROM 1 BY 1
               UNTIL WS-JE-Idx > WS-JE-Count
           IF WS-JT-Template(WS-JE-Idx) AND
              WS-JT-Approved(WS-JE-Idx) AND
              WS-JT-Line-Number(WS-JE-Idx) = 1 AND
              WS-JT-Last-Period(WS-JE-Idx) < WS-Proc-Period
               PERFORM GENERATE-ONE-ENTRY
           END-IF
       END-PERFORM
       IF WS-Entries-Made > 0
           PERFORM WRITE-ENTRY-CONTROL
       END-IF
       PERFORM WRITE-JOURNAL-ENTRIES
       DISPLAY "GLRECUR: " WS-Entries-Made " recurring entr(ies) "
           "generated for " WS-Proc-Period
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Carried-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> A file past the table abandons the run before gljentry.new is
*> written: the stream then leaves gljentry.dat as it was.
LOAD-JOURNAL-ENTRIES.
       OPEN INPUT GLJEntryFile
       IF WS-JEntry-Status NOT = '00'
           MOVE 'Y' TO WS-JEntry-EOF
       END-IF
       PERFORM UNTIL WS-JEntry-EOF = 'Y'
           READ GLJEntryFile
               AT END MOVE 'Y' TO WS-JEntry-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   IF WS-JE-Count < 3000
                       ADD 1 TO WS-JE-Count
                       MOVE GLJEntryRec TO WS-JE-Entry(WS-JE-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-JEntry-Status NOT = '35'
           CLOSE GLJEntryFile
       END-IF
       IF WS-Read-Count > WS-JE-Count
           PERFORM ABANDON-TABLE-OVERFLOW
       END-IF.

ABANDON-TABLE-OVERFLOW.
       DISPLAY "GLRECUR: gljentry.dat overflowed the entry table - "
           "run abandoned"
       MOVE 'C' TO WS-Alert-Severity
       MOVE "Entry table overflow - no recurring entries generated"
           TO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE "ABORT" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       MOVE 16 TO RETURN-CODE
       STOP RUN.

*> WS-JE-Idx is the template's first line; its lines follow it.
GENERATE-ONE-ENTRY.
       MOVE WS-JT-Entry-Number(WS-JE-Idx) TO WS-Template-Number
       ADD 1 TO WS-Next-Entry-Number
       ADD 1 TO WS-Entries-Made
       PERFORM VARYING WS-Line-Idx FROM WS-JE-Idx BY 1
               UNTIL WS-Line-Idx > WS-JE-Count
                  OR WS-JT-Entry-Number(WS-Line-Idx)
                     NOT = WS-Template-Number
           IF WS-Gen-Count + WS-JE-Count >= 3000 OR
              WS-Gen-Count >= 500
               PERFORM ABANDON-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-Gen-Count
           MOVE WS-JE-Entry(WS-Line-Idx) TO WS-Gen-Entry(WS-Gen-Count)
           MOVE WS-Next-Entry-Number TO WS-GN-Entry-Number(WS-Gen-Count)
           MOVE 'G' TO WS-GN-Type(WS-Gen-Count)
           MOVE 'A' TO WS-GN-Status(WS-Gen-Count)
           MOVE WS-Proc-Date TO WS-GN-Keyed-Date(WS-Gen-Count)
           MOVE ZEROES TO WS-GN-Posted-Run(WS-Gen-Count)
               WS-GN-Last-Period(WS-Gen-Count)
           MOVE WS-Template-Number TO WS-GN-From-Template(WS-Gen-Count)
           MOVE WS-Proc-Period TO WS-JT-Last-Period(WS-Line-Idx)
       END-PERFORM
       MOVE "JEGEN" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Entry " WS-Next-Entry-Number " from recurring "
           WS-Template-Number
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

READ-ENTRY-CONTROL.
       MOVE 0 TO WS-Next-Entry-Number
       OPEN INPUT JENumFile
       IF WS-JENum-Status = '00'
           READ JENumFile
               NOT AT END
                   MOVE JN-Last-Entry-Number TO WS-Next-Entry-Number
           END-READ
           CLOSE JENumFile
       END-IF.

WRITE-ENTRY-CONTROL.
       OPEN OUTPUT JENumFile
       MOVE WS-Next-Entry-Number TO JN-Last-Entry-Number
       WRITE JENumRec
       CLOSE JENumFile.

WRITE-JOURNAL-ENTRIES.
       OPEN OUTPUT GLJEntryNewFile
       PERFORM VARYING WS-JE-Idx FROM 1 BY 1
               UNTIL WS-JE-Idx > WS-JE-Count
           WRITE GLJEntryNewRec FROM WS-JE-Entry(WS-JE-Idx)
           ADD 1 TO WS-Carried-Count
       END-PERFORM
       PERFORM VARYING WS-Gen-Idx FROM 1 BY 1
               UNTIL WS-Gen-Idx > WS-Gen-Count
           WRITE GLJEntryNewRec FROM WS-Gen-Entry(WS-Gen-Idx)
       END-PERFORM
       CLOSE GLJEntryNewFile.
