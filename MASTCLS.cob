       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MASTCLS.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Closing control totals for daily_batch.sh, run once the night's
*> steps have finished updating the masters: the record count and
*> hash totals of each master (MASTSUM) are appended to mastctl.dat
*> through MASTLOG as closing (C) lines. Tomorrow night MASTCHK
*> starts from these. The stream also runs this on a failed night
*> whose masters had already been checked, so the steps that did
*> complete are not mistaken for an outside change by a full rerun.
*> Run by hand, it takes the masters as they stand as the new
*> closing totals - the way to accept a difference MASTCHK
*> reported once it has been looked into and explained.
ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-Master-Codes PIC X(20) VALUE "CUSTPRODEMP STUDVOTE".
01 WS-Master-Table REDEFINES WS-Master-Codes.
       02 WS-Master-Code PIC X(4) OCCURS 5 TIMES.
01 WS-Master-Idx  PIC 9.
01 WS-Master      PIC X(4).
01 WS-Found       PIC X.
01 WS-Kind        PIC X VALUE 'C'.
01 WS-Totals.
       COPY MASTTOT.
01 WS-Count-Ed    PIC -(7)9.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "MASTCLS".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       PERFORM CLOSE-ONE-MASTER VARYING WS-Master-Idx FROM 1 BY 1
           UNTIL WS-Master-Idx > 5
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

*> A master that will not open gets no closing line - tomorrow's
*> check then runs from the last good one, and says so.
CLOSE-ONE-MASTER.
       MOVE WS-Master-Code(WS-Master-Idx) TO WS-Master
       CALL "MASTSUM" USING WS-Master, WS-Totals, WS-Found
       IF WS-Found = 'E'
           DISPLAY "MASTCLS: " WS-Master " master could not be read"
               " - no closing totals"
           MOVE 'W' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING WS-Master " master unreadable - no closing totals"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       ELSE
           CALL "MASTLOG" USING WS-Audit-Program, WS-Master,
               WS-Kind, WS-Totals
           MOVE MS-Count TO WS-Count-Ed
           DISPLAY "MASTCLS: " WS-Master " closing totals recorded -"
               WS-Count-Ed " record(s)"
       END-IF.
