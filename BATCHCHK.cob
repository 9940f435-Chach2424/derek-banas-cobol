       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHCHK.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Batch window check for the interactive programs. daily_batch.sh
*> holds the batch-in-progress flag batchlock.dat for as long as the
*> nightly stream runs (start date and time, and the step it is on),
*> and every program that updates a file the stream reads or writes
*> CALLs this straight after OPERSIGN. With no flag there is nothing
*> to do: LK-Batch-Lock comes back 'N'. With the flag up the operator
*> is told which step the stream is on; a clerk gets 'L' and the
*> caller either refuses to start or drops to inquiry only, a
*> supervisor is offered an override - 'O' when taken, written to
*> runaudit.txt as BATCHOVR, otherwise 'L' like a clerk. Every
*> session held off is written to runaudit.txt as BATCHLCK. A flag
*> left behind by a stream that never got to finish (a machine
*> failure) is cleared by removing batchlock.dat once the stream is
*> known to be down; until then a supervisor override gets through.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BatchLockFile ASSIGN TO 'batchlock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Lock-Status.

DATA DIVISION.
FILE SECTION.
FD BatchLockFile.
01 BatchLockRec.
       05 BL-Start-Date  PIC X(8).
       05 FILLER         PIC X.
       05 BL-Start-Time  PIC X(6).
       05 FILLER         PIC X.
       05 BL-Step-Name   PIC X(40).

WORKING-STORAGE SECTION.
01 WS-Lock-Status  PIC XX.
01 WS-Override     PIC X.
01 WS-Step-Name    PIC X(40).
01 WS-Audit-Event  PIC X(8).
01 WS-Audit-Detail PIC X(40).

LINKAGE SECTION.
       01 LK-Program-ID    PIC X(8).
       01 LK-Operator-ID   PIC X(8).
       01 LK-Operator-Role PIC X.
           88 LK-Supervisor VALUE 'S'.
       01 LK-Batch-Lock    PIC X.

PROCEDURE DIVISION USING LK-Program-ID, LK-Operator-ID,
       LK-Operator-Role, LK-Batch-Lock.
MAIN-LOGIC.
       MOVE 'N' TO LK-Batch-Lock
       OPEN INPUT BatchLockFile
       IF WS-Lock-Status NOT = '00'
           GO TO PROGRAM-EXIT
       END-IF
       MOVE SPACES TO BatchLockRec
       READ BatchLockFile
           AT END MOVE SPACES TO BatchLockRec
       END-READ
       CLOSE BatchLockFile
       MOVE BL-Step-Name TO WS-Step-Name
       IF WS-Step-Name = SPACES
           MOVE "starting" TO WS-Step-Name
       END-IF
       MOVE 'L' TO LK-Batch-Lock
       DISPLAY "The nightly batch stream is running - started "
           BL-Start-Date " " BL-Start-Time
       DISPLAY "Stream step: " WS-Step-Name
       IF LK-Supervisor
           DISPLAY "Override the batch lockout and update anyway (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-Override
           IF WS-Override = 'Y' OR WS-Override = 'y'
               MOVE 'O' TO LK-Batch-Lock
           END-IF
       END-IF
       MOVE SPACES TO WS-Audit-Detail
       IF LK-Batch-Lock = 'O'
           MOVE "BATCHOVR" TO WS-Audit-Event
           STRING "Lockout overridden: " WS-Step-Name
               DELIMITED BY SIZE INTO WS-Audit-Detail
       ELSE
           MOVE "BATCHLCK" TO WS-Audit-Event
           STRING "Held off by stream: " WS-Step-Name
               DELIMITED BY SIZE INTO WS-Audit-Detail
       END-IF
       CALL "AUDITLOG" USING LK-Program-ID, LK-Operator-ID,
           WS-Audit-Event, WS-Audit-Detail.

PROGRAM-EXIT.
       EXIT PROGRAM.
