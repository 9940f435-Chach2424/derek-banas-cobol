       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MASTLOG.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Shared master file control total journal, the CHGLOG idea for
*> whole files. A program CALLs this with its own program id, the
*> master (CUST, PROD, EMP, STUD, VOTE), the kind of line (C
*> closing totals, D a change it made, R a master it rebuilt) and
*> the counts and hashes (MASTTOT layout); it is appended to the
*> one mastctl.dat for the whole shop (the MASTCTL layout),
*> stamped with the date and time it was written. MASTCHK adds
*> the changes up on top of the last closing totals each night,
*> and any master that no longer matches was changed by something
*> that never came through here.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MastCtlFile ASSIGN TO 'mastctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ctl-Status.

DATA DIVISION.
FILE SECTION.
FD MastCtlFile.
01 MastCtlLine PIC X(74).

WORKING-STORAGE SECTION.
01 WS-Ctl-Status PIC XX.
*> ACCEPT FROM TIME hands back hhmmsscc - the AUDITLOG handling.
01 WS-Time-Full  PIC 9(8).
01 WS-Ctl-Line.
       COPY MASTCTL.

LINKAGE SECTION.
       01 LK-Program-ID PIC X(8).
       01 LK-Master     PIC X(4).
       01 LK-Kind       PIC X.
       01 LK-Totals.
           COPY MASTTOT.

PROCEDURE DIVISION USING LK-Program-ID, LK-Master, LK-Kind,
       LK-Totals.
MAIN-LOGIC.
       OPEN EXTEND MastCtlFile
       IF WS-Ctl-Status NOT = '00'
           OPEN OUTPUT MastCtlFile
       END-IF
       ACCEPT MC-Date FROM DATE YYYYMMDD
       ACCEPT WS-Time-Full FROM TIME
       MOVE WS-Time-Full(1:6) TO MC-Time
       MOVE LK-Master TO MC-Master
       MOVE LK-Kind TO MC-Kind
       MOVE LK-Program-ID TO MC-Program-ID
       MOVE MS-Count TO MC-Count
       MOVE MS-Key-Hash TO MC-Key-Hash
       MOVE MS-Amt-Hash TO MC-Amt-Hash
       WRITE MastCtlLine FROM WS-Ctl-Line
       CLOSE MastCtlFile
       GO TO PROGRAM-EXIT.

PROGRAM-EXIT.
       EXIT PROGRAM.
