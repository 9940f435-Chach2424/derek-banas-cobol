       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SECRPT.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Daily sign-on security report for daily_batch.sh, off the lines
*> OPERSIGN and OPERMNT write to runaudit.txt and the operator
*> master opermast.dat (the shared OPERREC layout). secrpt.txt
*> lists, in four parts: every failed sign-on since the last report
*> (when, the ID keyed, and why - unknown ID, wrong password,
*> locked ID); every lockout, unlock and temporary password issued
*> since the last report; every ID locked on the master right now;
*> and every dormant ID - one not signed on for DORMANTDAYS days
*> (60 when not set on rates.dat), counted from its last sign-on,
*> or from the date its password was issued if it has never signed
*> on. "Since the last report" is the date and time of the newest
*> line the last report took in, kept on secmark.dat: the new mark
*> is written to secmark.new, moved over secmark.dat by the stream
*> once the step ends clean, so every event is reported exactly
*> once whether or not housekeeping has rolled runaudit.txt in
*> between. A lockout in the period or a locked ID raises a
*> warning alert for the morning. Counts go through RECONLOG.
*> October 15th 2026 - a temporary password issued by the OPERCONV
*> conversion is reported with OPERMNT's, so the passwords given
*> out when the master first takes them are on the report too.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AuditFile ASSIGN TO 'runaudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-Status.
       SELECT OperMastFile ASSIGN TO 'opermast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Oper-Status.
       SELECT MarkFile ASSIGN TO 'secmark.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Mark-Status.
       SELECT MarkNewFile ASSIGN TO 'secmark.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SecRptFile ASSIGN TO 'secrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AuditFile.
01 AuditFileLine PIC X(93).

FD OperMastFile.
01 OperMastRec.
       COPY OPERREC.

FD MarkFile.
01 MarkRec.
       02 MK-Date PIC 9(8).
       02 MK-Time PIC 9(6).

FD MarkNewFile.
01 MarkNewRec PIC X(14).

FD SecRptFile.
01 SecRptLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Audit-Status PIC XX.
01 WS-Oper-Status  PIC XX.
01 WS-Mark-Status  PIC XX.
01 WS-Audit-EOF    PIC X VALUE 'N'.
01 WS-Oper-EOF     PIC X VALUE 'N'.
01 WS-Audit-Line.
       COPY AUDITREC.
*> Date and time side by side, so one comparison orders two lines.
01 WS-Mark-Stamp.
       02 WS-Mark-Date PIC 9(8) VALUE 0.
       02 WS-Mark-Time PIC 9(6) VALUE 0.
01 WS-New-Mark-Stamp.
       02 WS-New-Mark-Date PIC 9(8) VALUE 0.
       02 WS-New-Mark-Time PIC 9(6) VALUE 0.
01 WS-Line-Stamp.
       02 WS-Line-Date PIC 9(8).
       02 WS-Line-Time PIC 9(6).
01 WS-Pass         PIC 9 VALUE 0.
       88 FailurePass VALUE 1.
       88 LockoutPass VALUE 2.
01 WS-Security-Line PIC X VALUE 'N'.
       88 SecurityLine VALUE 'Y'.
01 WS-Audit-Read-Count  PIC 9(8) VALUE 0.
01 WS-Reported-Count    PIC 9(8) VALUE 0.
01 WS-Passed-Count      PIC 9(8) VALUE 0.
01 WS-Fail-Count        PIC 9(6) VALUE 0.
01 WS-Lockout-Count     PIC 9(6) VALUE 0.
01 WS-Unlock-Count      PIC 9(6) VALUE 0.
01 WS-Oper-Read-Count   PIC 9(6) VALUE 0.
01 WS-Locked-Count      PIC 9(6) VALUE 0.
01 WS-Dormant-Count     PIC 9(6) VALUE 0.
01 WS-Today             PIC 9(8).
01 WS-Dormant-Days      PIC 9(3) VALUE 60.
01 WS-Dormant-From      PIC 9(8).
01 WS-Dormant-Until     PIC 9(8).
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Month-Len     PIC 99.
01 WS-Leap-Quot     PIC 9(4).
01 WS-Leap-Rem      PIC 9(3).
01 WS-Days-Table.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 28.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
01 WS-Days-Table-R REDEFINES WS-Days-Table.
       02 WS-Days-In-Month PIC 99 OCCURS 12 TIMES.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "SECRPT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Security report".
01 WS-Recon-Out        PIC 9(8) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       MOVE "DORMANTDAYS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
          AND WS-Rate-Value < 1000
           MOVE WS-Rate-Value TO WS-Dormant-Days
       END-IF
       PERFORM READ-LAST-MARK
       MOVE WS-Mark-Stamp TO WS-New-Mark-Stamp
       OPEN OUTPUT SecRptFile
       MOVE SPACES TO SecRptLine
       STRING "Sign-on Security Report        Run date " WS-Today
           DELIMITED BY SIZE INTO SecRptLine
       WRITE SecRptLine
       MOVE SPACES TO SecRptLine
       IF WS-Mark-Date = 0
           MOVE "Events: all of runaudit.txt (no earlier report)"
               TO SecRptLine
       ELSE
           STRING "Events: since " WS-Mark-Date " " WS-Mark-Time
               " (the last report)"
               DELIMITED BY SIZE INTO SecRptLine
       END-IF
       WRITE SecRptLine
       MOVE 1 TO WS-Pass
       PERFORM PRINT-SECTION-HEADING
       PERFORM SCAN-AUDIT-LOG
       MOVE SPACES TO SecRptLine
       STRING "  " WS-Fail-Count " failed sign-on(s)"
           DELIMITED BY SIZE INTO SecRptLine
       WRITE SecRptLine
       MOVE 2 TO WS-Pass
       PERFORM PRINT-SECTION-HEADING
       PERFORM SCAN-AUDIT-LOG
       MOVE SPACES TO SecRptLine
       STRING "  " WS-Lockout-Count " lockout(s), " WS-Unlock-Count
           " unlock(s) and temporary password(s)"
           DELIMITED BY SIZE INTO SecRptLine
       WRITE SecRptLine
       PERFORM SCAN-OPERATOR-MASTER
       CLOSE SecRptFile
       OPEN OUTPUT MarkNewFile
       WRITE MarkNewRec FROM WS-New-Mark-Stamp
       CLOSE MarkNewFile
       IF WS-Lockout-Count > 0 OR WS-Locked-Count > 0
           MOVE 'W' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "Lockouts " WS-Lockout-Count ", IDs locked now "
               WS-Locked-Count " - see secrpt.txt"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF
       COMPUTE WS-Recon-Out = WS-Reported-Count + WS-Passed-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Audit-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

READ-LAST-MARK.
       OPEN INPUT MarkFile
       IF WS-Mark-Status = '00'
           READ MarkFile
               NOT AT END
                   IF MK-Date IS NUMERIC AND MK-Time IS NUMERIC
                       MOVE MK-Date TO WS-Mark-Date
                       MOVE MK-Time TO WS-Mark-Time
                   END-IF
           END-READ
           CLOSE MarkFile
       END-IF.

PRINT-SECTION-HEADING.
       MOVE SPACES TO SecRptLine
       WRITE SecRptLine
       MOVE SPACES TO SecRptLine
       EVALUATE TRUE
           WHEN FailurePass
               MOVE "Failed sign-ons" TO SecRptLine
           WHEN LockoutPass
               MOVE "Lockouts, unlocks and temporary passwords"
                   TO SecRptLine
       END-EVALUATE
       WRITE SecRptLine
       MOVE SPACES TO SecRptLine
       STRING "  Date     Time   Operator Event    By       Detail"
           DELIMITED BY SIZE INTO SecRptLine
       WRITE SecRptLine.

*> One pass over runaudit.txt per section; the first pass also
*> does the counting for RECONLOG and finds the new mark.
SCAN-AUDIT-LOG.
       MOVE 'N' TO WS-Audit-EOF
       OPEN INPUT AuditFile
       IF WS-Audit-Status NOT = '00'
           MOVE 'Y' TO WS-Audit-EOF
       END-IF
       PERFORM UNTIL WS-Audit-EOF = 'Y'
           READ AuditFile
               AT END MOVE 'Y' TO WS-Audit-EOF
               NOT AT END
                   MOVE AuditFileLine TO WS-Audit-Line
                   PERFORM CHECK-ONE-LINE
           END-READ
       END-PERFORM
       IF WS-Audit-Status NOT = '35'
           CLOSE AuditFile
       END-IF.

*> OPERSIGN stamps the ID keyed as the operator on its own lines;
*> OPERMNT's and OPERCONV's carry the supervisor, with the ID in
*> the detail.
CHECK-ONE-LINE.
       IF FailurePass
           ADD 1 TO WS-Audit-Read-Count
       END-IF
       MOVE RA-Date TO WS-Line-Date
       MOVE RA-Time TO WS-Line-Time
       MOVE 'N' TO WS-Security-Line
       IF WS-Line-Stamp > WS-Mark-Stamp
           EVALUATE TRUE
               WHEN FailurePass AND RA-Program-ID = "OPERSIGN"
                    AND RA-Event = "SIGNFAIL"
                   MOVE 'Y' TO WS-Security-Line
                   ADD 1 TO WS-Fail-Count
               WHEN LockoutPass AND RA-Program-ID = "OPERSIGN"
                    AND RA-Event = "LOCKOUT"
                   MOVE 'Y' TO WS-Security-Line
                   ADD 1 TO WS-Lockout-Count
               WHEN LockoutPass AND RA-Program-ID = "OPERMNT"
                    AND (RA-Event = "UNLOCK" OR RA-Event = "PWDRESET")
                   MOVE 'Y' TO WS-Security-Line
                   ADD 1 TO WS-Unlock-Count
               WHEN LockoutPass AND RA-Program-ID = "OPERCONV"
                    AND RA-Event = "PWDRESET"
                   MOVE 'Y' TO WS-Security-Line
                   ADD 1 TO WS-Unlock-Count
           END-EVALUATE
           IF FailurePass AND WS-Line-Stamp > WS-New-Mark-Stamp
               MOVE WS-Line-Stamp TO WS-New-Mark-Stamp
           END-IF
       END-IF
       IF SecurityLine
           ADD 1 TO WS-Reported-Count
           MOVE SPACES TO SecRptLine
           IF RA-Program-ID = "OPERSIGN"
               STRING "  " RA-Date " " RA-Time " " RA-Operator " "
                   RA-Event " " "(self)  " " " RA-Detail
                   DELIMITED BY SIZE INTO SecRptLine
           ELSE
               STRING "  " RA-Date " " RA-Time " " "        " " "
                   RA-Event " " RA-Operator " " RA-Detail
                   DELIMITED BY SIZE INTO SecRptLine
           END-IF
           WRITE SecRptLine
       ELSE
           IF FailurePass
               ADD 1 TO WS-Passed-Count
           END-IF
       END-IF.

SCAN-OPERATOR-MASTER.
       MOVE SPACES TO SecRptLine
       WRITE SecRptLine
       MOVE "IDs locked now" TO SecRptLine
       WRITE SecRptLine
       PERFORM OPEN-OPERATOR-MASTER
       PERFORM UNTIL WS-Oper-EOF = 'Y'
           READ OperMastFile
               AT END MOVE 'Y' TO WS-Oper-EOF
               NOT AT END
                   ADD 1 TO WS-Oper-Read-Count
                   PERFORM NORMALIZE-OPERATOR
                   IF OP-Locked
                       ADD 1 TO WS-Locked-Count
                       MOVE SPACES TO SecRptLine
                       STRING "  " OP-ID " " OP-Name " locked since "
                           OP-Locked-On
                           DELIMITED BY SIZE INTO SecRptLine
                       WRITE SecRptLine
                   END-IF
           END-READ
       END-PERFORM
       PERFORM CLOSE-OPERATOR-MASTER
       MOVE SPACES TO SecRptLine
       STRING "  " WS-Locked-Count " locked ID(s)"
           DELIMITED BY SIZE INTO SecRptLine
       WRITE SecRptLine
       MOVE SPACES TO SecRptLine
       WRITE SecRptLine
       MOVE SPACES TO SecRptLine
       STRING "Dormant IDs - no sign-on in " WS-Dormant-Days " days"
           DELIMITED BY SIZE INTO SecRptLine
       WRITE SecRptLine
       MOVE 'N' TO WS-Oper-EOF
       PERFORM OPEN-OPERATOR-MASTER
       PERFORM UNTIL WS-Oper-EOF = 'Y'
           READ OperMastFile
               AT END MOVE 'Y' TO WS-Oper-EOF
               NOT AT END
                   PERFORM NORMALIZE-OPERATOR
                   PERFORM CHECK-DORMANT
           END-READ
       END-PERFORM
       PERFORM CLOSE-OPERATOR-MASTER
       MOVE SPACES TO SecRptLine
       STRING "  " WS-Dormant-Count " dormant ID(s) of "
           WS-Oper-Read-Count " on opermast.dat"
           DELIMITED BY SIZE INTO SecRptLine
       WRITE SecRptLine.

OPEN-OPERATOR-MASTER.
       OPEN INPUT OperMastFile
       IF WS-Oper-Status NOT = '00'
           MOVE 'Y' TO WS-Oper-EOF
           MOVE SPACES TO SecRptLine
           STRING "  (opermast.dat not readable - status "
               WS-Oper-Status ")"
               DELIMITED BY SIZE INTO SecRptLine
           WRITE SecRptLine
       END-IF.

CLOSE-OPERATOR-MASTER.
       IF WS-Oper-Status NOT = '35'
           CLOSE OperMastFile
       END-IF.

NORMALIZE-OPERATOR.
       IF OP-Pwd-Set-On IS NOT NUMERIC
           MOVE 0 TO OP-Pwd-Set-On
       END-IF
       IF OP-Locked-On IS NOT NUMERIC
           MOVE 0 TO OP-Locked-On
       END-IF
       IF OP-Last-Signon IS NOT NUMERIC
           MOVE 0 TO OP-Last-Signon
       END-IF.

*> Dormant from the last sign-on, or from the date a password was
*> issued to an ID that has never been used; an ID with neither
*> (an old record nobody has signed on with since passwords came
*> in) is listed as never used.
CHECK-DORMANT.
       IF OP-Last-Signon > 0
           MOVE OP-Last-Signon TO WS-Dormant-From
       ELSE
           MOVE OP-Pwd-Set-On TO WS-Dormant-From
       END-IF
       IF WS-Dormant-From = 0
           ADD 1 TO WS-Dormant-Count
           MOVE SPACES TO SecRptLine
           STRING "  " OP-ID " " OP-Name " never signed on"
               DELIMITED BY SIZE INTO SecRptLine
           WRITE SecRptLine
       ELSE
           MOVE WS-Dormant-From TO WS-Walk-Date-Num
           PERFORM NEXT-CALENDAR-DAY WS-Dormant-Days TIMES
           MOVE WS-Walk-Date-Num TO WS-Dormant-Until
           IF WS-Dormant-Until <= WS-Today
               ADD 1 TO WS-Dormant-Count
               MOVE SPACES TO SecRptLine
               IF OP-Last-Signon > 0
                   STRING "  " OP-ID " " OP-Name " last sign-on "
                       OP-Last-Signon
                       DELIMITED BY SIZE INTO SecRptLine
               ELSE
                   STRING "  " OP-ID " " OP-Name " never signed on"
                       " - password issued " OP-Pwd-Set-On
                       DELIMITED BY SIZE INTO SecRptLine
               END-IF
               WRITE SecRptLine
           END-IF
       END-IF.

NEXT-CALENDAR-DAY.
       IF WS-Walk-Month < 1 OR WS-Walk-Month > 12
           MOVE 12 TO WS-Walk-Month
       END-IF
       MOVE WS-Days-In-Month(WS-Walk-Month) TO WS-Month-Len
       IF WS-Walk-Month = 2
           DIVIDE WS-Walk-Year BY 4 GIVING WS-Leap-Quot
               REMAINDER WS-Leap-Rem
           IF WS-Leap-Rem = 0
               MOVE 29 TO WS-Month-Len
               DIVIDE WS-Walk-Year BY 100 GIVING WS-Leap-Quot
                   REMAINDER WS-Leap-Rem
               IF WS-Leap-Rem = 0
                   DIVIDE WS-Walk-Year BY 400 GIVING WS-Leap-Quot
                       REMAINDER WS-Leap-Rem
                   IF WS-Leap-Rem NOT = 0
                       MOVE 28 TO WS-Month-Len
                   END-IF
               END-IF
           END-IF
       END-IF
       ADD 1 TO WS-Walk-Day
       IF WS-Walk-Day > WS-Month-Len
           MOVE 1 TO WS-Walk-Day
           ADD 1 TO WS-Walk-Month
           IF WS-Walk-Month > 12
               MOVE 1 TO WS-Walk-Month
               ADD 1 TO WS-Walk-Year
           END-IF
       END-IF.
