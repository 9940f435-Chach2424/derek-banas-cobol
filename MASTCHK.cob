       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MASTCHK.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Opening master file check for daily_batch.sh, run on a fresh
*> start before any step updates a master. For each master
*> (customers, products, employees, students, voters) the last
*> closing totals MASTCLS put on mastctl.dat - or the totals of a
*> rebuild since (CUSTLOAD, CUSTCONV) - plus every change the
*> maintenance programs have logged there since through MASTLOG,
*> are what the master should hold now. MASTSUM counts what it
*> does hold. A master whose record count or either hash total
*> does not match was changed by something that did not log it -
*> an editor, a copy over the file, a program run from a private
*> build: a critical alert is raised through ALERTLOG for each,
*> and the step ends with RETURN-CODE 8, which stops the stream
*> before the night's updates bury the difference. A master that
*> will not open is treated the same way. A master with no
*> closing totals yet (the first night) is reported and passed.
*> mastchk.txt shows expected and actual for every master. Once a
*> difference has been explained, running MASTCLS by hand takes
*> the masters as they stand as the new closing totals.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MastCtlFile ASSIGN TO 'mastctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ctl-Status.
       SELECT ChkRptFile ASSIGN TO 'mastchk.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MastCtlFile.
01 MastCtlRec.
       COPY MASTCTL.

FD ChkRptFile.
01 ChkRptLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Ctl-Status  PIC XX.
01 WS-Ctl-EOF     PIC X VALUE 'N'.
01 WS-Today       PIC 9(8).
01 WS-Master-Codes PIC X(20) VALUE "CUSTPRODEMP STUDVOTE".
01 WS-Master-Names.
       02 FILLER PIC X(10) VALUE "Customers".
       02 FILLER PIC X(10) VALUE "Products".
       02 FILLER PIC X(10) VALUE "Employees".
       02 FILLER PIC X(10) VALUE "Students".
       02 FILLER PIC X(10) VALUE "Voters".
01 WS-Master-Names-R REDEFINES WS-Master-Names.
       02 WS-Master-Name PIC X(10) OCCURS 5 TIMES.
*> Per master: the baseline (closing or rebuild totals) and the
*> changes logged on top of it, in mastctl.dat order.
01 WS-Master-Table.
       02 WS-Master-Entry OCCURS 5 TIMES.
           03 WS-Mst-Code      PIC X(4).
           03 WS-Mst-Base-Seen PIC X.
           03 WS-Mst-Base-Date PIC 9(8).
           03 WS-Mst-Base-Time PIC 9(6).
           03 WS-Mst-Changes   PIC 9(5).
           03 WS-Mst-Expected.
               COPY MASTTOT REPLACING LEADING ==MS-== BY ==WS-Exp-==.
01 WS-Master-Idx  PIC 9.
01 WS-Hit-Idx     PIC 9.
01 WS-Master      PIC X(4).
01 WS-Found       PIC X.
01 WS-Actual.
       COPY MASTTOT REPLACING LEADING ==MS-== BY ==WS-Act-==.
01 WS-Unexplained PIC X.
01 WS-Fail-Count  PIC 9 VALUE 0.
01 WS-Count-Ed    PIC -(7)9.
01 WS-Key-Ed      PIC -(15)9.
01 WS-Amt-Ed      PIC -(13)9.99.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "MASTCHK".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM VARYING WS-Master-Idx FROM 1 BY 1
               UNTIL WS-Master-Idx > 5
           MOVE WS-Master-Codes((WS-Master-Idx - 1) * 4 + 1:4)
               TO WS-Mst-Code(WS-Master-Idx)
           MOVE 'N' TO WS-Mst-Base-Seen(WS-Master-Idx)
           MOVE 0 TO WS-Mst-Changes(WS-Master-Idx)
       END-PERFORM
       PERFORM LOAD-CONTROL-JOURNAL
       OPEN OUTPUT ChkRptFile
       MOVE SPACES TO ChkRptLine
       STRING "Master File Control Check      Processing date "
           WS-Today DELIMITED BY SIZE INTO ChkRptLine
       WRITE ChkRptLine
       PERFORM CHECK-ONE-MASTER VARYING WS-Master-Idx FROM 1 BY 1
           UNTIL WS-Master-Idx > 5
       MOVE SPACES TO ChkRptLine
       WRITE ChkRptLine
       MOVE SPACES TO ChkRptLine
       IF WS-Fail-Count = 0
           MOVE "Every master agrees with its control totals"
               TO ChkRptLine
       ELSE
           STRING WS-Fail-Count " master(s) changed outside the "
               "maintenance programs - stream stopped"
               DELIMITED BY SIZE INTO ChkRptLine
       END-IF
       WRITE ChkRptLine
       CLOSE ChkRptFile
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       IF WS-Fail-Count > 0
           DISPLAY "MASTCHK: " WS-Fail-Count " master(s) do not "
               "agree with their control totals - see mastchk.txt"
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-CONTROL-JOURNAL.
       OPEN INPUT MastCtlFile
       IF WS-Ctl-Status NOT = '00'
           MOVE 'Y' TO WS-Ctl-EOF
       END-IF
       PERFORM UNTIL WS-Ctl-EOF = 'Y'
           READ MastCtlFile
               AT END MOVE 'Y' TO WS-Ctl-EOF
               NOT AT END
                   PERFORM APPLY-CONTROL-LINE
           END-READ
       END-PERFORM
       IF WS-Ctl-Status NOT = '35'
           CLOSE MastCtlFile
       END-IF.

*> A closing or rebuild line starts the master over from its
*> totals; a change line adds to them. A change logged before any
*> baseline exists has nothing to add to and is passed over.
APPLY-CONTROL-LINE.
       MOVE 0 TO WS-Hit-Idx
       PERFORM VARYING WS-Master-Idx FROM 1 BY 1
               UNTIL WS-Master-Idx > 5
           IF WS-Mst-Code(WS-Master-Idx) = MC-Master
               MOVE WS-Master-Idx TO WS-Hit-Idx
           END-IF
       END-PERFORM
       IF WS-Hit-Idx > 0 AND MC-Count IS NUMERIC AND
          MC-Key-Hash IS NUMERIC AND MC-Amt-Hash IS NUMERIC
           EVALUATE TRUE
               WHEN MC-Closing OR MC-Reset
                   MOVE 'Y' TO WS-Mst-Base-Seen(WS-Hit-Idx)
                   MOVE MC-Date TO WS-Mst-Base-Date(WS-Hit-Idx)
                   MOVE MC-Time TO WS-Mst-Base-Time(WS-Hit-Idx)
                   MOVE 0 TO WS-Mst-Changes(WS-Hit-Idx)
                   MOVE MC-Count TO WS-Exp-Count(WS-Hit-Idx)
                   MOVE MC-Key-Hash TO WS-Exp-Key-Hash(WS-Hit-Idx)
                   MOVE MC-Amt-Hash TO WS-Exp-Amt-Hash(WS-Hit-Idx)
               WHEN MC-Delta
                   IF WS-Mst-Base-Seen(WS-Hit-Idx) = 'Y'
                       ADD 1 TO WS-Mst-Changes(WS-Hit-Idx)
                       ADD MC-Count TO WS-Exp-Count(WS-Hit-Idx)
                       ADD MC-Key-Hash TO
                           WS-Exp-Key-Hash(WS-Hit-Idx)
                       ADD MC-Amt-Hash TO
                           WS-Exp-Amt-Hash(WS-Hit-Idx)
                   END-IF
           END-EVALUATE
       END-IF.

CHECK-ONE-MASTER.
       MOVE WS-Mst-Code(WS-Master-Idx) TO WS-Master
       CALL "MASTSUM" USING WS-Master, WS-Actual, WS-Found
       MOVE SPACES TO ChkRptLine
       WRITE ChkRptLine
       MOVE SPACES TO ChkRptLine
       STRING WS-Master-Name(WS-Master-Idx) " (" WS-Master ")"
           DELIMITED BY SIZE INTO ChkRptLine
       WRITE ChkRptLine
       MOVE 'N' TO WS-Unexplained
       IF WS-Found = 'E'
           MOVE 'Y' TO WS-Unexplained
           MOVE "  the master could not be opened" TO ChkRptLine
           WRITE ChkRptLine
       ELSE
           IF WS-Mst-Base-Seen(WS-Master-Idx) = 'N'
               MOVE "  no closing totals yet - not checked"
                   TO ChkRptLine
               WRITE ChkRptLine
           ELSE
               PERFORM PRINT-MASTER-TOTALS
               IF WS-Act-Count NOT = WS-Exp-Count(WS-Master-Idx) OR
                  WS-Act-Key-Hash NOT = WS-Exp-Key-Hash(WS-Master-Idx)
                  OR WS-Act-Amt-Hash NOT =
                     WS-Exp-Amt-Hash(WS-Master-Idx)
                   MOVE 'Y' TO WS-Unexplained
                   MOVE "  *** UNEXPLAINED DIFFERENCE ***"
                       TO ChkRptLine
               ELSE
                   MOVE "  agrees" TO ChkRptLine
               END-IF
               WRITE ChkRptLine
           END-IF
       END-IF
       IF WS-Unexplained = 'Y'
           ADD 1 TO WS-Fail-Count
           MOVE 'C' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING WS-Master-Name(WS-Master-Idx)
               " master changed outside maintenance - see mastchk"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

PRINT-MASTER-TOTALS.
       MOVE SPACES TO ChkRptLine
       STRING "  closing totals of " WS-Mst-Base-Date(WS-Master-Idx)
           " " WS-Mst-Base-Time(WS-Master-Idx) " plus "
           WS-Mst-Changes(WS-Master-Idx) " logged change(s)"
           DELIMITED BY SIZE INTO ChkRptLine
       WRITE ChkRptLine
       MOVE SPACES TO ChkRptLine
       MOVE "                  Records        Key hash"
           TO ChkRptLine(1:42)
       MOVE "      Amount hash" TO ChkRptLine(43:17)
       WRITE ChkRptLine
       MOVE WS-Exp-Count(WS-Master-Idx) TO WS-Count-Ed
       MOVE WS-Exp-Key-Hash(WS-Master-Idx) TO WS-Key-Ed
       MOVE WS-Exp-Amt-Hash(WS-Master-Idx) TO WS-Amt-Ed
       MOVE SPACES TO ChkRptLine
       STRING "  expected.. " WS-Count-Ed " " WS-Key-Ed " "
           WS-Amt-Ed DELIMITED BY SIZE INTO ChkRptLine
       WRITE ChkRptLine
       MOVE WS-Act-Count TO WS-Count-Ed
       MOVE WS-Act-Key-Hash TO WS-Key-Ed
       MOVE WS-Act-Amt-Hash TO WS-Amt-Ed
       MOVE SPACES TO ChkRptLine
       STRING "  actual.... " WS-Count-Ed " " WS-Key-Ed " "
           WS-Amt-Ed DELIMITED BY SIZE INTO ChkRptLine
       WRITE ChkRptLine.
