*> The trial balance gltrial.txt is then printed
*> from the WHOLE journal - the books to date, not just tonight.
*> Feed lines read vs. journaled go to reconcile.dat via RECONLOG.
*> October 15th 2026 - manual journal entries now post here too.
*> Every entry on gljentry.dat (the shared GLJEREC layout) keyed
*> through GLJE and approved by a supervisor - and each month's
*> entry GLRECUR generated from an approved recurring one - is
*> proved in balance on its own (one that is not, having been
*> edited by hand, is held with a critical alert) and then joins
*> the night's feed in the balance proof and the posting. Journal
*> lines now use the shared GLJRNL layout and carry their source:
*> SF for a subsystem's feed line, MJ for a manual entry and RJ
*> for a recurring one, with the entry number, description, and
*> the operators who keyed and approved it. Posted entries are
*> marked with the run number on gljentry.new, moved over
*> gljentry.dat by the stream; posted and rejected lines are
*> dropped from it the following night. Entry lines read vs.
*> journaled are added to the reconciliation counts.
*> October 15th 2026 - the chart is read through the shared GLCHART
*> layout, which now carries each account's type and statement
*> line for GLCLOSE. A month GLCLOSE has closed takes no more
*> postings: when the processing date falls in or before the last
*> closed month on glperiod.ctl, nothing is posted, a critical is
*> raised and the run ends with RETURN-CODE 8 like an unbalanced
*> night, leaving the feed and the entries for a corrected date.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLJrnlFile ASSIGN TO 'gljrnl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Jrnl-Status.
       SELECT GLJEntryFile ASSIGN TO 'gljentry.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JEntry-Status.
       SELECT GLJEntryNewFile ASSIGN TO 'gljentry.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GLPeriodFile ASSIGN TO 'glperiod.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Period-Status.
       SELECT RunCtlFile ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunCtl-Status.

FD GLChartFile.
01 GLChartRec.
       COPY GLCHART.

FD GLJrnlFile.
01 GLJrnlRec.
       COPY GLJRNL.

FD GLJEntryFile.
01 GLJEntryRec.
       COPY GLJEREC.

FD GLJEntryNewFile.
01 GLJEntryNewRec PIC X(118).

FD GLPeriodFile.
01 GLPeriodRec.
       02 GP-Closed-Through PIC 9(6).

FD RunCtlFile.
01 RunCtlRec.
01 WS-Chart-Status  PIC XX.
01 WS-Jrnl-Status   PIC XX.
01 WS-RunCtl-Status PIC XX.
01 WS-JEntry-Status PIC XX.
01 WS-Period-Status PIC XX.
01 WS-Closed-Through PIC 9(6) VALUE ZEROES.
01 WS-Period-Closed  PIC X VALUE 'N'.
       88 PeriodClosed VALUE 'Y'.
01 WS-JEntry-EOF    PIC X VALUE 'N'.
01 WS-JEntry-Open   PIC X VALUE 'N'.
01 WS-Feed-EOF      PIC X VALUE 'N'.
01 WS-Chart-EOF     PIC X VALUE 'N'.
01 WS-Jrnl-EOF      PIC X VALUE 'N'.
01 WS-Chart-Hit-Idx PIC 9(3) VALUE 0.
01 WS-Chart-Found   PIC X VALUE 'N'.
       88 ChartFound VALUE 'Y'.
01 WS-Find-Account  PIC 9(4).
*> Manual journal entry lines carried forward, each flagged when
*> it is to post tonight.
01 WS-JE-Table.
       02 WS-JE-Entry OCCURS 3000 TIMES.
           03 WS-JE-Line.
               COPY GLJEREC REPLACING LEADING ==JE-== BY ==WS-JT-==.
           03 WS-JE-Postable PIC X.
               88 JEPostable VALUE 'Y'.
01 WS-JE-Count      PIC 9(4) VALUE 0.
01 WS-JE-Read-Count PIC 9(8) VALUE 0.
01 WS-JE-Dropped    PIC 9(8) VALUE 0.
01 WS-JE-Idx        PIC 9(4) VALUE 0.
01 WS-JE-First-Idx  PIC 9(4) VALUE 0.
01 WS-JE-Last-Idx   PIC 9(4) VALUE 0.
01 WS-JE-Break      PIC X VALUE 'N'.
       88 JEBreak VALUE 'Y'.
01 WS-JE-Entry-Debits  PIC 9(11)V99 VALUE ZEROES.
01 WS-JE-Entry-Credits PIC 9(11)V99 VALUE ZEROES.
01 WS-JE-Posted-Entries PIC 9(4) VALUE 0.
01 WS-JE-Held-Entries   PIC 9(4) VALUE 0.
01 WS-Night-Debits  PIC 9(11)V99 VALUE ZEROES.
01 WS-Night-Credits PIC 9(11)V99 VALUE ZEROES.
*> Trial balance accumulators, one slot per chart entry plus a
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM READ-RUN-NUMBER
       PERFORM LOAD-CHART-OF-ACCOUNTS
       PERFORM LOAD-JOURNAL-ENTRIES
       PERFORM TALLY-THE-FEED
       PERFORM PROVE-JOURNAL-ENTRIES
       PERFORM CHECK-NIGHT-BALANCE
       PERFORM CHECK-PERIOD-OPEN
       IF WS-Night-Debits = WS-Night-Credits AND NOT PeriodClosed
           PERFORM POST-THE-FEED
           PERFORM WRITE-JOURNAL-ENTRIES
       END-IF
       PERFORM PRINT-TRIAL-BALANCE
       DISPLAY "GLPOST: " WS-Posted-Count " journal line(s) "
           "posted, " WS-Unknown-Count " on unknown accounts"
       DISPLAY "GLPOST: " WS-JE-Posted-Entries " journal entr(ies) "
           "posted, " WS-JE-Held-Entries " held out of balance"
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Posted-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       IF WS-Night-Debits NOT = WS-Night-Credits OR PeriodClosed
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.
       END-IF.

TALLY-ONE-LINE.
       MOVE GF-Account TO WS-Find-Account
       PERFORM FIND-CHART-ACCOUNT
       IF NOT ChartFound
           ADD 1 TO WS-Unknown-Count
       IF WS-Feed-Status NOT = '35'
           CLOSE GLFeedFile
       END-IF
       PERFORM VARYING WS-JE-Idx FROM 1 BY 1
               UNTIL WS-JE-Idx > WS-JE-Count
           IF JEPostable(WS-JE-Idx)
               PERFORM POST-ONE-ENTRY-LINE
           END-IF
       END-PERFORM
       CLOSE GLJrnlFile.

POST-ONE-LINE.
       MOVE GF-Account TO GJ-Account
       MOVE GF-Debit TO GJ-Debit
       MOVE GF-Credit TO GJ-Credit
       MOVE "SF" TO GJ-Source
       MOVE ZEROES TO GJ-Entry-Number
       MOVE SPACES TO GJ-Description GJ-Keyed-By GJ-Approved-By
       WRITE GLJrnlRec
       ADD 1 TO WS-Posted-Count.

*> A manual line is journaled under the program that made the
*> entry, with its source, number and the two operators on it.
POST-ONE-ENTRY-LINE.
       MOVE WS-Run-Number TO GJ-Run-Number
       MOVE WS-Proc-Date TO GJ-Date
       IF WS-JT-Generated(WS-JE-Idx)
           MOVE "GLRECUR" TO GJ-Program
           MOVE "RJ" TO GJ-Source
       ELSE
           MOVE "GLJE" TO GJ-Program
           MOVE "MJ" TO GJ-Source
       END-IF
       MOVE WS-JT-Account(WS-JE-Idx) TO GJ-Account
       MOVE WS-JT-Debit(WS-JE-Idx) TO GJ-Debit
       MOVE WS-JT-Credit(WS-JE-Idx) TO GJ-Credit
       MOVE WS-JT-Entry-Number(WS-JE-Idx) TO GJ-Entry-Number
       MOVE WS-JT-Description(WS-JE-Idx) TO GJ-Description
       MOVE WS-JT-Keyed-By(WS-JE-Idx) TO GJ-Keyed-By
       MOVE WS-JT-Approved-By(WS-JE-Idx) TO GJ-Approved-By
       WRITE GLJrnlRec
       ADD 1 TO WS-Posted-Count
       MOVE 'J' TO WS-JT-Status(WS-JE-Idx)
       MOVE WS-Run-Number TO WS-JT-Posted-Run(WS-JE-Idx).

*> Lines posted or rejected by an earlier night are not carried:
*> the posted ones live on in gljrnl.dat, the rejections in
*> runaudit.txt. An overflow abandons the run before anything is
*> posted, so no entry can be dropped or posted twice.
LOAD-JOURNAL-ENTRIES.
       OPEN INPUT GLJEntryFile
       IF WS-JEntry-Status = '00'
           MOVE 'Y' TO WS-JEntry-Open
       ELSE
           MOVE 'Y' TO WS-JEntry-EOF
       END-IF
       PERFORM UNTIL WS-JEntry-EOF = 'Y'
           READ GLJEntryFile
               AT END MOVE 'Y' TO WS-JEntry-EOF
               NOT AT END
                   ADD 1 TO WS-JE-Read-Count
                   IF JE-Posted OR JE-Rejected
                       ADD 1 TO WS-JE-Dropped
                   ELSE
                       IF WS-JE-Count >= 3000
                           PERFORM ABANDON-ENTRY-OVERFLOW
                       END-IF
                       ADD 1 TO WS-JE-Count
                       MOVE GLJEntryRec TO WS-JE-Line(WS-JE-Count)
                       MOVE 'N' TO WS-JE-Postable(WS-JE-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-JEntry-Open = 'Y'
           CLOSE GLJEntryFile
       END-IF.

ABANDON-ENTRY-OVERFLOW.
       DISPLAY "GLPOST: gljentry.dat overflowed the entry table - "
           "run abandoned"
       MOVE 'C' TO WS-Alert-Severity
       MOVE "Journal entry table overflow - nothing posted"
           TO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message
       MOVE "ABORT" TO WS-Audit-Event
       MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       MOVE 16 TO RETURN-CODE
       STOP RUN.

*> Each approved one-time or generated entry - its lines kept
*> together on the file - must balance by itself before it joins
*> the night. GLJE never saves one that doesn't, so one that
*> doesn't was changed by hand: it is held, approved, with a
*> critical alert, and its lines count as read but not journaled.
PROVE-JOURNAL-ENTRIES.
       MOVE 1 TO WS-JE-First-Idx
       PERFORM UNTIL WS-JE-First-Idx > WS-JE-Count
           MOVE WS-JE-First-Idx TO WS-JE-Last-Idx
           MOVE 'N' TO WS-JE-Break
           PERFORM UNTIL WS-JE-Last-Idx >= WS-JE-Count OR JEBreak
               IF WS-JT-Entry-Number(WS-JE-Last-Idx + 1) NOT =
                  WS-JT-Entry-Number(WS-JE-First-Idx)
                   MOVE 'Y' TO WS-JE-Break
               ELSE
                   ADD 1 TO WS-JE-Last-Idx
               END-IF
           END-PERFORM
           IF WS-JT-Approved(WS-JE-First-Idx) AND
              (WS-JT-One-Time(WS-JE-First-Idx) OR
               WS-JT-Generated(WS-JE-First-Idx))
               PERFORM PROVE-ONE-ENTRY
           END-IF
           COMPUTE WS-JE-First-Idx = WS-JE-Last-Idx + 1
       END-PERFORM.

PROVE-ONE-ENTRY.
       MOVE ZEROES TO WS-JE-Entry-Debits WS-JE-Entry-Credits
       PERFORM VARYING WS-JE-Idx FROM WS-JE-First-Idx BY 1
               UNTIL WS-JE-Idx > WS-JE-Last-Idx
           ADD 1 TO WS-Read-Count
           ADD WS-JT-Debit(WS-JE-Idx) TO WS-JE-Entry-Debits
           ADD WS-JT-Credit(WS-JE-Idx) TO WS-JE-Entry-Credits
       END-PERFORM
       IF WS-JE-Entry-Debits NOT = WS-JE-Entry-Credits
           ADD 1 TO WS-JE-Held-Entries
           MOVE 'C' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "Journal entry " WS-JT-Entry-Number(WS-JE-First-Idx)
               " does not balance - held, not posted"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       ELSE
           ADD 1 TO WS-JE-Posted-Entries
           ADD WS-JE-Entry-Debits TO WS-Night-Debits
           ADD WS-JE-Entry-Credits TO WS-Night-Credits
           PERFORM VARYING WS-JE-Idx FROM WS-JE-First-Idx BY 1
                   UNTIL WS-JE-Idx > WS-JE-Last-Idx
               MOVE 'Y' TO WS-JE-Postable(WS-JE-Idx)
               MOVE WS-JT-Account(WS-JE-Idx) TO WS-Find-Account
               PERFORM FIND-CHART-ACCOUNT
               IF NOT ChartFound
                   ADD 1 TO WS-Unknown-Count
                   MOVE 'C' TO WS-Alert-Severity
                   MOVE SPACES TO WS-Alert-Message
                   STRING "GL account " WS-Find-Account " on entry "
                       WS-JT-Entry-Number(WS-JE-Idx)
                       " is not on glchart.dat"
                       DELIMITED BY SIZE INTO WS-Alert-Message
                   CALL "ALERTLOG" USING WS-Audit-Program,
                       WS-Alert-Severity, WS-Alert-Message
               END-IF
           END-PERFORM
       END-IF.

*> Written only on a night that posted, and only when there was a
*> file to carry forward.
WRITE-JOURNAL-ENTRIES.
       IF WS-JEntry-Open = 'Y'
           OPEN OUTPUT GLJEntryNewFile
           PERFORM VARYING WS-JE-Idx FROM 1 BY 1
                   UNTIL WS-JE-Idx > WS-JE-Count
               WRITE GLJEntryNewRec FROM WS-JE-Line(WS-JE-Idx)
           END-PERFORM
           CLOSE GLJEntryNewFile
       END-IF.

FIND-CHART-ACCOUNT.
       MOVE 'N' TO WS-Chart-Found
       PERFORM VARYING WS-Chart-Idx FROM 1 BY 1
               UNTIL WS-Chart-Idx > WS-Chart-Count OR ChartFound
           IF WS-CTab-Account(WS-Chart-Idx) = WS-Find-Account
               MOVE 'Y' TO WS-Chart-Found
               MOVE WS-Chart-Idx TO WS-Chart-Hit-Idx
           END-IF
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

*> Tonight's lines are dated the processing date; a month already
*> closed by GLCLOSE takes nothing more.
CHECK-PERIOD-OPEN.
       OPEN INPUT GLPeriodFile
       IF WS-Period-Status = '00'
           READ GLPeriodFile
               NOT AT END
                   IF GP-Closed-Through IS NUMERIC
                       MOVE GP-Closed-Through TO WS-Closed-Through
                   END-IF
           END-READ
           CLOSE GLPeriodFile
       END-IF
       IF WS-Proc-Date(1:6) NOT > WS-Closed-Through
           MOVE 'Y' TO WS-Period-Closed
           DISPLAY "GLPOST: processing date " WS-Proc-Date
               " is in a closed period (closed through "
               WS-Closed-Through ") - nothing posted"
           MOVE 'C' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "Posting refused - " WS-Proc-Date
               " is in a closed GL period"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

*> The trial balance runs over the WHOLE journal - every run ever
*> posted - netting debits against credits per chart account.
PRINT-TRIAL-BALANCE.
