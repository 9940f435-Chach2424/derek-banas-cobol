*> (skipped on restart via stream.ctl, so it never re-logs under
*> the new run number RUNCTL issues) still counts as reported. No
*> manifest.dat, no manifest check.
*> October 15th 2026 - a step the schedule says is not due tonight
*> is no longer called missing: each label STEPDUE wrote to
*> schedskip.dat under the processing date is marked on the
*> manifest as a scheduled skip, listed on the report as not due,
*> and counted apart from the missing steps. A skipped step that
*> reported anyway (run by hand) is ticked as usual.
*> October 15th 2026 - the manifest table holds 100 labels, the
*> size of the history table; the stream has outgrown 50. A label
*> past the table is no longer dropped silently: it raises a
*> critical alert and counts as missing, so the night fails until
*> the table is widened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ManifestFile ASSIGN TO 'manifest.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Manifest-Status.
       SELECT SchedSkipFile ASSIGN TO 'schedskip.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Skip-Status.

DATA DIVISION.
FILE SECTION.
01 ManifestRec.
       02 MF-Label PIC X(20).

FD SchedSkipFile.
01 SchedSkipRec.
       02 SK-Date        PIC 9(8).
       02 FILLER         PIC X.
       02 SK-Recon-Label PIC X(20).
       02 FILLER         PIC X.
       02 SK-Step-Name   PIC X(40).

WORKING-STORAGE SECTION.
01 WS-Reconcile-Rec.
       COPY RECONREC.
*> The step labels that MUST report tonight, each ticked off as a
*> reconciliation line under the current run number names it.
01 WS-Manifest-Table.
       02 WS-Manifest-Entry OCCURS 100 TIMES.
           03 WS-Man-Label PIC X(20).
           03 WS-Man-Seen  PIC X.
*> 'S' - not due tonight on the step schedule.
01 WS-Manifest-Count PIC 999 VALUE 0.
01 WS-Manifest-Idx   PIC 999 VALUE 0.
01 WS-Manifest-Dropped PIC 9(4) VALUE 0.
01 WS-Missing-Count  PIC 9(4) VALUE 0.
01 WS-Not-Due-Count  PIC 9(4) VALUE 0.
01 WS-Skip-Status    PIC XX.
01 WS-Skip-EOF       PIC X VALUE 'N'.
01 WS-Audit-Program      PIC X(8) VALUE "RECONCIL".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event        PIC X(8).
           CLOSE RunCtlFile
       END-IF
       PERFORM LOAD-STEP-MANIFEST
       PERFORM LOAD-SCHEDULED-SKIPS
       PERFORM LOAD-RECON-HISTORY
       OPEN EXTEND ReconHistFile
       IF WS-Hist-Status NOT = '00'
           READ ManifestFile
               AT END MOVE 'Y' TO WS-Manifest-EOF
               NOT AT END
                   IF MF-Label NOT = SPACES
                       IF WS-Manifest-Count < 100
                           ADD 1 TO WS-Manifest-Count
                           MOVE MF-Label TO
                               WS-Man-Label(WS-Manifest-Count)
                           MOVE 'N' TO
                               WS-Man-Seen(WS-Manifest-Count)
                       ELSE
                           PERFORM DROP-MANIFEST-LABEL
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
           CLOSE ManifestFile
       END-IF.

*> A label the table cannot hold cannot be checked, so it is taken
*> as missing rather than passed over.
DROP-MANIFEST-LABEL.
       ADD 1 TO WS-Manifest-Dropped
       ADD 1 TO WS-Missing-Count
       MOVE 'C' TO WS-Alert-Severity
       MOVE SPACES TO WS-Alert-Message
       STRING MF-Label " overflowed RECONCILE manifest table"
           DELIMITED BY SIZE INTO WS-Alert-Message
       CALL "ALERTLOG" USING WS-Audit-Program,
           WS-Alert-Severity, WS-Alert-Message.

*> The steps the schedule passed over tonight; only a label still
*> on the manifest matters.
LOAD-SCHEDULED-SKIPS.
       OPEN INPUT SchedSkipFile
       IF WS-Skip-Status NOT = '00'
           MOVE 'Y' TO WS-Skip-EOF
       END-IF
       PERFORM UNTIL WS-Skip-EOF = 'Y'
           READ SchedSkipFile
               AT END MOVE 'Y' TO WS-Skip-EOF
               NOT AT END
                   IF SK-Date = WS-Run-Date AND
                      SK-Recon-Label NOT = SPACES
                       PERFORM VARYING WS-Manifest-Idx FROM 1 BY 1
                               UNTIL WS-Manifest-Idx > WS-Manifest-Count
                           IF WS-Man-Label(WS-Manifest-Idx) =
                              SK-Recon-Label
                               MOVE 'S' TO WS-Man-Seen(WS-Manifest-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Skip-Status NOT = '35'
           CLOSE SchedSkipFile
       END-IF.

*> Only a line under TONIGHT's run number ticks a manifest entry -
*> a step that only reported on a failed earlier attempt is still
*> missing from this one.
CHECK-MANIFEST-COVERAGE.
       PERFORM VARYING WS-Manifest-Idx FROM 1 BY 1
               UNTIL WS-Manifest-Idx > WS-Manifest-Count
           IF WS-Man-Seen(WS-Manifest-Idx) = 'S'
               ADD 1 TO WS-Not-Due-Count
               MOVE SPACES TO ReconRptLine
               STRING WS-Man-Label(WS-Manifest-Idx)
                   " not due tonight - scheduled skip"
                   DELIMITED BY SIZE INTO ReconRptLine
               WRITE ReconRptLine
           END-IF
           IF WS-Man-Seen(WS-Manifest-Idx) = 'N'
               ADD 1 TO WS-Missing-Count
               MOVE SPACES TO ReconRptLine
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
           END-IF
       END-PERFORM
       IF WS-Manifest-Dropped > 0
           MOVE SPACES TO ReconRptLine
           STRING WS-Manifest-Dropped " manifest label(s) past the "
               "table *** NOT CHECKED - counted missing ***"
               DELIMITED BY SIZE INTO ReconRptLine
           WRITE ReconRptLine
       END-IF.

WRITE-RECON-LINE.
       IF WS-Run-Break-Seen = 'N' OR
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "Manifest steps not due tonight..: " WS-Not-Due-Count
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
       MOVE SPACES TO ReconRptLine
       STRING "Grand total records in..........: " WS-Grand-In
           DELIMITED BY SIZE INTO ReconRptLine
       WRITE ReconRptLine
