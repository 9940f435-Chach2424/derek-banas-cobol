*> September 2nd 2026 - The reload now demands a supervisor
*> sign-on (the role OPERSIGN hands back); a clerk's attempt is
*> refused and the refusal written to runaudit.txt.
*> October 15th 2026 - BackupRec widened again with CUSTREC for the
*> retired-customer status and merge pointer CUSTMRG sets. A
*> backup in the 92-byte shape loads with every customer active
*> - the way the master is carried across the change.
*> October 15th 2026 - the rebuilt master's control totals are
*> logged through MASTLOG as a reset for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY CUSTREC.

FD BackupFile.
01 BackupRec PIC X(104).

WORKING-STORAGE SECTION.
01 WS-Cust-Status   PIC XX.
01 WS-Confirm       PIC X.
01 WS-Read-Count    PIC 9(8) VALUE 0.
01 WS-Loaded-Count  PIC 9(8) VALUE 0.
01 WS-Mast-Code  PIC X(4) VALUE "CUST".
01 WS-Mast-Kind  PIC X VALUE 'R'.
01 WS-Mast-Found PIC X.
01 WS-Mast-Totals.
       COPY MASTTOT.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "CUSTLOAD".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
           STOP RUN
       END-IF
       MOVE WS-Operator-ID TO WS-Audit-Operator
       CALL "BATCHCHK" USING WS-Audit-Program, WS-Operator-ID,
           WS-Operator-Role, WS-Batch-Lock
       IF WS-Batch-Lock = 'L'
           DISPLAY "Not started - the batch stream is using these files"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   MOVE BackupRec TO Customer
                   IF NOT CUST-Retired
                       MOVE SPACE TO CUST-Status
                       MOVE ZEROES TO CUST-Merged-Into
                       MOVE ZEROES TO CUST-Retired-On
                   END-IF
                   WRITE Customer
                       INVALID KEY
                           DISPLAY "Duplicate or bad key " Ident
       END-PERFORM
       CLOSE BackupFile
       CLOSE CustMastFile
       PERFORM LOG-MASTER-RESET
       DISPLAY "CUSTLOAD: " WS-Read-Count " record(s) read, "
           WS-Loaded-Count " loaded into custmast2.dat"
       PERFORM END-OF-RUN.
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

*> A rebuilt master starts the nightly master check afresh: its
*> control totals go to mastctl.dat as a reset (R) line.
LOG-MASTER-RESET.
       CALL "MASTSUM" USING WS-Mast-Code, WS-Mast-Totals,
           WS-Mast-Found
       CALL "MASTLOG" USING WS-Audit-Program, WS-Mast-Code,
           WS-Mast-Kind, WS-Mast-Totals.
