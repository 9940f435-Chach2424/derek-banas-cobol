*> as transact.dat, and sign-off shows the session's totals (pairs
*> entered, overflows).

*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       88 MoreEntries VALUE 'Y'.
01 WS-Chk-Idx      PIC 9.
01 WS-Saw-Space    PIC X VALUE 'N'.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "SUMCLRK".
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
       PERFORM OPEN-JOURNAL
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
