*> the processing date from GETPDATE, the details as keyed, and
*> the '9' trailer with the computed count and hash (low 10 digits
*> of the running TNum1+TNum2 sum, exactly SUMDRV's arithmetic).
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the transaction files it reads this
*> program will not start, unless a supervisor overrides the
*> lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 WS-Hash-Accum-R REDEFINES WS-Hash-Accum.
       02 FILLER      PIC X(5).
       02 WS-Hash-Low PIC 9(10).
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "TRANWRAP".
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
