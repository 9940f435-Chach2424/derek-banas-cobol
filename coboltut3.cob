*> sign-on validated against opermast.dat via the shared OPERSIGN
*> subroutine, and the signed-on operator ID is stamped on every
*> runaudit.txt line written during the session.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "COBLTUT3".
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
CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
