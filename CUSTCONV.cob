*> rebuilds custmast2.dat from the converted records the way
*> CUSTLOAD does, so one session takes the shop across the change
*> and CUSTBKUP/CUSTLOAD keep working against the new shape.
*> October 15th 2026 - converted records are written in the 104-byte
*> CUSTREC shape, every customer active (no merge pointer).
*> October 15th 2026 - the rebuilt master's control totals are
*> logged through MASTLOG as a reset for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       02 OLD-DOB   PIC 9(8).

FD NewFile.
01 NewCustRec PIC X(104).

FD CustMastFile.
01 Customer.
           LEADING ==DOB== BY ==NC-DOB==
           LEADING ==YOB== BY ==NC-YOB==
           LEADING ==CUST-== BY ==NC-==.
01 WS-Mast-Code  PIC X(4) VALUE "CUST".
01 WS-Mast-Kind  PIC X VALUE 'R'.
01 WS-Mast-Found PIC X.
01 WS-Mast-Totals.
       COPY MASTTOT.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "CUSTCONV".
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
       DISPLAY "Old-shape (31-byte) customer file to convert: "
           WITH NO ADVANCING
       ACCEPT WS-Old-Name
       DISPLAY "Converted (104-byte) file to write: "
           WITH NO ADVANCING
       ACCEPT WS-New-Name
       OPEN INPUT OldFile
       MOVE SPACES TO NC-State
       MOVE SPACES TO NC-Zip
       MOVE SPACES TO NC-Phone
       MOVE SPACE TO NC-Status
       MOVE ZEROES TO NC-Merged-Into
       MOVE ZEROES TO NC-Retired-On
       WRITE NewCustRec FROM WS-New-Customer
       ADD 1 TO WS-Written-Count.

       END-PERFORM
       CLOSE NewFile
       CLOSE CustMastFile
       PERFORM LOG-MASTER-RESET
       DISPLAY "custmast2.dat rebuilt - " WS-Loaded-Count
           " customer(s) loaded".

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
