*> stamp AUDITLOG already puts on the line) and the affected
*> operator (in the detail). The master rides in a table for the
*> session and is written back only if something changed.
*> October 15th 2026 - The record is now the shared OPERREC layout
*> with the sign-on password OPERSIGN checks. Add issues a
*> temporary password (keyed twice, at least 6 characters), stored
*> only as its PWDHASH hash and flagged so OPERSIGN makes the new
*> operator choose their own at first sign-on. A new U(nlock)
*> action releases an ID OPERSIGN locked after repeated wrong
*> passwords, clearing the failure count, and can issue a new
*> temporary password for an operator who has forgotten theirs;
*> each is its own runaudit.txt line (UNLOCK, PWDRESET). Inquire
*> shows the lock, the date the password was set and the last
*> sign-on.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> runs inquiry only and writes nothing back, unless a supervisor
*> overrides the lockout.
*> October 15th 2026 - OPERSIGN no longer lets an ID with no
*> password choose one at the terminal, so U(nlock) is how an
*> operator without one is given a temporary password. The
*> write-back no longer puts the session's copy of the master
*> over the file: opermast.dat is read again at sign-off and only
*> what this session did is applied to it - the operators it
*> added and deleted, and for the rest only the fields it changed
*> (name and role, the lock, the password) - so failure counts,
*> lockouts and sign-on dates OPERSIGN wrote meanwhile for other
*> sessions are kept.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
FILE SECTION.
FD OperMastFile.
01 OperMastRec.
       COPY OPERREC.

WORKING-STORAGE SECTION.
01 WS-Oper-Status PIC XX.
01 WS-Oper-EOF    PIC X VALUE 'N'.
*> Each entry carries what this session did to it, for the
*> write-back; a record loaded from the file has it blank.
01 WS-Oper-Table.
       02 WS-Oper-Entry OCCURS 50 TIMES.
           COPY OPERREC REPLACING LEADING ==OP-== BY ==WS-Tab-==.
           05 WS-Tab-Session-Change.
               10 WS-Tab-Added          PIC X.
               10 WS-Tab-Fields-Changed PIC X.
               10 WS-Tab-Unlocked       PIC X.
               10 WS-Tab-Pwd-Issued     PIC X.
*> The IDs this session deleted that were on the file at the start.
01 WS-Deleted-Table.
       02 WS-Deleted-ID OCCURS 50 TIMES PIC X(8).
01 WS-Deleted-Count   PIC 99 VALUE 0.
01 WS-Deleted-Idx     PIC 99 VALUE 0.
*> opermast.dat as it stands at sign-off, with the session's
*> changes applied to it before it is written.
01 WS-Cur-Table.
       02 WS-Cur-Entry OCCURS 50 TIMES.
           COPY OPERREC REPLACING LEADING ==OP-== BY ==WS-Cur-==.
01 WS-Cur-Count       PIC 99 VALUE 0.
01 WS-Cur-Read-Count  PIC 9(4) VALUE 0.
01 WS-Cur-Idx         PIC 99 VALUE 0.
01 WS-Cur-Hit-Idx     PIC 99 VALUE 0.
01 WS-Cur-Found       PIC X VALUE 'N'.
       88 CurFound VALUE 'Y'.
01 WS-Not-Applied     PIC 99 VALUE 0.
01 WS-Oper-Count      PIC 99 VALUE 0.
01 WS-Oper-Read-Count PIC 9(4) VALUE 0.
01 WS-Oper-Idx        PIC 99 VALUE 0.
       88 ActionChange  VALUES 'C', 'c'.
       88 ActionDelete  VALUES 'D', 'd'.
       88 ActionInquire VALUES 'I', 'i'.
       88 ActionUnlock  VALUES 'U', 'u'.
       88 ActionQuit    VALUES 'Q', 'q'.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Role-Valid  PIC X VALUE 'N'.
       88 RoleEntryOK VALUE 'Y'.
01 WS-Confirm     PIC X.
01 WS-Temp-Pwd    PIC X(16).
01 WS-Temp-Pwd-2  PIC X(16).
01 WS-Pwd-Len     PIC 99.
01 WS-Pwd-Hash    PIC 9(18).
01 WS-Pwd-Valid   PIC X VALUE 'N'.
       88 PasswordEntryOK VALUE 'Y'.
01 WS-Today       PIC 9(8).
01 WS-Batch-Lock  PIC X.
01 WS-Inquiry-Only PIC X VALUE 'N'.
       88 InquiryOnly VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "OPERMNT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
           STOP RUN
       END-IF
       MOVE WS-Operator-ID TO WS-Audit-Operator
       CALL "BATCHCHK" USING WS-Audit-Program, WS-Operator-ID,
           WS-Operator-Role, WS-Batch-Lock
       IF WS-Batch-Lock = 'L'
           MOVE 'Y' TO WS-Inquiry-Only
           DISPLAY "Inquiry only until the batch stream has finished"
       END-IF
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-OPERATORS
       DISPLAY "Operator maintenance - opermast.dat"
       PERFORM UNTIL NOT MoreWork
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN InquiryOnly AND (ActionAdd OR ActionChange OR ActionDelete
                   OR ActionUnlock)
                   DISPLAY "Inquiry only until the batch stream has finished"
               WHEN ActionAdd
                   PERFORM ADD-OPERATOR THRU ADD-OPERATOR-EXIT
               WHEN ActionChange
                   PERFORM DELETE-OPERATOR THRU DELETE-OPERATOR-EXIT
               WHEN ActionInquire
                   PERFORM INQUIRE-OPERATOR
               WHEN ActionUnlock
                   PERFORM UNLOCK-OPERATOR THRU UNLOCK-OPERATOR-EXIT
           END-EVALUATE
       END-PERFORM
       IF NOT InquiryOnly
           PERFORM WRITE-OPERATOR-MASTER
       END-IF
       DISPLAY "OPERMNT finished"
       PERFORM END-OF-RUN.

                   ADD 1 TO WS-Oper-Read-Count
                   IF WS-Oper-Count < 50
                       ADD 1 TO WS-Oper-Count
                       MOVE OperMastRec TO WS-Oper-Entry(WS-Oper-Count)
                       PERFORM NORMALIZE-OPERATOR
                   END-IF
           END-READ
       END-PERFORM
           PERFORM END-OF-RUN
       END-IF.

*> Records in the old 29-byte shape read with the password fields
*> blank - no password, not locked, never signed on.
NORMALIZE-OPERATOR.
       IF WS-Tab-Pwd-Hash(WS-Oper-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Tab-Pwd-Hash(WS-Oper-Count)
       END-IF
       IF WS-Tab-Pwd-Set-On(WS-Oper-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Tab-Pwd-Set-On(WS-Oper-Count)
       END-IF
       IF WS-Tab-Fail-Count(WS-Oper-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Tab-Fail-Count(WS-Oper-Count)
       END-IF
       IF WS-Tab-Locked-On(WS-Oper-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Tab-Locked-On(WS-Oper-Count)
       END-IF
       IF WS-Tab-Last-Signon(WS-Oper-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Tab-Last-Signon(WS-Oper-Count)
       END-IF.

GET-ACTION.
       DISPLAY "Action - A(dd) C(hange) D(elete) I(nquire) "
           "U(nlock) Q(uit): " WITH NO ADVANCING
       ACCEPT WS-Action
       IF NOT (ActionAdd OR ActionChange OR ActionDelete OR
               ActionInquire OR ActionUnlock OR ActionQuit)
           DISPLAY "Invalid action - enter A, C, D, I, U or Q"
       END-IF.

GET-OPERATOR-ID.
           GO TO ADD-OPERATOR-EXIT
       END-IF
       PERFORM GET-OPERATOR-FIELDS
       PERFORM GET-TEMPORARY-PASSWORD
       ADD 1 TO WS-Oper-Count
       MOVE WS-ID-Entry TO WS-Tab-ID(WS-Oper-Count)
       MOVE WS-Name-Entry TO WS-Tab-Name(WS-Oper-Count)
       MOVE WS-Role-Entry TO WS-Tab-Role(WS-Oper-Count)
       MOVE 0 TO WS-Tab-Fail-Count(WS-Oper-Count)
       MOVE SPACE TO WS-Tab-Lock-Flag(WS-Oper-Count)
       MOVE 0 TO WS-Tab-Locked-On(WS-Oper-Count)
       MOVE 0 TO WS-Tab-Last-Signon(WS-Oper-Count)
       MOVE WS-Oper-Count TO WS-Oper-Hit-Idx
       PERFORM SET-TEMPORARY-PASSWORD
       MOVE SPACES TO WS-Tab-Session-Change(WS-Oper-Count)
       MOVE 'Y' TO WS-Tab-Added(WS-Oper-Count)
       MOVE 'Y' TO WS-Changed
       DISPLAY "Operator '" WS-ID-Entry "' added"
       MOVE "ADD" TO WS-Audit-Event
           PERFORM GET-OPERATOR-FIELDS
           MOVE WS-Name-Entry TO WS-Tab-Name(WS-Oper-Hit-Idx)
           MOVE WS-Role-Entry TO WS-Tab-Role(WS-Oper-Hit-Idx)
           MOVE 'Y' TO WS-Tab-Fields-Changed(WS-Oper-Hit-Idx)
           MOVE 'Y' TO WS-Changed
           DISPLAY "Operator '" WS-ID-Entry "' changed"
           MOVE "CHANGE" TO WS-Audit-Event
       DISPLAY "Delete this operator (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
           IF WS-Tab-Added(WS-Oper-Hit-Idx) NOT = 'Y'
               ADD 1 TO WS-Deleted-Count
               MOVE WS-ID-Entry TO WS-Deleted-ID(WS-Deleted-Count)
           END-IF
           PERFORM VARYING WS-Oper-Idx FROM WS-Oper-Hit-Idx BY 1
                   UNTIL WS-Oper-Idx >= WS-Oper-Count
               MOVE WS-Oper-Entry(WS-Oper-Idx + 1) TO
DELETE-OPERATOR-EXIT.
       EXIT.

*> A locked ID is released with its failure count cleared; a new
*> temporary password is offered either way, for the operator who
*> locked themselves out by forgetting it or who has none yet.
UNLOCK-OPERATOR.
       PERFORM GET-OPERATOR-ID
       IF NOT OperFound
           DISPLAY "Operator '" WS-ID-Entry "' not on the master"
           GO TO UNLOCK-OPERATOR-EXIT
       END-IF
       PERFORM DISPLAY-OPERATOR
       IF WS-Tab-Locked(WS-Oper-Hit-Idx)
           MOVE SPACE TO WS-Tab-Lock-Flag(WS-Oper-Hit-Idx)
           MOVE 0 TO WS-Tab-Locked-On(WS-Oper-Hit-Idx)
           MOVE 0 TO WS-Tab-Fail-Count(WS-Oper-Hit-Idx)
           MOVE 'Y' TO WS-Tab-Unlocked(WS-Oper-Hit-Idx)
           MOVE 'Y' TO WS-Changed
           DISPLAY "Operator '" WS-ID-Entry "' unlocked"
           MOVE "UNLOCK" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Operator unlocked: " WS-ID-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       ELSE
           DISPLAY "Operator '" WS-ID-Entry "' is not locked"
       END-IF
       DISPLAY "Issue a new temporary password (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
           PERFORM GET-TEMPORARY-PASSWORD
           PERFORM SET-TEMPORARY-PASSWORD
           MOVE 0 TO WS-Tab-Fail-Count(WS-Oper-Hit-Idx)
           MOVE 'Y' TO WS-Tab-Pwd-Issued(WS-Oper-Hit-Idx)
           MOVE 'Y' TO WS-Changed
           DISPLAY "Temporary password issued - it must be changed "
               "at the next sign-on"
           MOVE "PWDRESET" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Temporary password issued: " WS-ID-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       END-IF.

UNLOCK-OPERATOR-EXIT.
       EXIT.

*> The same length rule OPERSIGN applies to a password the operator
*> chooses; keyed twice, since nobody can sign on with a typo.
GET-TEMPORARY-PASSWORD.
       MOVE 'N' TO WS-Pwd-Valid
       PERFORM UNTIL PasswordEntryOK
           DISPLAY "Temporary password (6 to 16 characters): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-Temp-Pwd
           ACCEPT WS-Temp-Pwd
           DISPLAY "Key it again: " WITH NO ADVANCING
           MOVE SPACES TO WS-Temp-Pwd-2
           ACCEPT WS-Temp-Pwd-2
           MOVE 16 TO WS-Pwd-Len
           PERFORM UNTIL WS-Pwd-Len = 0
                   OR WS-Temp-Pwd(WS-Pwd-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Pwd-Len
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Temp-Pwd NOT = WS-Temp-Pwd-2
                   DISPLAY "The two entries differ - re-enter"
               WHEN WS-Pwd-Len < 6
                   DISPLAY "Too short - at least 6 characters"
               WHEN WS-Temp-Pwd = WS-ID-Entry
                   DISPLAY "The password cannot be the operator ID"
               WHEN OTHER
                   MOVE 'Y' TO WS-Pwd-Valid
           END-EVALUATE
       END-PERFORM.

SET-TEMPORARY-PASSWORD.
       CALL "PWDHASH" USING WS-ID-Entry, WS-Temp-Pwd, WS-Pwd-Hash
       MOVE WS-Pwd-Hash TO WS-Tab-Pwd-Hash(WS-Oper-Hit-Idx)
       MOVE WS-Today TO WS-Tab-Pwd-Set-On(WS-Oper-Hit-Idx)
       MOVE 'Y' TO WS-Tab-Must-Change(WS-Oper-Hit-Idx).

INQUIRE-OPERATOR.
       PERFORM GET-OPERATOR-ID
       IF OperFound
           DISPLAY "  Role..: S (supervisor)"
       ELSE
           DISPLAY "  Role..: C (clerk)"
       END-IF
       IF WS-Tab-Locked(WS-Oper-Hit-Idx)
           DISPLAY "  Status: LOCKED since "
               WS-Tab-Locked-On(WS-Oper-Hit-Idx)
       ELSE
           DISPLAY "  Status: active, "
               WS-Tab-Fail-Count(WS-Oper-Hit-Idx)
               " wrong password(s) since the last sign-on"
       END-IF
       EVALUATE TRUE
           WHEN WS-Tab-Pwd-Hash(WS-Oper-Hit-Idx) = 0
               DISPLAY "  Passwd: none set - issue one with U(nlock)"
           WHEN WS-Tab-Change-Required(WS-Oper-Hit-Idx)
               DISPLAY "  Passwd: temporary, issued "
                   WS-Tab-Pwd-Set-On(WS-Oper-Hit-Idx)
           WHEN OTHER
               DISPLAY "  Passwd: set " WS-Tab-Pwd-Set-On(WS-Oper-Hit-Idx)
       END-EVALUATE
       IF WS-Tab-Last-Signon(WS-Oper-Hit-Idx) = 0
           DISPLAY "  Last sign-on: never"
       ELSE
           DISPLAY "  Last sign-on: " WS-Tab-Last-Signon(WS-Oper-Hit-Idx)
       END-IF.

*> OPERSIGN writes the master too - failure counts, lockouts, new
*> passwords, sign-on dates - so the file is read again here and
*> only this session's own changes are applied to what is on it
*> now: its deletions, then its changes field by field, then its
*> additions.
WRITE-OPERATOR-MASTER.
       IF MasterChanged
           PERFORM RELOAD-CURRENT-MASTER THRU RELOAD-CURRENT-MASTER-EXIT
           IF WS-Cur-Read-Count > WS-Cur-Count
               DISPLAY "opermast.dat has grown past 50 operators - "
                   "this session's changes were NOT written"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-Not-Applied
               PERFORM APPLY-SESSION-DELETE
                   VARYING WS-Deleted-Idx FROM 1 BY 1
                   UNTIL WS-Deleted-Idx > WS-Deleted-Count
               PERFORM APPLY-SESSION-CHANGE
                   VARYING WS-Oper-Idx FROM 1 BY 1
                   UNTIL WS-Oper-Idx > WS-Oper-Count
               OPEN OUTPUT OperMastFile
               PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
                       UNTIL WS-Cur-Idx > WS-Cur-Count
                   MOVE WS-Cur-Entry(WS-Cur-Idx) TO OperMastRec
                   WRITE OperMastRec
               END-PERFORM
               CLOSE OperMastFile
               DISPLAY "opermast.dat written back - " WS-Cur-Count
                   " operator(s)"
               IF WS-Not-Applied > 0
                   DISPLAY WS-Not-Applied " change(s) could not be "
                       "applied - see above"
               END-IF
           END-IF
       END-IF.

RELOAD-CURRENT-MASTER.
       MOVE 0 TO WS-Cur-Count
       MOVE 0 TO WS-Cur-Read-Count
       MOVE 'N' TO WS-Oper-EOF
       OPEN INPUT OperMastFile
       IF WS-Oper-Status NOT = '00'
           GO TO RELOAD-CURRENT-MASTER-EXIT
       END-IF
       PERFORM UNTIL WS-Oper-EOF = 'Y'
           READ OperMastFile
               AT END MOVE 'Y' TO WS-Oper-EOF
               NOT AT END
                   ADD 1 TO WS-Cur-Read-Count
                   IF WS-Cur-Count < 50
                       ADD 1 TO WS-Cur-Count
                       MOVE OperMastRec TO WS-Cur-Entry(WS-Cur-Count)
                       PERFORM NORMALIZE-CURRENT-OPERATOR
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OperMastFile.

RELOAD-CURRENT-MASTER-EXIT.
       EXIT.

NORMALIZE-CURRENT-OPERATOR.
       IF WS-Cur-Pwd-Hash(WS-Cur-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Cur-Pwd-Hash(WS-Cur-Count)
       END-IF
       IF WS-Cur-Pwd-Set-On(WS-Cur-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Cur-Pwd-Set-On(WS-Cur-Count)
       END-IF
       IF WS-Cur-Fail-Count(WS-Cur-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Cur-Fail-Count(WS-Cur-Count)
       END-IF
       IF WS-Cur-Locked-On(WS-Cur-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Cur-Locked-On(WS-Cur-Count)
       END-IF
       IF WS-Cur-Last-Signon(WS-Cur-Count) IS NOT NUMERIC
           MOVE 0 TO WS-Cur-Last-Signon(WS-Cur-Count)
       END-IF.

FIND-CURRENT-OPERATOR.
       MOVE 'N' TO WS-Cur-Found
       PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
               UNTIL WS-Cur-Idx > WS-Cur-Count OR CurFound
           IF WS-Cur-ID(WS-Cur-Idx) = WS-ID-Entry
               MOVE 'Y' TO WS-Cur-Found
               MOVE WS-Cur-Idx TO WS-Cur-Hit-Idx
           END-IF
       END-PERFORM.

APPLY-SESSION-DELETE.
       MOVE WS-Deleted-ID(WS-Deleted-Idx) TO WS-ID-Entry
       PERFORM FIND-CURRENT-OPERATOR
       IF CurFound
           PERFORM VARYING WS-Cur-Idx FROM WS-Cur-Hit-Idx BY 1
                   UNTIL WS-Cur-Idx >= WS-Cur-Count
               MOVE WS-Cur-Entry(WS-Cur-Idx + 1) TO
                   WS-Cur-Entry(WS-Cur-Idx)
           END-PERFORM
           SUBTRACT 1 FROM WS-Cur-Count
       END-IF.

*> An ID added here that another session added meanwhile, or one
*> changed here that another session deleted, is left as the file
*> has it and reported.
APPLY-SESSION-CHANGE.
       MOVE WS-Tab-ID(WS-Oper-Idx) TO WS-ID-Entry
       PERFORM FIND-CURRENT-OPERATOR
       IF WS-Tab-Added(WS-Oper-Idx) = 'Y'
           IF CurFound OR WS-Cur-Count >= 50
               ADD 1 TO WS-Not-Applied
               DISPLAY "Operator '" WS-ID-Entry "' was added "
                   "elsewhere meanwhile (or the master is full) - "
                   "not added"
           ELSE
               ADD 1 TO WS-Cur-Count
               MOVE WS-Oper-Entry(WS-Oper-Idx)
                   TO WS-Cur-Entry(WS-Cur-Count)
           END-IF
       ELSE
           IF WS-Tab-Session-Change(WS-Oper-Idx) NOT = SPACES
               IF CurFound
                   PERFORM APPLY-CHANGED-FIELDS
               ELSE
                   ADD 1 TO WS-Not-Applied
                   DISPLAY "Operator '" WS-ID-Entry "' is no longer "
                       "on the master - change not written"
               END-IF
           END-IF
       END-IF.

APPLY-CHANGED-FIELDS.
       IF WS-Tab-Fields-Changed(WS-Oper-Idx) = 'Y'
           MOVE WS-Tab-Name(WS-Oper-Idx) TO WS-Cur-Name(WS-Cur-Hit-Idx)
           MOVE WS-Tab-Role(WS-Oper-Idx) TO WS-Cur-Role(WS-Cur-Hit-Idx)
       END-IF
       IF WS-Tab-Unlocked(WS-Oper-Idx) = 'Y'
           MOVE SPACE TO WS-Cur-Lock-Flag(WS-Cur-Hit-Idx)
           MOVE 0 TO WS-Cur-Locked-On(WS-Cur-Hit-Idx)
           MOVE 0 TO WS-Cur-Fail-Count(WS-Cur-Hit-Idx)
       END-IF
       IF WS-Tab-Pwd-Issued(WS-Oper-Idx) = 'Y'
           MOVE WS-Tab-Pwd-Hash(WS-Oper-Idx)
               TO WS-Cur-Pwd-Hash(WS-Cur-Hit-Idx)
           MOVE WS-Tab-Pwd-Set-On(WS-Oper-Idx)
               TO WS-Cur-Pwd-Set-On(WS-Cur-Hit-Idx)
           MOVE WS-Tab-Must-Change(WS-Oper-Idx)
               TO WS-Cur-Must-Change(WS-Cur-Hit-Idx)
           MOVE 0 TO WS-Cur-Fail-Count(WS-Cur-Hit-Idx)
       END-IF.
