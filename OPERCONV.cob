       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERCONV.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> One-time conversion utility for the operator master's move to
*> passwords (the CUSTCONV pattern: confirm, convert; run by hand,
*> never from the stream). OPERSIGN refuses an ID that has no
*> password, and the temporary passwords that let one in are
*> issued by a supervisor in OPERMNT - which nobody can reach
*> while no operator on opermast.dat has a password at all, as on
*> a master carried over in the old 29-byte shape. This program
*> is for that case only: it will not run once any operator has a
*> password (from then on OPERMNT U(nlock) issues them), so it
*> cannot be used to get round the sign-on. There is no sign-on
*> to call; the person running it keys a supervisor ID from the
*> master, which stamps every runaudit.txt line, and then issues a
*> temporary password (keyed twice, OPERMNT's rules) to each
*> operator in turn, or skips them. Each is flagged so OPERSIGN
*> makes the operator choose their own at first sign-on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OperMastFile ASSIGN TO 'opermast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Oper-Status.

DATA DIVISION.
FILE SECTION.
FD OperMastFile.
01 OperMastRec.
       COPY OPERREC.

WORKING-STORAGE SECTION.
01 WS-Oper-Status PIC XX.
01 WS-Oper-EOF    PIC X VALUE 'N'.
01 WS-Oper-Table.
       02 WS-Oper-Entry OCCURS 50 TIMES.
           COPY OPERREC REPLACING LEADING ==OP-== BY ==WS-Tab-==.
01 WS-Oper-Count      PIC 99 VALUE 0.
01 WS-Oper-Read-Count PIC 9(4) VALUE 0.
01 WS-Oper-Idx        PIC 99 VALUE 0.
01 WS-Oper-Hit-Idx    PIC 99 VALUE 0.
01 WS-With-Password   PIC 99 VALUE 0.
01 WS-Issued-Count    PIC 99 VALUE 0.
01 WS-Skipped-Count   PIC 99 VALUE 0.
01 WS-Found           PIC X VALUE 'N'.
       88 OperFound VALUE 'Y'.
01 WS-ID-Entry    PIC X(8).
01 WS-Confirm     PIC X.
01 WS-Temp-Pwd    PIC X(16).
01 WS-Temp-Pwd-2  PIC X(16).
01 WS-Pwd-Len     PIC 99.
01 WS-Pwd-Hash    PIC 9(18).
01 WS-Pwd-Valid   PIC X VALUE 'N'.
       88 PasswordEntryOK VALUE 'Y'.
01 WS-Today       PIC 9(8).
01 WS-Audit-Program PIC X(8) VALUE "OPERCONV".
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
       PERFORM LOAD-OPERATORS
       PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
               UNTIL WS-Oper-Idx > WS-Oper-Count
           IF WS-Tab-Pwd-Hash(WS-Oper-Idx) NOT = 0
               ADD 1 TO WS-With-Password
           END-IF
       END-PERFORM
       IF WS-With-Password > 0
           DISPLAY "Conversion REFUSED - " WS-With-Password
               " operator(s) already have a password"
           DISPLAY "A supervisor issues the rest with OPERMNT U(nlock)"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Master already has passwords" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       DISPLAY "Your supervisor operator ID: " WITH NO ADVANCING
       ACCEPT WS-ID-Entry
       PERFORM FIND-OPERATOR
       IF OperFound AND WS-Tab-Role(WS-Oper-Hit-Idx) NOT = 'S'
           MOVE 'N' TO WS-Found
       END-IF
       IF NOT OperFound
           DISPLAY "Conversion REFUSED - '" WS-ID-Entry
               "' is not a supervisor on opermast.dat"
           MOVE "REFUSED" TO WS-Audit-Event
           MOVE "Conversion attempted without supervisor"
               TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       MOVE WS-ID-Entry TO WS-Audit-Operator
       DISPLAY "No operator on opermast.dat has a password. This "
           "issues temporary ones"
       DISPLAY "for the " WS-Oper-Count " operator(s) on it, one by "
           "one. Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Conversion cancelled"
           PERFORM END-OF-RUN
       END-IF
       PERFORM OFFER-ONE-OPERATOR
           VARYING WS-Oper-Idx FROM 1 BY 1
           UNTIL WS-Oper-Idx > WS-Oper-Count
       IF WS-Issued-Count > 0
           OPEN OUTPUT OperMastFile
           PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
                   UNTIL WS-Oper-Idx > WS-Oper-Count
               MOVE WS-Oper-Entry(WS-Oper-Idx) TO OperMastRec
               WRITE OperMastRec
           END-PERFORM
           CLOSE OperMastFile
       END-IF
       DISPLAY "OPERCONV: " WS-Issued-Count " temporary password(s) "
           "issued, " WS-Skipped-Count " operator(s) skipped"
       IF WS-Skipped-Count > 0
           DISPLAY "Skipped operators cannot sign on until a "
               "supervisor issues one with OPERMNT U(nlock)"
       END-IF
       PERFORM END-OF-RUN.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

*> The OPERMNT load: a master past 50 operators is refused rather
*> than have records dropped on write-back.
LOAD-OPERATORS.
       OPEN INPUT OperMastFile
       IF WS-Oper-Status NOT = '00'
           DISPLAY "Unable to open opermast.dat (status "
               WS-Oper-Status ")"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       PERFORM UNTIL WS-Oper-EOF = 'Y'
           READ OperMastFile
               AT END MOVE 'Y' TO WS-Oper-EOF
               NOT AT END
                   ADD 1 TO WS-Oper-Read-Count
                   IF WS-Oper-Count < 50
                       ADD 1 TO WS-Oper-Count
                       MOVE OperMastRec TO WS-Oper-Entry(WS-Oper-Count)
                       PERFORM NORMALIZE-OPERATOR
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OperMastFile
       IF WS-Oper-Read-Count > WS-Oper-Count
           DISPLAY "opermast.dat overflowed the operator table - "
               "conversion refused"
           MOVE 16 TO RETURN-CODE
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

FIND-OPERATOR.
       MOVE 'N' TO WS-Found
       PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
               UNTIL WS-Oper-Idx > WS-Oper-Count OR OperFound
           IF WS-Tab-ID(WS-Oper-Idx) = WS-ID-Entry
               MOVE 'Y' TO WS-Found
               MOVE WS-Oper-Idx TO WS-Oper-Hit-Idx
           END-IF
       END-PERFORM.

OFFER-ONE-OPERATOR.
       DISPLAY WS-Tab-ID(WS-Oper-Idx) " " WS-Tab-Name(WS-Oper-Idx)
           " role " WS-Tab-Role(WS-Oper-Idx)
       DISPLAY "Issue a temporary password (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
           MOVE WS-Tab-ID(WS-Oper-Idx) TO WS-ID-Entry
           MOVE WS-Oper-Idx TO WS-Oper-Hit-Idx
           PERFORM GET-TEMPORARY-PASSWORD
           PERFORM SET-TEMPORARY-PASSWORD
           ADD 1 TO WS-Issued-Count
           MOVE "PWDRESET" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Temporary password issued: " WS-ID-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       ELSE
           ADD 1 TO WS-Skipped-Count
       END-IF.

*> OPERMNT's rules for a temporary password; keyed twice, since
*> nobody can sign on with a typo.
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
       MOVE 'Y' TO WS-Tab-Must-Change(WS-Oper-Hit-Idx)
       MOVE 0 TO WS-Tab-Fail-Count(WS-Oper-Hit-Idx).
