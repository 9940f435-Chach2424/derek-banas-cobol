*> ORDENT credit override, the YEAREND reset - demand supervisor.
*> A record with no role keyed signs on as a clerk: the safe
*> default for an opermast.dat written before the role existed.
*> October 15th 2026 - An operator ID is no longer enough: the
*> operator master (now the shared OPERREC layout) carries a
*> password, stored only as its PWDHASH hash, and sign-on asks for
*> it after the ID. A wrong password, an unknown ID and a locked ID
*> all get the same answer at the terminal and a SIGNFAIL line on
*> runaudit.txt under the ID keyed. Wrong passwords are counted on
*> the master across sessions; at SIGNONTRIES in a row (3 when not
*> set on rates.dat) the ID is locked - LOCKOUT on runaudit.txt
*> and a warning alert - and stays locked until a supervisor
*> unlocks it in OPERMNT. An ID with no password yet (first use),
*> a temporary password issued by OPERMNT, or a password older
*> than PWDEXPDAYS days (90 when not set) must be changed before
*> the sign-on completes: at least 6 characters, not the ID, not
*> the password it replaces, keyed twice. A good sign-on clears
*> the failure count and stamps the date for SECRPT's dormant-ID
*> list. The master is read fresh for every attempt and written
*> back whenever one of these changes it.
*> October 15th 2026 - An ID with no password is refused like any
*> other bad sign-on (SIGNFAIL, same answer at the terminal)
*> instead of letting whoever keys it first choose the password.
*> A supervisor issues a temporary one with OPERMNT U(nlock); a
*> master on which no operator has a password yet is brought
*> across once with OPERCONV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
FILE SECTION.
FD OperMastFile.
01 OperMastRec.
       COPY OPERREC.

WORKING-STORAGE SECTION.
01 WS-Oper-Status PIC XX.
01 WS-Oper-EOF    PIC X.
01 WS-Oper-Loaded PIC X.
       88 OperLoaded VALUE 'Y'.
01 WS-Entry       PIC X(8).
01 WS-Pwd-Entry   PIC X(16).
01 WS-New-Pwd     PIC X(16).
01 WS-New-Pwd-2   PIC X(16).
01 WS-Pwd-Len     PIC 99.
01 WS-Pwd-Hash    PIC 9(18).
01 WS-Pwd-Changed PIC X.
       88 PasswordChanged VALUE 'Y'.
01 WS-Pwd-Tries   PIC 9.
01 WS-Found       PIC X.
01 WS-Attempts    PIC 9 VALUE 0.
*> The master rides in a table for each attempt, so a failure
*> count or a new password can be written back; a master past 50
*> operators (the OPERMNT limit) is checked but never written.
01 WS-Oper-Table.
       02 WS-Oper-Entry OCCURS 50 TIMES.
           COPY OPERREC REPLACING LEADING ==OP-== BY ==WS-Tab-==.
01 WS-Oper-Count      PIC 99 VALUE 0.
01 WS-Oper-Read-Count PIC 9(4) VALUE 0.
01 WS-Oper-Idx        PIC 99 VALUE 0.
01 WS-Oper-Hit-Idx    PIC 99 VALUE 0.
01 WS-Today           PIC 9(8).
01 WS-Max-Tries       PIC 9 VALUE 3.
01 WS-Expiry-Days     PIC 9(3) VALUE 90.
01 WS-Expires-On      PIC 9(8).
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Month-Len     PIC 99.
01 WS-Leap-Quot     PIC 9(4).
01 WS-Leap-Rem      PIC 9(3).
01 WS-Days-Table.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 28.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
01 WS-Days-Table-R REDEFINES WS-Days-Table.
       02 WS-Days-In-Month PIC 99 OCCURS 12 TIMES.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "OPERSIGN".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).

LINKAGE SECTION.
       01 LK-Operator-ID PIC X(8).
       MOVE SPACES TO LK-Operator-ID
       MOVE 'C' TO LK-Role
       MOVE 0 TO WS-Attempts
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-SIGNON-RATES
       PERFORM UNTIL LK-Signed-On = 'Y' OR WS-Attempts >= 3
           ADD 1 TO WS-Attempts
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-Entry
           DISPLAY "Password: " WITH NO ADVANCING
           MOVE SPACES TO WS-Pwd-Entry
           ACCEPT WS-Pwd-Entry
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
       END-PERFORM
       IF LK-Signed-On NOT = 'Y'
           DISPLAY "Sign-on refused"
       END-IF
       GO TO PROGRAM-EXIT.

LOAD-SIGNON-RATES.
       MOVE "SIGNONTRIES" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
          AND WS-Rate-Value < 10
           MOVE WS-Rate-Value TO WS-Max-Tries
       END-IF
       MOVE "PWDEXPDAYS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y' AND WS-Rate-Value > 0
          AND WS-Rate-Value < 1000
           MOVE WS-Rate-Value TO WS-Expiry-Days
       END-IF.

*> One attempt. The terminal answer for an unknown ID, a locked ID
*> and a wrong password is the same, so the screen never confirms
*> which IDs exist; runaudit.txt gets the real reason.
CHECK-OPERATOR.
       PERFORM LOAD-OPERATORS
       IF WS-Oper-Status NOT = '00' AND WS-Oper-Status NOT = '10'
           GO TO CHECK-OPERATOR-EXIT
       END-IF
       IF WS-Found NOT = 'Y'
           DISPLAY "Operator ID or password not valid"
           MOVE "ID not on the operator master" TO WS-Audit-Detail
           PERFORM WRITE-SIGNFAIL
           GO TO CHECK-OPERATOR-EXIT
       END-IF
       IF WS-Tab-Locked(WS-Oper-Hit-Idx)
           DISPLAY "Operator ID or password not valid"
           DISPLAY "(a locked ID must be unlocked by a supervisor "
               "in OPERMNT)"
           MOVE "Sign-on to a locked ID" TO WS-Audit-Detail
           PERFORM WRITE-SIGNFAIL
           GO TO CHECK-OPERATOR-EXIT
       END-IF
       IF WS-Tab-Pwd-Hash(WS-Oper-Hit-Idx) = 0
           DISPLAY "Operator ID or password not valid"
           MOVE "No password set - OPERMNT must issue one"
               TO WS-Audit-Detail
           PERFORM WRITE-SIGNFAIL
           GO TO CHECK-OPERATOR-EXIT
       END-IF
       CALL "PWDHASH" USING WS-Entry, WS-Pwd-Entry, WS-Pwd-Hash
       IF WS-Pwd-Hash NOT = WS-Tab-Pwd-Hash(WS-Oper-Hit-Idx)
           PERFORM RECORD-WRONG-PASSWORD
           GO TO CHECK-OPERATOR-EXIT
       END-IF
       MOVE 0 TO WS-Tab-Fail-Count(WS-Oper-Hit-Idx)
       IF WS-Tab-Change-Required(WS-Oper-Hit-Idx)
           DISPLAY "The password for " WS-Entry
               " is temporary - choose a new one now"
           PERFORM CHANGE-PASSWORD THRU CHANGE-PASSWORD-EXIT
           IF NOT PasswordChanged
               PERFORM WRITE-OPERATORS
               GO TO CHECK-OPERATOR-EXIT
           END-IF
       ELSE
           PERFORM FIND-EXPIRY-DATE
           IF WS-Expires-On NOT > WS-Today
               DISPLAY "The password for " WS-Entry
                   " has expired - choose a new one now"
               PERFORM CHANGE-PASSWORD THRU CHANGE-PASSWORD-EXIT
               IF NOT PasswordChanged
                   PERFORM WRITE-OPERATORS
                   GO TO CHECK-OPERATOR-EXIT
               END-IF
           END-IF
       END-IF.

SIGN-ON-ACCEPTED.
       MOVE WS-Today TO WS-Tab-Last-Signon(WS-Oper-Hit-Idx)
       PERFORM WRITE-OPERATORS
       MOVE 'Y' TO LK-Signed-On
       MOVE WS-Entry TO LK-Operator-ID
       IF WS-Tab-Role(WS-Oper-Hit-Idx) = 'S'
           MOVE 'S' TO LK-Role
       ELSE
           MOVE 'C' TO LK-Role
       END-IF
       DISPLAY "Signed on: " WS-Tab-Name(WS-Oper-Hit-Idx).

CHECK-OPERATOR-EXIT.
       EXIT.

*> The failure count is kept on the master, so walking away and
*> coming back does not reset it; only a good sign-on or an
*> OPERMNT unlock does.
RECORD-WRONG-PASSWORD.
       DISPLAY "Operator ID or password not valid"
       ADD 1 TO WS-Tab-Fail-Count(WS-Oper-Hit-Idx)
       IF WS-Tab-Fail-Count(WS-Oper-Hit-Idx) >= WS-Max-Tries
           MOVE 'L' TO WS-Tab-Lock-Flag(WS-Oper-Hit-Idx)
           MOVE WS-Today TO WS-Tab-Locked-On(WS-Oper-Hit-Idx)
           DISPLAY "Operator " WS-Entry " is now locked - a "
               "supervisor must unlock it in OPERMNT"
           MOVE "LOCKOUT" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Locked after " WS-Max-Tries
               " wrong passwords in a row"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program, WS-Entry,
               WS-Audit-Event, WS-Audit-Detail
           MOVE 'W' TO WS-Alert-Severity
           MOVE SPACES TO WS-Alert-Message
           STRING "Operator " WS-Entry " locked after "
               WS-Max-Tries " failed sign-ons"
               DELIMITED BY SIZE INTO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       ELSE
           MOVE "Wrong password" TO WS-Audit-Detail
           PERFORM WRITE-SIGNFAIL
       END-IF
       PERFORM WRITE-OPERATORS.

WRITE-SIGNFAIL.
       MOVE "SIGNFAIL" TO WS-Audit-Event
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Entry,
           WS-Audit-Event, WS-Audit-Detail.

*> Up to three tries at a new password; every rule is checked
*> before the master is touched.
CHANGE-PASSWORD.
       MOVE 'N' TO WS-Pwd-Changed
       MOVE 0 TO WS-Pwd-Tries
       PERFORM GET-NEW-PASSWORD THRU GET-NEW-PASSWORD-EXIT
           UNTIL PasswordChanged OR WS-Pwd-Tries >= 3
       IF NOT PasswordChanged
           DISPLAY "Password not changed - sign-on not completed"
       END-IF.

CHANGE-PASSWORD-EXIT.
       EXIT.

GET-NEW-PASSWORD.
       ADD 1 TO WS-Pwd-Tries
       DISPLAY "New password (6 to 16 characters): "
           WITH NO ADVANCING
       MOVE SPACES TO WS-New-Pwd
       ACCEPT WS-New-Pwd
       DISPLAY "Key the new password again: " WITH NO ADVANCING
       MOVE SPACES TO WS-New-Pwd-2
       ACCEPT WS-New-Pwd-2
       IF WS-New-Pwd NOT = WS-New-Pwd-2
           DISPLAY "The two entries differ - try again"
           GO TO GET-NEW-PASSWORD-EXIT
       END-IF
       MOVE 16 TO WS-Pwd-Len
       PERFORM UNTIL WS-Pwd-Len = 0
               OR WS-New-Pwd(WS-Pwd-Len:1) NOT = SPACE
           SUBTRACT 1 FROM WS-Pwd-Len
       END-PERFORM
       IF WS-Pwd-Len < 6
           DISPLAY "Too short - at least 6 characters"
           GO TO GET-NEW-PASSWORD-EXIT
       END-IF
       IF WS-New-Pwd = WS-Entry
           DISPLAY "The password cannot be the operator ID"
           GO TO GET-NEW-PASSWORD-EXIT
       END-IF
       CALL "PWDHASH" USING WS-Entry, WS-New-Pwd, WS-Pwd-Hash
       IF WS-Pwd-Hash = WS-Tab-Pwd-Hash(WS-Oper-Hit-Idx)
           DISPLAY "Choose a password different from the old one"
           GO TO GET-NEW-PASSWORD-EXIT
       END-IF
       MOVE WS-Pwd-Hash TO WS-Tab-Pwd-Hash(WS-Oper-Hit-Idx)
       MOVE WS-Today TO WS-Tab-Pwd-Set-On(WS-Oper-Hit-Idx)
       MOVE SPACE TO WS-Tab-Must-Change(WS-Oper-Hit-Idx)
       MOVE 'Y' TO WS-Pwd-Changed
       DISPLAY "Password changed"
       MOVE "PWDCHG" TO WS-Audit-Event
       MOVE "Password changed at sign-on" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Entry,
           WS-Audit-Event, WS-Audit-Detail.

GET-NEW-PASSWORD-EXIT.
       EXIT.

*> The date the password was set plus PWDEXPDAYS, walked a calendar
*> day at a time the VOTELIST way. A password with no set date has
*> already expired.
FIND-EXPIRY-DATE.
       IF WS-Tab-Pwd-Set-On(WS-Oper-Hit-Idx) = 0
           MOVE 0 TO WS-Expires-On
       ELSE
           MOVE WS-Tab-Pwd-Set-On(WS-Oper-Hit-Idx) TO WS-Walk-Date-Num
           PERFORM NEXT-CALENDAR-DAY WS-Expiry-Days TIMES
           MOVE WS-Walk-Date-Num TO WS-Expires-On
       END-IF.

NEXT-CALENDAR-DAY.
       IF WS-Walk-Month < 1 OR WS-Walk-Month > 12
           MOVE 12 TO WS-Walk-Month
       END-IF
       MOVE WS-Days-In-Month(WS-Walk-Month) TO WS-Month-Len
       IF WS-Walk-Month = 2
           DIVIDE WS-Walk-Year BY 4 GIVING WS-Leap-Quot
               REMAINDER WS-Leap-Rem
           IF WS-Leap-Rem = 0
               MOVE 29 TO WS-Month-Len
               DIVIDE WS-Walk-Year BY 100 GIVING WS-Leap-Quot
                   REMAINDER WS-Leap-Rem
               IF WS-Leap-Rem = 0
                   DIVIDE WS-Walk-Year BY 400 GIVING WS-Leap-Quot
                       REMAINDER WS-Leap-Rem
                   IF WS-Leap-Rem NOT = 0
                       MOVE 28 TO WS-Month-Len
                   END-IF
               END-IF
           END-IF
       END-IF
       ADD 1 TO WS-Walk-Day
       IF WS-Walk-Day > WS-Month-Len
           MOVE 1 TO WS-Walk-Day
           ADD 1 TO WS-Walk-Month
           IF WS-Walk-Month > 12
               MOVE 1 TO WS-Walk-Month
               ADD 1 TO WS-Walk-Year
           END-IF
       END-IF.

*> Records in the old 29-byte shape read with the new fields blank:
*> no password (first use), nothing failed, not locked, never
*> signed on.
LOAD-OPERATORS.
       MOVE 'N' TO WS-Found
       MOVE 'N' TO WS-Oper-EOF
       MOVE 'N' TO WS-Oper-Loaded
       MOVE 0 TO WS-Oper-Count
       MOVE 0 TO WS-Oper-Read-Count
       OPEN INPUT OperMastFile
       IF WS-Oper-Status NOT = '00'
           DISPLAY "Cannot read opermast.dat (status "
               WS-Oper-Status ") - nobody can sign on"
           MOVE 'Y' TO WS-Oper-EOF
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
                       IF WS-Tab-ID(WS-Oper-Count) = WS-Entry
                          AND WS-Found NOT = 'Y'
                           MOVE 'Y' TO WS-Found
                           MOVE WS-Oper-Count TO WS-Oper-Hit-Idx
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Oper-Status = '00' OR WS-Oper-Status = '10'
           CLOSE OperMastFile
           IF WS-Oper-Read-Count = WS-Oper-Count
               MOVE 'Y' TO WS-Oper-Loaded
           END-IF
       END-IF.

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

WRITE-OPERATORS.
       IF OperLoaded
           OPEN OUTPUT OperMastFile
           PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
                   UNTIL WS-Oper-Idx > WS-Oper-Count
               MOVE WS-Oper-Entry(WS-Oper-Idx) TO OperMastRec
               WRITE OperMastRec
           END-PERFORM
           CLOSE OperMastFile
       END-IF.

