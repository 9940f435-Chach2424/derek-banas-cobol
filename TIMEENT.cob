*> the keyed-hours register timereg.txt with the operator and a
*> session sequence number - the same provenance SUMCLRK's journal
*> gives the GETSUM stream.
*> October 15th 2026 - the employee master is now read through the
*> shared EMPREC layout, which carries the direct deposit details.
*> October 15th 2026 - Leave hours are keyed as their own hour
*> types on the same entry: vacation and sick hours after the hours
*> worked, each digits-only and a hard stop above the employee's
*> balance on leavebal.dat (the shared LEAVEREC layout) less what
*> this session has already keyed against it. The balances are
*> echoed with the name. Hours worked may now be zero for a week
*> taken entirely as leave, but the entry's total must be over
*> zero and within HRSMAX. payhours.dat carries the two leave
*> fields after the hours worked; the register shows all three.
*> October 15th 2026 - Labor distribution: the employee's home
*> department is echoed with the name, and when some of the hours
*> worked were in another department the clerk keys how many and
*> the department's code, which must be on the department table
*> dept.dat (the shared DEPTREC layout) and not the home one.
*> payhours.dat carries the department and its hours after the
*> leave fields; the pay run charges them there and everything
*> else on the check to the home department.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RegisterFile ASSIGN TO 'timereg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Register-Status.
       SELECT LeaveFile ASSIGN TO 'leavebal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Leave-Status.
       SELECT DeptFile ASSIGN TO 'dept.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Dept-Status.

DATA DIVISION.
FILE SECTION.
FD EmpFile.
01 EmpMastRec.
       COPY EMPREC.

FD HoursFile.
01 HoursRec.
       02 PH-Emp-Number PIC 9(4).
       02 PH-Hours      PIC 99V99.
       02 PH-Vac-Hours  PIC 99V99.
       02 PH-Sick-Hours PIC 99V99.
       02 PH-Dept       PIC X(4).
       02 PH-Dept-Hours PIC 99V99.

FD RegisterFile.
01 RegisterLine PIC X(100).

FD LeaveFile.
01 LeaveRec.
       COPY LEAVEREC.

FD DeptFile.
01 DeptRec.
       COPY DEPTREC.

WORKING-STORAGE SECTION.
01 WS-Emp-Status      PIC XX.
01 WS-Hours-Status    PIC XX.
01 WS-Register-Status PIC XX.
01 WS-Leave-Status    PIC XX.
01 WS-Dept-Status     PIC XX.
01 WS-Emp-EOF         PIC X VALUE 'N'.
01 WS-Dept-EOF        PIC X VALUE 'N'.
01 WS-Leave-EOF       PIC X VALUE 'N'.
*> The leave balances are what is left to key against: each held
*> entry's leave hours come off them as it is taken.
01 WS-Emp-Table.
       02 WS-Emp-Entry OCCURS 100 TIMES.
           03 WS-Emp-Number PIC 9(4).
           03 WS-Emp-Name   PIC X(20).
           03 WS-Emp-Vac-Left  PIC 9(3)V99.
           03 WS-Emp-Sick-Left PIC 9(3)V99.
           03 WS-Emp-Home-Dept PIC X(4).
01 WS-Emp-Count    PIC 9(3) VALUE 0.
01 WS-Emp-Idx      PIC 9(3) VALUE 0.
01 WS-Emp-Hit-Idx  PIC 9(3) VALUE 0.
       02 WS-Keyed-Entry OCCURS 100 TIMES.
           03 WS-Keyed-Emp   PIC 9(4).
           03 WS-Keyed-Hours PIC 99V99.
           03 WS-Keyed-Vac   PIC 99V99.
           03 WS-Keyed-Sick  PIC 99V99.
           03 WS-Keyed-Dept  PIC X(4).
           03 WS-Keyed-Dept-Hours PIC 99V99.
           03 WS-Keyed-Emp-Idx PIC 9(3).
01 WS-Entry-Count  PIC 9(3) VALUE 0.
01 WS-Entry-Idx    PIC 9(3) VALUE 0.
01 WS-More-Entries PIC X VALUE 'Y'.
01 WS-Hours-Valid  PIC X VALUE 'N'.
       88 HoursEntryOK VALUE 'Y'.
01 WS-Hours-Max    PIC 99V99 VALUE 80.00.
01 WS-Leave-Entry  PIC X(4).
01 WS-Leave-Hours REDEFINES WS-Leave-Entry PIC 99V99.
01 WS-Leave-Left   PIC 9(3)V99.
01 WS-Vac-Hours    PIC 99V99 VALUE ZEROES.
01 WS-Sick-Hours   PIC 99V99 VALUE ZEROES.
01 WS-Entry-Total  PIC 9(3)V99 VALUE ZEROES.
01 WS-Other-Entry  PIC X(4).
01 WS-Other-Hours REDEFINES WS-Other-Entry PIC 99V99.
01 WS-Dept-Entry   PIC X(4).
01 WS-Dept-Table.
       02 WS-Dept-Tab-Entry OCCURS 50 TIMES.
           03 WS-DP-Code PIC X(4).
           03 WS-DP-Name PIC X(20).
01 WS-Dept-Count   PIC 99 VALUE 0.
01 WS-Dept-Idx     PIC 99 VALUE 0.
01 WS-Dept-Hit-Idx PIC 99 VALUE 0.
01 WS-Dept-Found   PIC X VALUE 'N'.
       88 DeptFound VALUE 'Y'.
01 WS-Entry-Valid  PIC X VALUE 'N'.
       88 EntryTotalOK VALUE 'Y'.
01 WS-Leave-Ed     PIC ZZ9.99.
01 WS-Sick-Ed      PIC ZZ9.99.
01 WS-Fix-Entry    PIC X(3).
01 WS-Fix-Num REDEFINES WS-Fix-Entry PIC 9(3).
01 WS-Fix-Valid    PIC X VALUE 'N'.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "TIMEENT".
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
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
       END-IF
       ACCEPT WS-Session-Date FROM DATE YYYYMMDD
       PERFORM LOAD-EMPLOYEES
       PERFORM LOAD-LEAVE-BALANCES
       PERFORM LOAD-DEPARTMENTS
       DISPLAY "Timekeeping entry - hours go to payhours.dat"
       PERFORM UNTIL NOT MoreEntries
           PERFORM GET-ENTRY-EMPLOYEE
                       MOVE EMP-Number TO
                           WS-Emp-Number(WS-Emp-Count)
                       MOVE EMP-Name TO WS-Emp-Name(WS-Emp-Count)
                       MOVE ZEROES TO WS-Emp-Vac-Left(WS-Emp-Count)
                           WS-Emp-Sick-Left(WS-Emp-Count)
                       MOVE EMP-Home-Dept TO
                           WS-Emp-Home-Dept(WS-Emp-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EmpFile.

*> No leavebal.dat - nobody has earned any leave yet, and none can
*> be keyed.
LOAD-LEAVE-BALANCES.
       OPEN INPUT LeaveFile
       IF WS-Leave-Status NOT = '00'
           MOVE 'Y' TO WS-Leave-EOF
       END-IF
       PERFORM UNTIL WS-Leave-EOF = 'Y'
           READ LeaveFile
               AT END MOVE 'Y' TO WS-Leave-EOF
               NOT AT END
                   MOVE LB-Emp-Number TO WS-Emp-Entry-Num
                   PERFORM FIND-EMPLOYEE
                   IF EmpFound AND LB-Vac-Balance IS NUMERIC AND
                      LB-Sick-Balance IS NUMERIC
                       MOVE LB-Vac-Balance TO
                           WS-Emp-Vac-Left(WS-Emp-Hit-Idx)
                       MOVE LB-Sick-Balance TO
                           WS-Emp-Sick-Left(WS-Emp-Hit-Idx)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Leave-Status NOT = '35'
           CLOSE LeaveFile
       END-IF.

*> No dept.dat - there is nowhere else to charge hours, and the
*> question is not asked.
LOAD-DEPARTMENTS.
       OPEN INPUT DeptFile
       IF WS-Dept-Status NOT = '00'
           MOVE 'Y' TO WS-Dept-EOF
       END-IF
       PERFORM UNTIL WS-Dept-EOF = 'Y'
           READ DeptFile
               AT END MOVE 'Y' TO WS-Dept-EOF
               NOT AT END
                   IF WS-Dept-Count < 50
                       ADD 1 TO WS-Dept-Count
                       MOVE DP-Code TO WS-DP-Code(WS-Dept-Count)
                       MOVE DP-Name TO WS-DP-Name(WS-Dept-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Dept-Status NOT = '35'
           CLOSE DeptFile
       END-IF.

*> The ORDENT customer echo, for employees: the number must be on
*> the master and the name comes back so the clerk can see they
*> have the right person.
                   IF EmpFound
                       DISPLAY "  Employee: "
                           WS-Emp-Name(WS-Emp-Hit-Idx)
                       MOVE WS-Emp-Vac-Left(WS-Emp-Hit-Idx)
                           TO WS-Leave-Ed
                       MOVE WS-Emp-Sick-Left(WS-Emp-Hit-Idx)
                           TO WS-Sick-Ed
                       DISPLAY "  Leave available: vacation "
                           WS-Leave-Ed " hours, sick " WS-Sick-Ed
                           " hours"
                       IF WS-Emp-Home-Dept(WS-Emp-Hit-Idx) = SPACES
                           DISPLAY "  Home department: none"
                       ELSE
                           DISPLAY "  Home department: "
                               WS-Emp-Home-Dept(WS-Emp-Hit-Idx)
                       END-IF
                   ELSE
                       DISPLAY "Employee " WS-Emp-Entry-Text
                           " not on employee.dat"
           END-IF
       END-PERFORM.

*> Hours worked, vacation and sick for the employee at
*> WS-Emp-Hit-Idx, re-keyed together until the entry as a whole is
*> over zero and within HRSMAX.
GET-ENTRY-HOURS.
       MOVE 'N' TO WS-Entry-Valid
       PERFORM UNTIL EntryTotalOK
           PERFORM GET-WORKED-HOURS
           PERFORM GET-OTHER-DEPARTMENT
           MOVE WS-Emp-Vac-Left(WS-Emp-Hit-Idx) TO WS-Leave-Left
           DISPLAY "Vacation hours, 4 digits (0000 for none): "
               WITH NO ADVANCING
           PERFORM GET-LEAVE-HOURS
           MOVE WS-Leave-Hours TO WS-Vac-Hours
           MOVE WS-Emp-Sick-Left(WS-Emp-Hit-Idx) TO WS-Leave-Left
           DISPLAY "Sick hours, 4 digits (0000 for none): "
               WITH NO ADVANCING
           PERFORM GET-LEAVE-HOURS
           MOVE WS-Leave-Hours TO WS-Sick-Hours
           COMPUTE WS-Entry-Total =
               WS-Hours-Worked + WS-Vac-Hours + WS-Sick-Hours
           IF WS-Entry-Total > 0 AND
              WS-Entry-Total NOT > WS-Hours-Max
               MOVE 'Y' TO WS-Entry-Valid
           ELSE
               DISPLAY "Worked plus leave hours must be over zero "
                   "and at most " WS-Hours-Max " - key the entry again"
           END-IF
       END-PERFORM.

*> WS-Hours-Worked is a REDEFINES of this same field, so every
*> position must hold a digit - and anything over the HRSMAX rate
*> is a hard stop, not a warning: that is exactly the mis-placed
*> decimal this program exists to catch.
GET-WORKED-HOURS.
       MOVE 'N' TO WS-Hours-Valid
       PERFORM UNTIL HoursEntryOK
           DISPLAY "Hours worked, 4 digits with hundredths as the "
       END-PERFORM
       IF HoursEntryOK AND WS-Hours-Worked > WS-Hours-Max
           MOVE 'N' TO WS-Hours-Valid
       END-IF.

*> Of the hours worked, those charged to a department other than
*> the employee's home one, and which department. Leave is always
*> the home department's.
GET-OTHER-DEPARTMENT.
       MOVE SPACES TO WS-Dept-Entry
       MOVE ZEROES TO WS-Other-Hours
       IF WS-Hours-Worked > 0 AND WS-Dept-Count > 0
           MOVE 'N' TO WS-Hours-Valid
           PERFORM UNTIL HoursEntryOK
               DISPLAY "Of those, hours worked in another department"
                   ", 4 digits (0000 for none): " WITH NO ADVANCING
               ACCEPT WS-Other-Entry
               MOVE 'Y' TO WS-Hours-Valid
               PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                       UNTIL WS-Chk-Idx > 4
                   IF WS-Other-Entry(WS-Chk-Idx:1) < '0' OR
                      WS-Other-Entry(WS-Chk-Idx:1) > '9'
                       MOVE 'N' TO WS-Hours-Valid
                   END-IF
               END-PERFORM
               IF HoursEntryOK AND WS-Other-Hours > WS-Hours-Worked
                   MOVE 'N' TO WS-Hours-Valid
               END-IF
               IF NOT HoursEntryOK
                   DISPLAY "Invalid entry - 4 digits, at most the "
                       WS-Hours-Worked " hours worked"
               END-IF
           END-PERFORM
           IF WS-Other-Hours > 0
               MOVE 'N' TO WS-Dept-Found
               PERFORM UNTIL DeptFound
                   DISPLAY "Department charged: " WITH NO ADVANCING
                   ACCEPT WS-Dept-Entry
                   PERFORM FIND-DEPARTMENT
                   IF NOT DeptFound
                       DISPLAY "Department " WS-Dept-Entry
                           " not on dept.dat"
                   ELSE
                       IF WS-Dept-Entry =
                               WS-Emp-Home-Dept(WS-Emp-Hit-Idx)
                           MOVE 'N' TO WS-Dept-Found
                           DISPLAY "That is the home department - "
                               "key the other one"
                       ELSE
                           DISPLAY "  Charged to: "
                               WS-DP-Name(WS-Dept-Hit-Idx)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

FIND-DEPARTMENT.
       MOVE 'N' TO WS-Dept-Found
       PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
               UNTIL WS-Dept-Idx > WS-Dept-Count OR DeptFound
           IF WS-DP-Code(WS-Dept-Idx) = WS-Dept-Entry
               MOVE 'Y' TO WS-Dept-Found
               MOVE WS-Dept-Idx TO WS-Dept-Hit-Idx
           END-IF
       END-PERFORM.

*> One leave hour type against what is left of its balance in
*> WS-Leave-Left; the prompt is already on the screen. Leave cannot
*> be keyed ahead of earning it.
GET-LEAVE-HOURS.
       MOVE 'N' TO WS-Hours-Valid
       PERFORM UNTIL HoursEntryOK
           ACCEPT WS-Leave-Entry
           MOVE 'Y' TO WS-Hours-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 4
               IF WS-Leave-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Leave-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Hours-Valid
               END-IF
           END-PERFORM
           IF NOT HoursEntryOK
               DISPLAY "Invalid entry - 4 digits: " WITH NO ADVANCING
           ELSE
               IF WS-Leave-Hours > WS-Leave-Left
                   MOVE 'N' TO WS-Hours-Valid
                   MOVE WS-Leave-Left TO WS-Leave-Ed
                   DISPLAY "Only " WS-Leave-Ed " hours available: "
                       WITH NO ADVANCING
               END-IF
           END-IF
       END-PERFORM.

HOLD-ONE-ENTRY.
       IF WS-Entry-Count >= 100
           DISPLAY "Session is full - sign off and start another"
           ADD 1 TO WS-Entry-Count
           MOVE WS-Emp-Entry-Num TO WS-Keyed-Emp(WS-Entry-Count)
           MOVE WS-Hours-Worked TO WS-Keyed-Hours(WS-Entry-Count)
           MOVE WS-Vac-Hours TO WS-Keyed-Vac(WS-Entry-Count)
           MOVE WS-Sick-Hours TO WS-Keyed-Sick(WS-Entry-Count)
           MOVE WS-Dept-Entry TO WS-Keyed-Dept(WS-Entry-Count)
           MOVE WS-Other-Hours TO WS-Keyed-Dept-Hours(WS-Entry-Count)
           MOVE WS-Emp-Hit-Idx TO WS-Keyed-Emp-Idx(WS-Entry-Count)
           SUBTRACT WS-Vac-Hours FROM WS-Emp-Vac-Left(WS-Emp-Hit-Idx)
           SUBTRACT WS-Sick-Hours FROM
               WS-Emp-Sick-Left(WS-Emp-Hit-Idx)
           DISPLAY "  Entry " WS-Entry-Count ": employee "
               WS-Emp-Entry-Num " - " WS-Hours-Worked " hours, "
               WS-Vac-Hours " vacation, " WS-Sick-Hours " sick"
           IF WS-Other-Hours > 0
               DISPLAY "    " WS-Other-Hours " of the hours worked "
                   "charged to " WS-Dept-Entry
           END-IF
       END-IF.

*> The edit pass before sign-off: the held entries are listed and
                   UNTIL WS-Entry-Idx > WS-Entry-Count
               DISPLAY "  " WS-Entry-Idx ": employee "
                   WS-Keyed-Emp(WS-Entry-Idx) " - "
                   WS-Keyed-Hours(WS-Entry-Idx) " hours, "
                   WS-Keyed-Vac(WS-Entry-Idx) " vacation, "
                   WS-Keyed-Sick(WS-Entry-Idx) " sick"
               IF WS-Keyed-Dept-Hours(WS-Entry-Idx) > 0
                   DISPLAY "       "
                       WS-Keyed-Dept-Hours(WS-Entry-Idx)
                       " of the hours worked charged to "
                       WS-Keyed-Dept(WS-Entry-Idx)
               END-IF
           END-PERFORM
           DISPLAY "Entry to correct (3 digits, or D for done): "
               WITH NO ADVANCING
               PERFORM CHECK-FIX-FORMAT
               IF FixEntryOK AND WS-Fix-Num >= 1 AND
                  WS-Fix-Num NOT > WS-Entry-Count
                   MOVE WS-Keyed-Emp-Idx(WS-Fix-Num)
                       TO WS-Emp-Hit-Idx
                   ADD WS-Keyed-Vac(WS-Fix-Num) TO
                       WS-Emp-Vac-Left(WS-Emp-Hit-Idx)
                   ADD WS-Keyed-Sick(WS-Fix-Num) TO
                       WS-Emp-Sick-Left(WS-Emp-Hit-Idx)
                   PERFORM GET-ENTRY-HOURS
                   MOVE WS-Hours-Worked TO
                       WS-Keyed-Hours(WS-Fix-Num)
                   MOVE WS-Vac-Hours TO WS-Keyed-Vac(WS-Fix-Num)
                   MOVE WS-Sick-Hours TO WS-Keyed-Sick(WS-Fix-Num)
                   MOVE WS-Dept-Entry TO WS-Keyed-Dept(WS-Fix-Num)
                   MOVE WS-Other-Hours TO
                       WS-Keyed-Dept-Hours(WS-Fix-Num)
                   SUBTRACT WS-Vac-Hours FROM
                       WS-Emp-Vac-Left(WS-Emp-Hit-Idx)
                   SUBTRACT WS-Sick-Hours FROM
                       WS-Emp-Sick-Left(WS-Emp-Hit-Idx)
                   DISPLAY "  Entry " WS-Fix-Num " corrected"
               ELSE
                   DISPLAY "Invalid entry - a listed entry number "
               UNTIL WS-Entry-Idx > WS-Entry-Count
           MOVE WS-Keyed-Emp(WS-Entry-Idx) TO PH-Emp-Number
           MOVE WS-Keyed-Hours(WS-Entry-Idx) TO PH-Hours
           MOVE WS-Keyed-Vac(WS-Entry-Idx) TO PH-Vac-Hours
           MOVE WS-Keyed-Sick(WS-Entry-Idx) TO PH-Sick-Hours
           MOVE WS-Keyed-Dept(WS-Entry-Idx) TO PH-Dept
           MOVE WS-Keyed-Dept-Hours(WS-Entry-Idx) TO PH-Dept-Hours
           WRITE HoursRec
           MOVE SPACES TO RegisterLine
           STRING WS-Session-Date " " WS-Operator-ID " entry "
               WS-Entry-Idx " employee "
               WS-Keyed-Emp(WS-Entry-Idx) " hours "
               WS-Keyed-Hours(WS-Entry-Idx)
               " vac " WS-Keyed-Vac(WS-Entry-Idx)
               " sick " WS-Keyed-Sick(WS-Entry-Idx)
               " dept " WS-Keyed-Dept(WS-Entry-Idx) " "
               WS-Keyed-Dept-Hours(WS-Entry-Idx)
               DELIMITED BY SIZE INTO RegisterLine
           WRITE RegisterLine
       END-PERFORM
