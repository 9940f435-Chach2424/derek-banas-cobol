*> signed-on operator. voters.dat is LINE SEQUENTIAL, so it rides
*> in a table for the session and is written back at sign-off only
*> if something changed, with the usual overflow guard.
*> October 15th 2026 - The record layout now comes from the shared
*> VOTEREC copybook, which adds the voter's residence address and
*> precinct for the poll books. Add and Change take the address,
*> and the precinct is assigned from the street ranges on
*> precinct.dat (street, optional zip, house number range and side
*> of the street); an address no range takes in may have its
*> precinct keyed by the operator or be left unassigned (000).
*> October 15th 2026 - A new registration is stamped active with
*> the processing date it was registered on, for VOTELIST's list
*> maintenance. The voter's list status shows on every display,
*> and a Change on a voter sent a confirmation notice or moved to
*> inactive offers to restore them to active - the notice came back
*> confirmed, or the voter re-registered at the counter.
*> October 15th 2026 - every field a Change alters, a restore to
*> active included, is written to the shared chghist.dat through
*> CHGLOG, the value before and after under the signed-on operator.
*> October 15th 2026 - the voter file write-back is bracketed by
*> MASTSUM and the change it made to the control totals logged
*> through MASTLOG for the nightly master check.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> runs inquiry only and writes nothing back, unless a supervisor
*> overrides the lockout.
*> October 15th 2026 - a restore to active stamps the processing
*> date on the voter as the date the registration was confirmed
*> (VR-Confirmed-On), so VOTELIST does not send a fresh notice for
*> the elections missed before it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VoteCtlFile ASSIGN TO 'votenum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VoteCtl-Status.
       SELECT PrecinctFile ASSIGN TO 'precinct.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Precinct-Status.

DATA DIVISION.
FILE SECTION.
FD VoterFile.
01 VoterRec.
       COPY VOTEREC.

FD VoteCtlFile.
01 VoteCtlRec.
       02 VC-Last-Voter-ID PIC 9(6).

FD PrecinctFile.
01 PrecinctRec.
       COPY PRECREC.

WORKING-STORAGE SECTION.
01 WS-Voter-Status   PIC XX.
01 WS-VoteCtl-Status PIC XX.
01 WS-Precinct-Status PIC XX.
01 WS-Voter-EOF      PIC X VALUE 'N'.
01 WS-Voter-Table.
       02 WS-Voter-Entry OCCURS 500 TIMES.
           03 WS-Tab-ID   PIC 9(6).
           03 WS-Tab-Name PIC X(30).
           03 WS-Tab-DOB  PIC 9(8).
           03 WS-Tab-House-No PIC 9(5).
           03 WS-Tab-Street   PIC X(20).
           03 WS-Tab-City     PIC X(15).
           03 WS-Tab-Zip      PIC X(5).
           03 WS-Tab-Precinct PIC 9(3).
           03 WS-Tab-Status     PIC X.
               88 WS-Tab-Active          VALUES 'A' ' '.
               88 WS-Tab-Confirm-Pending VALUE 'C'.
               88 WS-Tab-Inactive        VALUE 'I'.
           03 WS-Tab-Registered PIC 9(8).
           03 WS-Tab-Notice     PIC 9(8).
           03 WS-Tab-Respond-By PIC 9(8).
           03 WS-Tab-Confirmed  PIC 9(8).
01 WS-Voter-Count      PIC 9(3) VALUE 0.
01 WS-Voter-Read-Count PIC 9(8) VALUE 0.
01 WS-Voter-Idx        PIC 9(3) VALUE 0.
01 WS-Days-Table-R REDEFINES WS-Days-Table.
       02 WS-Days-In-Month PIC 99 OCCURS 12 TIMES.
01 WS-Chk-Idx     PIC 99.
01 WS-Range-Table.
       02 WS-Range-Entry OCCURS 1000 TIMES.
           COPY PRECREC REPLACING LEADING ==PR-== BY ==WS-Rng-==.
01 WS-Range-Count      PIC 9(4) VALUE 0.
01 WS-Range-Read-Count PIC 9(8) VALUE 0.
01 WS-Range-Idx        PIC 9(4) VALUE 0.
01 WS-Range-EOF        PIC X VALUE 'N'.
01 WS-House-Entry PIC X(5).
01 WS-House-Num   PIC 9(5).
01 WS-House-Len   PIC 9.
01 WS-House-Valid PIC X VALUE 'N'.
       88 HouseEntryOK VALUE 'Y'.
01 WS-House-Half  PIC 9(5).
01 WS-House-Odd   PIC 9.
01 WS-Street-Entry PIC X(20).
01 WS-City-Entry  PIC X(15).
01 WS-Zip-Entry   PIC X(5).
01 WS-Zip-Valid   PIC X VALUE 'N'.
       88 ZipEntryOK VALUE 'Y'.
01 WS-Precinct-Entry   PIC X(3).
01 WS-Precinct-Entry-N REDEFINES WS-Precinct-Entry PIC 9(3).
01 WS-Precinct-Valid   PIC X VALUE 'N'.
       88 PrecinctEntryOK VALUE 'Y'.
01 WS-Assigned-Precinct PIC 9(3) VALUE 0.
01 WS-Precinct-Found   PIC X VALUE 'N'.
       88 PrecinctFound VALUE 'Y'.
01 WS-Confirm     PIC X.
01 WS-Proc-Date   PIC 9(8).
01 WS-Next-Voter-ID PIC 9(6) VALUE 0.
01 WS-Mast-Code  PIC X(4) VALUE "VOTE".
01 WS-Mast-Kind  PIC X VALUE 'D'.
01 WS-Mast-Found PIC X.
01 WS-Mast-Before.
       COPY MASTTOT REPLACING LEADING ==MS-== BY ==WS-MB-==.
01 WS-Mast-Change.
       COPY MASTTOT.
01 WS-Batch-Lock  PIC X.
01 WS-Inquiry-Only PIC X VALUE 'N'.
       88 InquiryOnly VALUE 'Y'.
01 WS-Audit-Program PIC X(8) VALUE "VOTERMNT".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
*> The table entry as it stood before Change keyed over it, for the
*> field-by-field change history.
01 WS-Before-Voter.
       02 WS-Bef-ID       PIC 9(6).
       02 WS-Bef-Name     PIC X(30).
       02 WS-Bef-DOB      PIC 9(8).
       02 WS-Bef-House-No PIC 9(5).
       02 WS-Bef-Street   PIC X(20).
       02 WS-Bef-City     PIC X(15).
       02 WS-Bef-Zip      PIC X(5).
       02 WS-Bef-Precinct PIC 9(3).
       02 WS-Bef-Status   PIC X.
       02 WS-Bef-Registered PIC 9(8).
       02 WS-Bef-Notice     PIC 9(8).
       02 WS-Bef-Respond-By PIC 9(8).
       02 WS-Bef-Confirmed  PIC 9(8).
01 WS-House-Ed      PIC ZZZZ9.
01 WS-Chg-Master    PIC X(4) VALUE "VOTE".
01 WS-Chg-Key       PIC X(10).
01 WS-Chg-Field     PIC X(16).
01 WS-Chg-Old       PIC X(30).
01 WS-Chg-New       PIC X(30).

PROCEDURE DIVISION.
MAIN-LOGIC.
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
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Proc-Date
       PERFORM LOAD-VOTERS
       PERFORM LOAD-PRECINCT-RANGES
       PERFORM READ-VOTER-CONTROL
       DISPLAY "Voter registration maintenance - voters.dat"
       PERFORM UNTIL NOT MoreWork
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN InquiryOnly AND (ActionAdd OR ActionChange OR ActionDelete)
                   DISPLAY "Inquiry only until the batch stream has finished"
               WHEN ActionAdd
                   PERFORM ADD-VOTER THRU ADD-VOTER-EXIT
               WHEN ActionChange
                   PERFORM INQUIRE-VOTER
           END-EVALUATE
       END-PERFORM
       IF NOT InquiryOnly
           PERFORM WRITE-VOTER-FILE
       END-IF
       DISPLAY "VOTERMNT finished"
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
                       MOVE VR-Name TO
                           WS-Tab-Name(WS-Voter-Count)
                       MOVE VR-DOB TO WS-Tab-DOB(WS-Voter-Count)
                       PERFORM LOAD-VOTER-RESIDENCE
                       PERFORM LOAD-VOTER-STATUS
                   END-IF
           END-READ
       END-PERFORM
           STOP RUN
       END-IF.

*> A registration written before the address was kept reads with
*> the address blank: house number and precinct come in as zero.
LOAD-VOTER-RESIDENCE.
       IF VR-House-No NUMERIC
           MOVE VR-House-No TO WS-Tab-House-No(WS-Voter-Count)
       ELSE
           MOVE 0 TO WS-Tab-House-No(WS-Voter-Count)
       END-IF
       MOVE VR-Street TO WS-Tab-Street(WS-Voter-Count)
       MOVE VR-City TO WS-Tab-City(WS-Voter-Count)
       MOVE VR-Zip TO WS-Tab-Zip(WS-Voter-Count)
       IF VR-Precinct NUMERIC
           MOVE VR-Precinct TO WS-Tab-Precinct(WS-Voter-Count)
       ELSE
           MOVE 0 TO WS-Tab-Precinct(WS-Voter-Count)
       END-IF.

*> Likewise a registration from before list maintenance reads
*> with a blank status (active) and zero dates.
LOAD-VOTER-STATUS.
       MOVE VR-Status TO WS-Tab-Status(WS-Voter-Count)
       IF VR-Registered-On NUMERIC
           MOVE VR-Registered-On TO WS-Tab-Registered(WS-Voter-Count)
       ELSE
           MOVE 0 TO WS-Tab-Registered(WS-Voter-Count)
       END-IF
       IF VR-Notice-Date NUMERIC
           MOVE VR-Notice-Date TO WS-Tab-Notice(WS-Voter-Count)
       ELSE
           MOVE 0 TO WS-Tab-Notice(WS-Voter-Count)
       END-IF
       IF VR-Respond-By NUMERIC
           MOVE VR-Respond-By TO WS-Tab-Respond-By(WS-Voter-Count)
       ELSE
           MOVE 0 TO WS-Tab-Respond-By(WS-Voter-Count)
       END-IF
       IF VR-Confirmed-On NUMERIC
           MOVE VR-Confirmed-On TO WS-Tab-Confirmed(WS-Voter-Count)
       ELSE
           MOVE 0 TO WS-Tab-Confirmed(WS-Voter-Count)
       END-IF.

*> precinct.dat is reference data the session only reads. Without
*> it (or past the table) the operator keys precincts by hand, so
*> a shortfall is a warning rather than a refusal.
LOAD-PRECINCT-RANGES.
       OPEN INPUT PrecinctFile
       IF WS-Precinct-Status NOT = '00'
           DISPLAY "No precinct.dat (status " WS-Precinct-Status
               ") - precincts will have to be keyed"
           MOVE 'Y' TO WS-Range-EOF
       END-IF
       PERFORM UNTIL WS-Range-EOF = 'Y'
           READ PrecinctFile
               AT END MOVE 'Y' TO WS-Range-EOF
               NOT AT END
                   ADD 1 TO WS-Range-Read-Count
                   IF WS-Range-Count < 1000
                       ADD 1 TO WS-Range-Count
                       MOVE PrecinctRec TO
                           WS-Range-Entry(WS-Range-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Precinct-Status NOT = '35'
           CLOSE PrecinctFile
       END-IF
       IF WS-Range-Read-Count > WS-Range-Count
           DISPLAY "precinct.dat overflowed the range table - "
               "ranges past the first 1000 are not used"
           MOVE 'W' TO WS-Alert-Severity
           MOVE "precinct.dat overflowed VOTERMNT range table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF.

READ-VOTER-CONTROL.
       MOVE 0 TO WS-Next-Voter-ID
       OPEN INPUT VoteCtlFile
           IF NOT DOBEntryOK
               DISPLAY "Invalid date of birth - re-enter"
           END-IF
       END-PERFORM
       PERFORM GET-RESIDENCE-FIELDS
       PERFORM ASSIGN-PRECINCT.

*> Street is kept in upper case so it matches precinct.dat however
*> the operator typed it.
GET-RESIDENCE-FIELDS.
       MOVE 'N' TO WS-House-Valid
       PERFORM UNTIL HouseEntryOK
           DISPLAY "House number (up to 5 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-House-Entry
           ACCEPT WS-House-Entry
           PERFORM CHECK-HOUSE-ENTRY
           IF NOT HouseEntryOK
               DISPLAY "Invalid house number - re-enter"
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-Street-Entry
       PERFORM UNTIL WS-Street-Entry NOT = SPACES
           DISPLAY "Street: " WITH NO ADVANCING
           ACCEPT WS-Street-Entry
           IF WS-Street-Entry = SPACES
               DISPLAY "Street cannot be blank"
           END-IF
       END-PERFORM
       INSPECT WS-Street-Entry CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE SPACES TO WS-City-Entry
       PERFORM UNTIL WS-City-Entry NOT = SPACES
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT WS-City-Entry
           IF WS-City-Entry = SPACES
               DISPLAY "City cannot be blank"
           END-IF
       END-PERFORM
       MOVE 'N' TO WS-Zip-Valid
       PERFORM UNTIL ZipEntryOK
           DISPLAY "Zip (5 digits): " WITH NO ADVANCING
           ACCEPT WS-Zip-Entry
           MOVE 'Y' TO WS-Zip-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 5
               IF WS-Zip-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Zip-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Zip-Valid
               END-IF
           END-PERFORM
           IF NOT ZipEntryOK
               DISPLAY "Invalid zip - enter exactly 5 digits"
           END-IF
       END-PERFORM.

*> One to five digits, left-justified, spaces after; zero is not a
*> house number.
CHECK-HOUSE-ENTRY.
       MOVE 'Y' TO WS-House-Valid
       MOVE 0 TO WS-House-Len
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 5
           IF WS-House-Entry(WS-Chk-Idx:1) = SPACE
               IF WS-House-Len = 0
                   MOVE WS-Chk-Idx TO WS-House-Len
               END-IF
           ELSE
               IF WS-House-Len > 0 OR
                  WS-House-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-House-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-House-Valid
               END-IF
           END-IF
       END-PERFORM
       IF WS-House-Len = 0
           MOVE 6 TO WS-House-Len
       END-IF
       SUBTRACT 1 FROM WS-House-Len
       IF WS-House-Len = 0
           MOVE 'N' TO WS-House-Valid
       END-IF
       IF HouseEntryOK
           MOVE WS-House-Entry(1:WS-House-Len) TO WS-House-Num
           IF WS-House-Num = 0
               MOVE 'N' TO WS-House-Valid
           END-IF
       END-IF.

*> The first range on precinct.dat for the street (and zip, where
*> the range names one) whose house numbers and side of the street
*> take in the address decides the precinct.
ASSIGN-PRECINCT.
       MOVE 'N' TO WS-Precinct-Found
       MOVE 0 TO WS-Assigned-Precinct
       DIVIDE WS-House-Num BY 2 GIVING WS-House-Half
           REMAINDER WS-House-Odd
       PERFORM VARYING WS-Range-Idx FROM 1 BY 1
               UNTIL WS-Range-Idx > WS-Range-Count OR PrecinctFound
           IF WS-Rng-Street(WS-Range-Idx) = WS-Street-Entry
              AND (WS-Rng-Zip(WS-Range-Idx) = SPACES OR
                   WS-Rng-Zip(WS-Range-Idx) = WS-Zip-Entry)
              AND WS-House-Num >= WS-Rng-Low-No(WS-Range-Idx)
              AND WS-House-Num <= WS-Rng-High-No(WS-Range-Idx)
              AND NOT (WS-Rng-Odd-Side(WS-Range-Idx) AND
                       WS-House-Odd = 0)
              AND NOT (WS-Rng-Even-Side(WS-Range-Idx) AND
                       WS-House-Odd = 1)
               MOVE 'Y' TO WS-Precinct-Found
               MOVE WS-Rng-Precinct(WS-Range-Idx)
                   TO WS-Assigned-Precinct
           END-IF
       END-PERFORM
       IF PrecinctFound
           DISPLAY "Precinct " WS-Assigned-Precinct
               " assigned from precinct.dat"
       ELSE
           DISPLAY "No precinct.dat range takes in this address"
           PERFORM GET-PRECINCT-ENTRY
       END-IF.

GET-PRECINCT-ENTRY.
       MOVE 'N' TO WS-Precinct-Valid
       PERFORM UNTIL PrecinctEntryOK
           DISPLAY "Precinct (3 digits, Enter to leave unassigned): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-Precinct-Entry
           ACCEPT WS-Precinct-Entry
           IF WS-Precinct-Entry = SPACES
               MOVE '000' TO WS-Precinct-Entry
           END-IF
           MOVE 'Y' TO WS-Precinct-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 3
               IF WS-Precinct-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Precinct-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Precinct-Valid
               END-IF
           END-PERFORM
           IF NOT PrecinctEntryOK
               DISPLAY "Invalid precinct - enter exactly 3 digits"
           END-IF
       END-PERFORM
       MOVE WS-Precinct-Entry-N TO WS-Assigned-Precinct
       IF WS-Assigned-Precinct = 0
           DISPLAY "Precinct left unassigned"
       END-IF.

*> Digits-only screen, then the same month/day/year range checks
*> CUSTMNT applies - the check that makes a birth year of 0019
*> impossible to register.
       MOVE WS-Next-Voter-ID TO WS-Tab-ID(WS-Voter-Count)
       MOVE WS-Name-Entry TO WS-Tab-Name(WS-Voter-Count)
       MOVE WS-DOB-Entry TO WS-Tab-DOB(WS-Voter-Count)
       MOVE WS-Voter-Count TO WS-Voter-Hit-Idx
       PERFORM STORE-RESIDENCE
       MOVE 'A' TO WS-Tab-Status(WS-Voter-Count)
       MOVE WS-Proc-Date TO WS-Tab-Registered(WS-Voter-Count)
       MOVE 0 TO WS-Tab-Notice(WS-Voter-Count)
       MOVE 0 TO WS-Tab-Respond-By(WS-Voter-Count)
       MOVE 0 TO WS-Tab-Confirmed(WS-Voter-Count)
       MOVE 'Y' TO WS-Changed
       DISPLAY "Voter registered with ID " WS-Next-Voter-ID
       MOVE "ADD" TO WS-Audit-Event
ADD-VOTER-EXIT.
       EXIT.

OFFER-RESTORE-ACTIVE.
       DISPLAY "Restore this voter to active (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
           MOVE 'A' TO WS-Tab-Status(WS-Voter-Hit-Idx)
           MOVE 0 TO WS-Tab-Notice(WS-Voter-Hit-Idx)
           MOVE 0 TO WS-Tab-Respond-By(WS-Voter-Hit-Idx)
           MOVE WS-Proc-Date TO WS-Tab-Confirmed(WS-Voter-Hit-Idx)
           DISPLAY "Voter " WS-ID-Entry " restored to active"
           MOVE "CHANGE" TO WS-Audit-Event
           MOVE SPACES TO WS-Audit-Detail
           STRING "Voter restored to active: " WS-ID-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       END-IF.

STORE-RESIDENCE.
       MOVE WS-House-Num TO WS-Tab-House-No(WS-Voter-Hit-Idx)
       MOVE WS-Street-Entry TO WS-Tab-Street(WS-Voter-Hit-Idx)
       MOVE WS-City-Entry TO WS-Tab-City(WS-Voter-Hit-Idx)
       MOVE WS-Zip-Entry TO WS-Tab-Zip(WS-Voter-Hit-Idx)
       MOVE WS-Assigned-Precinct TO WS-Tab-Precinct(WS-Voter-Hit-Idx).

CHANGE-VOTER.
       PERFORM GET-VALID-VOTER-ID
       IF NOT VoterFound
           DISPLAY "Voter " WS-ID-Entry " not registered"
       ELSE
           PERFORM DISPLAY-VOTER
           MOVE WS-Voter-Entry(WS-Voter-Hit-Idx) TO WS-Before-Voter
           PERFORM GET-VOTER-FIELDS
           MOVE WS-Name-Entry TO WS-Tab-Name(WS-Voter-Hit-Idx)
           MOVE WS-DOB-Entry TO WS-Tab-DOB(WS-Voter-Hit-Idx)
           PERFORM STORE-RESIDENCE
           IF NOT WS-Tab-Active(WS-Voter-Hit-Idx)
               PERFORM OFFER-RESTORE-ACTIVE
           END-IF
           MOVE 'Y' TO WS-Changed
           DISPLAY "Voter " WS-ID-Entry " changed"
           MOVE "CHANGE" TO WS-Audit-Event
               DELIMITED BY SIZE INTO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           PERFORM LOG-VOTER-CHANGES
       END-IF.

*> One chghist.dat line per field the Change actually moved; a
*> field keyed back the same is not a change.
LOG-VOTER-CHANGES.
       MOVE SPACES TO WS-Chg-Key
       MOVE WS-Tab-ID(WS-Voter-Hit-Idx) TO WS-Chg-Key
       IF WS-Tab-Name(WS-Voter-Hit-Idx) NOT = WS-Bef-Name
           MOVE "NAME" TO WS-Chg-Field
           MOVE WS-Bef-Name TO WS-Chg-Old
           MOVE WS-Tab-Name(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-DOB(WS-Voter-Hit-Idx) NOT = WS-Bef-DOB
           MOVE "DATE-OF-BIRTH" TO WS-Chg-Field
           MOVE WS-Bef-DOB TO WS-Chg-Old
           MOVE WS-Tab-DOB(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-House-No(WS-Voter-Hit-Idx) NOT = WS-Bef-House-No
           MOVE "HOUSE-NO" TO WS-Chg-Field
           MOVE WS-Bef-House-No TO WS-House-Ed
           MOVE WS-House-Ed TO WS-Chg-Old
           MOVE WS-Tab-House-No(WS-Voter-Hit-Idx) TO WS-House-Ed
           MOVE WS-House-Ed TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Street(WS-Voter-Hit-Idx) NOT = WS-Bef-Street
           MOVE "STREET" TO WS-Chg-Field
           MOVE WS-Bef-Street TO WS-Chg-Old
           MOVE WS-Tab-Street(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-City(WS-Voter-Hit-Idx) NOT = WS-Bef-City
           MOVE "CITY" TO WS-Chg-Field
           MOVE WS-Bef-City TO WS-Chg-Old
           MOVE WS-Tab-City(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Zip(WS-Voter-Hit-Idx) NOT = WS-Bef-Zip
           MOVE "ZIP" TO WS-Chg-Field
           MOVE WS-Bef-Zip TO WS-Chg-Old
           MOVE WS-Tab-Zip(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Precinct(WS-Voter-Hit-Idx) NOT = WS-Bef-Precinct
           MOVE "PRECINCT" TO WS-Chg-Field
           MOVE WS-Bef-Precinct TO WS-Chg-Old
           MOVE WS-Tab-Precinct(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Status(WS-Voter-Hit-Idx) NOT = WS-Bef-Status
           MOVE "STATUS" TO WS-Chg-Field
           MOVE WS-Bef-Status TO WS-Chg-Old
           MOVE WS-Tab-Status(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Notice(WS-Voter-Hit-Idx) NOT = WS-Bef-Notice
           MOVE "NOTICE-DATE" TO WS-Chg-Field
           MOVE WS-Bef-Notice TO WS-Chg-Old
           MOVE WS-Tab-Notice(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Respond-By(WS-Voter-Hit-Idx) NOT = WS-Bef-Respond-By
           MOVE "RESPOND-BY" TO WS-Chg-Field
           MOVE WS-Bef-Respond-By TO WS-Chg-Old
           MOVE WS-Tab-Respond-By(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF
       IF WS-Tab-Confirmed(WS-Voter-Hit-Idx) NOT = WS-Bef-Confirmed
           MOVE "CONFIRMED-ON" TO WS-Chg-Field
           MOVE WS-Bef-Confirmed TO WS-Chg-Old
           MOVE WS-Tab-Confirmed(WS-Voter-Hit-Idx) TO WS-Chg-New
           PERFORM WRITE-CHANGE-HISTORY
       END-IF.

WRITE-CHANGE-HISTORY.
       CALL "CHGLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Chg-Master, WS-Chg-Key, WS-Chg-Field, WS-Chg-Old,
           WS-Chg-New.

DELETE-VOTER.
       PERFORM GET-VALID-VOTER-ID
       IF NOT VoterFound
       DISPLAY "  Date of birth.: "
           WS-Tab-DOB(WS-Voter-Hit-Idx)(1:2) "/"
           WS-Tab-DOB(WS-Voter-Hit-Idx)(3:2) "/"
           WS-Tab-DOB(WS-Voter-Hit-Idx)(5:4)
       IF WS-Tab-Street(WS-Voter-Hit-Idx) = SPACES
           DISPLAY "  Residence.....: not on file"
       ELSE
           DISPLAY "  Residence.....: "
               WS-Tab-House-No(WS-Voter-Hit-Idx) " "
               WS-Tab-Street(WS-Voter-Hit-Idx)
           DISPLAY "                  " WS-Tab-City(WS-Voter-Hit-Idx)
               " " WS-Tab-Zip(WS-Voter-Hit-Idx)
       END-IF
       IF WS-Tab-Precinct(WS-Voter-Hit-Idx) = 0
           DISPLAY "  Precinct......: none assigned"
       ELSE
           DISPLAY "  Precinct......: "
               WS-Tab-Precinct(WS-Voter-Hit-Idx)
       END-IF
       EVALUATE TRUE
           WHEN WS-Tab-Confirm-Pending(WS-Voter-Hit-Idx)
               DISPLAY "  List status...: confirmation notice sent "
                   WS-Tab-Notice(WS-Voter-Hit-Idx) ", respond by "
                   WS-Tab-Respond-By(WS-Voter-Hit-Idx)
           WHEN WS-Tab-Inactive(WS-Voter-Hit-Idx)
               DISPLAY "  List status...: inactive (notice sent "
                   WS-Tab-Notice(WS-Voter-Hit-Idx) ")"
           WHEN WS-Tab-Confirmed(WS-Voter-Hit-Idx) > 0
               DISPLAY "  List status...: active (confirmed "
                   WS-Tab-Confirmed(WS-Voter-Hit-Idx) ")"
           WHEN OTHER
               DISPLAY "  List status...: active"
       END-EVALUATE.

WRITE-VOTER-FILE.
       IF MasterChanged
           PERFORM TOTAL-MASTER-BEFORE
           OPEN OUTPUT VoterFile
           PERFORM VARYING WS-Voter-Idx FROM 1 BY 1
                   UNTIL WS-Voter-Idx > WS-Voter-Count
               MOVE WS-Tab-ID(WS-Voter-Idx) TO VR-ID
               MOVE WS-Tab-Name(WS-Voter-Idx) TO VR-Name
               MOVE WS-Tab-DOB(WS-Voter-Idx) TO VR-DOB
               MOVE WS-Tab-House-No(WS-Voter-Idx) TO VR-House-No
               MOVE WS-Tab-Street(WS-Voter-Idx) TO VR-Street
               MOVE WS-Tab-City(WS-Voter-Idx) TO VR-City
               MOVE WS-Tab-Zip(WS-Voter-Idx) TO VR-Zip
               MOVE WS-Tab-Precinct(WS-Voter-Idx) TO VR-Precinct
               MOVE WS-Tab-Status(WS-Voter-Idx) TO VR-Status
               MOVE WS-Tab-Registered(WS-Voter-Idx)
                   TO VR-Registered-On
               MOVE WS-Tab-Notice(WS-Voter-Idx) TO VR-Notice-Date
               MOVE WS-Tab-Respond-By(WS-Voter-Idx) TO VR-Respond-By
               MOVE WS-Tab-Confirmed(WS-Voter-Idx) TO VR-Confirmed-On
               WRITE VoterRec
           END-PERFORM
           CLOSE VoterFile
           PERFORM LOG-MASTER-CHANGE
           DISPLAY "voters.dat written back - " WS-Voter-Count
               " voter(s)"
       END-IF.

*> What the write-back did to the voter master's control totals
*> goes to mastctl.dat, so the nightly master check can tell this
*> program's changes from an outside edit.
TOTAL-MASTER-BEFORE.
       CALL "MASTSUM" USING WS-Mast-Code, WS-Mast-Before,
           WS-Mast-Found.

LOG-MASTER-CHANGE.
       CALL "MASTSUM" USING WS-Mast-Code, WS-Mast-Change,
           WS-Mast-Found
       SUBTRACT WS-MB-Count FROM MS-Count
       SUBTRACT WS-MB-Key-Hash FROM MS-Key-Hash
       SUBTRACT WS-MB-Amt-Hash FROM MS-Amt-Hash
       CALL "MASTLOG" USING WS-Audit-Program, WS-Mast-Code,
           WS-Mast-Kind, WS-Mast-Change.
