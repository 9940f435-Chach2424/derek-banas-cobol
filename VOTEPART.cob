       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VOTEPART.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Participation entry from the signed poll books. Until now nothing
*> recorded whether a registered voter ever voted, so nobody ever
*> left voters.dat. After an election the books POLLBOOK printed
*> come back signed; the operator signs on through the shared
*> OPERSIGN subroutine, keys the election day (an election on
*> elections.dat, the shared ELECTREC layout, already held by the
*> processing date), then the voter ID beside each signature. Each
*> ID must be registered on voters.dat and not already recorded for
*> that election; the voter's name and precinct are shown as it is
*> taken, and one record per voter is appended to votehist.dat (the
*> shared VOTEHIST layout) with the operator who keyed it. Enter on
*> a blank ID closes the election, and its count goes to
*> runaudit.txt. VOTELIST reads votehist.dat for list maintenance.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VoterFile ASSIGN TO 'voters.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Voter-Status.
       SELECT ElectionFile ASSIGN TO 'elections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Election-Status.
       SELECT VoteHistFile ASSIGN TO 'votehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VoteHist-Status.

DATA DIVISION.
FILE SECTION.
FD VoterFile.
01 VoterRec.
       COPY VOTEREC.

FD ElectionFile.
01 ElectionRec.
       COPY ELECTREC.

FD VoteHistFile.
01 VoteHistRec.
       COPY VOTEHIST.

WORKING-STORAGE SECTION.
01 WS-Voter-Status    PIC XX.
01 WS-Election-Status PIC XX.
01 WS-VoteHist-Status PIC XX.
01 WS-Voter-EOF       PIC X VALUE 'N'.
01 WS-Election-EOF    PIC X VALUE 'N'.
01 WS-VoteHist-EOF    PIC X VALUE 'N'.
*> The registration file, with a flag for voters already recorded
*> for the election being keyed.
01 WS-Voter-Table.
       02 WS-Voter-Entry OCCURS 500 TIMES.
           03 WS-Tab-ID       PIC 9(6).
           03 WS-Tab-Name     PIC X(30).
           03 WS-Tab-Precinct PIC 9(3).
           03 WS-Tab-Voted    PIC X.
01 WS-Voter-Count      PIC 9(3) VALUE 0.
01 WS-Voter-Read-Count PIC 9(8) VALUE 0.
01 WS-Voter-Idx        PIC 9(3) VALUE 0.
01 WS-Voter-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Voter-Found      PIC X VALUE 'N'.
       88 VoterFound VALUE 'Y'.
*> Elections held by the processing date.
01 WS-Elect-Table.
       02 WS-Elect-Entry OCCURS 200 TIMES.
           03 WS-Elect-Date PIC 9(8).
           03 WS-Elect-Name PIC X(30).
01 WS-Elect-Count      PIC 9(3) VALUE 0.
01 WS-Elect-Idx        PIC 9(3) VALUE 0.
01 WS-Elect-Found      PIC X VALUE 'N'.
       88 ElectFound VALUE 'Y'.
01 WS-Elect-Hit-Idx    PIC 9(3) VALUE 0.
01 WS-Today            PIC 9(8).
01 WS-Date-Entry       PIC X(8).
01 WS-Date-Num REDEFINES WS-Date-Entry PIC 9(8).
01 WS-Entry-Valid      PIC X VALUE 'N'.
       88 EntryOK VALUE 'Y'.
01 WS-More-Elections   PIC X VALUE 'Y'.
       88 MoreElections VALUE 'Y'.
01 WS-More-Voters      PIC X VALUE 'Y'.
       88 MoreVoters VALUE 'Y'.
01 WS-ID-Entry         PIC X(6).
01 WS-ID-Num REDEFINES WS-ID-Entry PIC 9(6).
01 WS-Chk-Idx          PIC 99.
01 WS-Election-Recorded PIC 9(6) VALUE 0.
01 WS-Total-Recorded   PIC 9(6) VALUE 0.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "VOTEPART".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Signed-On   PIC X.
01 WS-Operator-Role PIC X.
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).

PROCEDURE DIVISION.
MAIN-LOGIC.
       CALL "OPERSIGN" USING WS-Operator-ID, WS-Signed-On,
       WS-Operator-Role
       IF WS-Signed-On NOT = 'Y'
           MOVE 16 TO RETURN-CODE
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
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-VOTERS
       PERFORM LOAD-ELECTIONS
       DISPLAY "Poll book participation entry - votes go to "
           "votehist.dat"
       PERFORM UNTIL NOT MoreElections
           PERFORM GET-ELECTION
           IF MoreElections
               PERFORM RECORD-ONE-ELECTION
           END-IF
       END-PERFORM
       DISPLAY "VOTEPART finished - " WS-Total-Recorded
           " vote(s) recorded for " WS-Operator-ID
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> Without the whole registration file an ID could be refused as
*> not registered when it is, so an overflow refuses the session.
LOAD-VOTERS.
       OPEN INPUT VoterFile
       IF WS-Voter-Status NOT = '00'
           DISPLAY "Unable to open voters.dat (status "
               WS-Voter-Status ") - no voters to record"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-Voter-EOF = 'Y'
           READ VoterFile
               AT END MOVE 'Y' TO WS-Voter-EOF
               NOT AT END
                   ADD 1 TO WS-Voter-Read-Count
                   IF WS-Voter-Count < 500
                       ADD 1 TO WS-Voter-Count
                       MOVE VR-ID TO WS-Tab-ID(WS-Voter-Count)
                       MOVE VR-Name TO WS-Tab-Name(WS-Voter-Count)
                       IF VR-Precinct NUMERIC
                           MOVE VR-Precinct TO
                               WS-Tab-Precinct(WS-Voter-Count)
                       ELSE
                           MOVE 0 TO WS-Tab-Precinct(WS-Voter-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE VoterFile
       IF WS-Voter-Read-Count > WS-Voter-Count
           DISPLAY "voters.dat overflowed the voter table - "
               "entry refused this session"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "voters.dat overflowed VOTEPART voter table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE 16 TO RETURN-CODE
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           STOP RUN
       END-IF.

*> Only an election already held can have signed books.
LOAD-ELECTIONS.
       OPEN INPUT ElectionFile
       IF WS-Election-Status NOT = '00'
           DISPLAY "No elections.dat (status " WS-Election-Status
               ") - no elections to record"
           MOVE 'Y' TO WS-Election-EOF
       END-IF
       PERFORM UNTIL WS-Election-EOF = 'Y'
           READ ElectionFile
               AT END MOVE 'Y' TO WS-Election-EOF
               NOT AT END
                   IF EL-Date NUMERIC AND EL-Date <= WS-Today AND
                      WS-Elect-Count < 200
                       ADD 1 TO WS-Elect-Count
                       MOVE EL-Date TO WS-Elect-Date(WS-Elect-Count)
                       MOVE EL-Name TO WS-Elect-Name(WS-Elect-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Election-Status NOT = '35'
           CLOSE ElectionFile
       END-IF
       IF WS-Elect-Count = 0
           MOVE 'N' TO WS-More-Elections
           DISPLAY "No election on elections.dat has been held yet"
       END-IF.

GET-ELECTION.
       MOVE 'N' TO WS-Entry-Valid
       PERFORM UNTIL EntryOK OR NOT MoreElections
           DISPLAY "Election day (YYYYMMDD, or Q to quit): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-Date-Entry
           ACCEPT WS-Date-Entry
           IF WS-Date-Entry = "Q" OR WS-Date-Entry = "q"
               MOVE 'N' TO WS-More-Elections
           ELSE
               PERFORM FIND-ELECTION
               IF ElectFound
                   MOVE 'Y' TO WS-Entry-Valid
               ELSE
                   DISPLAY "Not an election on elections.dat held by "
                       WS-Today
               END-IF
           END-IF
       END-PERFORM.

FIND-ELECTION.
       MOVE 'N' TO WS-Elect-Found
       MOVE 'Y' TO WS-Entry-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 8
           IF WS-Date-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Date-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Entry-Valid
           END-IF
       END-PERFORM
       IF EntryOK
           PERFORM VARYING WS-Elect-Idx FROM 1 BY 1
                   UNTIL WS-Elect-Idx > WS-Elect-Count OR ElectFound
               IF WS-Elect-Date(WS-Elect-Idx) = WS-Date-Num
                   MOVE 'Y' TO WS-Elect-Found
                   MOVE WS-Elect-Idx TO WS-Elect-Hit-Idx
               END-IF
           END-PERFORM
       END-IF
       MOVE 'N' TO WS-Entry-Valid.

*> The voters already on votehist.dat for the election are flagged
*> first, so a book keyed twice (or a voter signing two books) is
*> caught at the keyboard rather than counted twice.
RECORD-ONE-ELECTION.
       PERFORM MARK-VOTES-ON-FILE
       DISPLAY "  " WS-Elect-Name(WS-Elect-Hit-Idx) " - "
           WS-Election-Recorded " vote(s) already on file"
       MOVE 0 TO WS-Election-Recorded
       OPEN EXTEND VoteHistFile
       IF WS-VoteHist-Status NOT = '00'
           OPEN OUTPUT VoteHistFile
       END-IF
       MOVE 'Y' TO WS-More-Voters
       PERFORM UNTIL NOT MoreVoters
           PERFORM GET-ONE-VOTE
       END-PERFORM
       CLOSE VoteHistFile
       ADD WS-Election-Recorded TO WS-Total-Recorded
       DISPLAY "  " WS-Election-Recorded " vote(s) recorded for "
           WS-Elect-Date(WS-Elect-Hit-Idx)
       MOVE "ADD" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Votes recorded " WS-Elect-Date(WS-Elect-Hit-Idx)
           ": " WS-Election-Recorded
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

MARK-VOTES-ON-FILE.
       MOVE 0 TO WS-Election-Recorded
       PERFORM VARYING WS-Voter-Idx FROM 1 BY 1
               UNTIL WS-Voter-Idx > WS-Voter-Count
           MOVE 'N' TO WS-Tab-Voted(WS-Voter-Idx)
       END-PERFORM
       MOVE 'N' TO WS-VoteHist-EOF
       OPEN INPUT VoteHistFile
       IF WS-VoteHist-Status NOT = '00'
           MOVE 'Y' TO WS-VoteHist-EOF
       END-IF
       PERFORM UNTIL WS-VoteHist-EOF = 'Y'
           READ VoteHistFile
               AT END MOVE 'Y' TO WS-VoteHist-EOF
               NOT AT END
                   IF VH-Election-Date =
                      WS-Elect-Date(WS-Elect-Hit-Idx)
                       MOVE VH-ID TO WS-ID-Num
                       PERFORM FIND-VOTER
                       IF VoterFound
                           MOVE 'Y' TO WS-Tab-Voted(WS-Voter-Hit-Idx)
                       END-IF
                       ADD 1 TO WS-Election-Recorded
                   END-IF
           END-READ
       END-PERFORM
       IF WS-VoteHist-Status NOT = '35'
           CLOSE VoteHistFile
       END-IF.

GET-ONE-VOTE.
       DISPLAY "Voter ID (6 digits, Enter when the books are done): "
           WITH NO ADVANCING
       MOVE SPACES TO WS-ID-Entry
       ACCEPT WS-ID-Entry
       IF WS-ID-Entry = SPACES
           MOVE 'N' TO WS-More-Voters
       ELSE
           MOVE 'Y' TO WS-Entry-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 6
               IF WS-ID-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-ID-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Entry-Valid
               END-IF
           END-PERFORM
           IF NOT EntryOK
               DISPLAY "Invalid entry - enter exactly 6 digits"
           ELSE
               PERFORM FIND-VOTER
               IF NOT VoterFound
                   DISPLAY "  Voter " WS-ID-Entry " not registered"
               ELSE
                   IF WS-Tab-Voted(WS-Voter-Hit-Idx) = 'Y'
                       DISPLAY "  Voter " WS-ID-Entry " "
                           WS-Tab-Name(WS-Voter-Hit-Idx)
                           " already recorded for this election"
                   ELSE
                       PERFORM WRITE-ONE-VOTE
                   END-IF
               END-IF
           END-IF
       END-IF.

WRITE-ONE-VOTE.
       MOVE WS-Tab-ID(WS-Voter-Hit-Idx) TO VH-ID
       MOVE WS-Elect-Date(WS-Elect-Hit-Idx) TO VH-Election-Date
       MOVE WS-Tab-Precinct(WS-Voter-Hit-Idx) TO VH-Precinct
       MOVE WS-Today TO VH-Recorded-On
       MOVE WS-Operator-ID TO VH-Operator
       WRITE VoteHistRec
       MOVE 'Y' TO WS-Tab-Voted(WS-Voter-Hit-Idx)
       ADD 1 TO WS-Election-Recorded
       DISPLAY "  Recorded: " WS-Tab-Name(WS-Voter-Hit-Idx)
           " precinct " WS-Tab-Precinct(WS-Voter-Hit-Idx).

FIND-VOTER.
       MOVE 'N' TO WS-Voter-Found
       PERFORM VARYING WS-Voter-Idx FROM 1 BY 1
               UNTIL WS-Voter-Idx > WS-Voter-Count OR VoterFound
           IF WS-Tab-ID(WS-Voter-Idx) = WS-ID-Num
               MOVE 'Y' TO WS-Voter-Found
               MOVE WS-Voter-Idx TO WS-Voter-Hit-Idx
           END-IF
       END-PERFORM.
