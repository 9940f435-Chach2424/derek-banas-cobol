       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VOTELIST.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Voter list maintenance for daily_batch.sh. A registration used
*> to stay on voters.dat forever, so the count reported to the
*> state kept every voter who had moved away or died. Participation
*> now comes back from the signed poll books through VOTEPART onto
*> votehist.dat, and this run works the list off it. The elections
*> already held (elections.dat, before the processing date) set the
*> window: the VOTEMISS most recent of them (rates.dat, 4 when not
*> set). An active voter registered before the oldest election in
*> the window, and 18 by then, who has no vote on votehist.dat in
*> it is sent a confirmation notice (votecnf.txt, mailed to the
*> residence address) and marked notice sent, with a respond-by
*> date VOTENOTDAYS days out (30 when not set). A voter whose notice
*> went unanswered past the respond-by date - no vote since the
*> notice and not restored in VOTERMNT - is moved to inactive. A
*> voter with a notice out or inactive who has voted in an election
*> since the notice is restored to active. With fewer elections
*> held than the window asks for, nobody is sent a notice. The
*> records go to voters.new, moved over voters.dat by the stream,
*> and every change plus the active and inactive registration
*> counts - the state's figure leaves inactive voters out - go to
*> votelist.txt. Voters read vs. written go to reconcile.dat via
*> RECONLOG.
*> October 15th 2026 - An election now counts as held only once
*> its poll books are on votehist.dat (at least one vote keyed
*> for it), so a night between election day and the books being
*> keyed no longer sends notices for an election nobody's vote is
*> on file for yet. A voter with a notice out or inactive is also
*> restored when their last vote falls in the window, which
*> catches books keyed after the notice went out. A voter VOTERMNT
*> restored to active on or after the oldest election in the
*> window (VR-Confirmed-On) is not sent another notice for it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VoterFile ASSIGN TO 'voters.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Voter-Status.
       SELECT VoterNewFile ASSIGN TO 'voters.new'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ElectionFile ASSIGN TO 'elections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Election-Status.
       SELECT VoteHistFile ASSIGN TO 'votehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VoteHist-Status.
       SELECT NoticeFile ASSIGN TO 'votecnf.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ListRptFile ASSIGN TO 'votelist.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VoterFile.
01 VoterRec.
       COPY VOTEREC.

FD VoterNewFile.
01 VoterNewRec.
       COPY VOTEREC REPLACING LEADING ==VR-== BY ==VN-==.

FD ElectionFile.
01 ElectionRec.
       COPY ELECTREC.

FD VoteHistFile.
01 VoteHistRec.
       COPY VOTEHIST.

FD NoticeFile.
01 NoticeLine PIC X(80).

FD ListRptFile.
01 ListRptLine PIC X(90).

WORKING-STORAGE SECTION.
01 WS-Voter-Status    PIC XX.
01 WS-Election-Status PIC XX.
01 WS-VoteHist-Status PIC XX.
01 WS-Voter-EOF       PIC X VALUE 'N'.
01 WS-Election-EOF    PIC X VALUE 'N'.
01 WS-VoteHist-EOF    PIC X VALUE 'N'.
*> Distinct election days held before the processing date with
*> votes keyed for them on votehist.dat.
01 WS-Held-Table.
       02 WS-Held-Date PIC 9(8) OCCURS 500 TIMES.
01 WS-Held-Count      PIC 9(3) VALUE 0.
01 WS-Held-Idx        PIC 9(3) VALUE 0.
01 WS-Held-Idx2       PIC 9(3) VALUE 0.
01 WS-Held-Newer      PIC 9(3) VALUE 0.
01 WS-Held-Found      PIC X VALUE 'N'.
       88 HeldFound VALUE 'Y'.
*> Distinct election days votehist.dat has votes for.
01 WS-Keyed-Table.
       02 WS-Keyed-Date PIC 9(8) OCCURS 500 TIMES.
01 WS-Keyed-Count     PIC 9(3) VALUE 0.
01 WS-Keyed-Idx       PIC 9(3) VALUE 0.
01 WS-Keyed-Found     PIC X VALUE 'N'.
       88 KeyedFound VALUE 'Y'.
*> Each voter's most recent election on votehist.dat.
01 WS-Part-Table.
       02 WS-Part-Entry OCCURS 5000 TIMES.
           03 WS-Part-ID   PIC 9(6).
           03 WS-Part-Last PIC 9(8).
01 WS-Part-Count      PIC 9(4) VALUE 0.
01 WS-Part-Idx        PIC 9(4) VALUE 0.
01 WS-Part-Found      PIC X VALUE 'N'.
       88 PartFound VALUE 'Y'.
01 WS-Part-Hit-Idx    PIC 9(4) VALUE 0.
01 WS-Part-Overflow   PIC X VALUE 'N'.
01 WS-Last-Voted      PIC 9(8) VALUE 0.
01 WS-Miss-Limit      PIC 9(3) VALUE 4.
01 WS-Notice-Days     PIC 9(3) VALUE 30.
01 WS-Window-Open     PIC X VALUE 'N'.
       88 WindowOpen VALUE 'Y'.
01 WS-Window-Start    PIC 9(8) VALUE 0.
01 WS-Today           PIC 9(8).
01 WS-Respond-By      PIC 9(8).
01 WS-Registered-On   PIC 9(8).
01 WS-Notice-Date     PIC 9(8).
01 WS-Confirmed-On    PIC 9(8).
01 WS-Action-Text     PIC X(40).
01 WS-Eighteen-On     PIC 9(8).
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
01 WS-Read-Count      PIC 9(8) VALUE 0.
01 WS-Written-Count   PIC 9(8) VALUE 0.
01 WS-Notice-Count    PIC 9(6) VALUE 0.
01 WS-Inactivated-Count PIC 9(6) VALUE 0.
01 WS-Restored-Count  PIC 9(6) VALUE 0.
01 WS-Active-Count    PIC 9(8) VALUE 0.
01 WS-Pending-Count   PIC 9(8) VALUE 0.
01 WS-Inactive-Count  PIC 9(8) VALUE 0.
01 WS-State-Count     PIC 9(8) VALUE 0.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "VOTELIST".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Voter list maint".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM GET-LIST-RATES
       PERFORM LOAD-PARTICIPATION
       PERFORM LOAD-HELD-ELECTIONS
       PERFORM FIND-WINDOW-START
       PERFORM FIND-RESPOND-BY-DATE
       OPEN INPUT VoterFile
       IF WS-Voter-Status NOT = '00'
           DISPLAY "No voters.dat to maintain (status "
               WS-Voter-Status ")"
           MOVE 'Y' TO WS-Voter-EOF
       END-IF
       OPEN OUTPUT VoterNewFile
       OPEN OUTPUT NoticeFile
       OPEN OUTPUT ListRptFile
       PERFORM WRITE-LIST-HEADING
       PERFORM UNTIL WS-Voter-EOF = 'Y'
           READ VoterFile
               AT END MOVE 'Y' TO WS-Voter-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM MAINTAIN-ONE-VOTER
           END-READ
       END-PERFORM
       IF WS-Voter-Status NOT = '35'
           CLOSE VoterFile
       END-IF
       PERFORM WRITE-LIST-SUMMARY
       CLOSE VoterNewFile
       CLOSE NoticeFile
       CLOSE ListRptFile
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Written-Count
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

GET-LIST-RATES.
       MOVE "VOTEMISS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Miss-Limit
       END-IF
       IF WS-Miss-Limit = 0
           MOVE 4 TO WS-Miss-Limit
       END-IF
       MOVE "VOTENOTDAYS" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Notice-Days
       END-IF
       IF WS-Notice-Days = 0
           MOVE 30 TO WS-Notice-Days
       END-IF.

*> An election on the processing date itself is not counted: its
*> books cannot have been keyed yet. Nor is an earlier one whose
*> books have not been - it has no votes on votehist.dat.
LOAD-HELD-ELECTIONS.
       OPEN INPUT ElectionFile
       IF WS-Election-Status NOT = '00'
           DISPLAY "No elections.dat (status " WS-Election-Status
               ") - no elections held"
           MOVE 'Y' TO WS-Election-EOF
       END-IF
       PERFORM UNTIL WS-Election-EOF = 'Y'
           READ ElectionFile
               AT END MOVE 'Y' TO WS-Election-EOF
               NOT AT END
                   IF EL-Date NUMERIC AND EL-Date < WS-Today
                       PERFORM FIND-KEYED-ELECTION
                       IF KeyedFound
                           PERFORM ADD-HELD-ELECTION
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Election-Status NOT = '35'
           CLOSE ElectionFile
       END-IF.

ADD-HELD-ELECTION.
       MOVE 'N' TO WS-Held-Found
       PERFORM VARYING WS-Held-Idx FROM 1 BY 1
               UNTIL WS-Held-Idx > WS-Held-Count OR HeldFound
           IF WS-Held-Date(WS-Held-Idx) = EL-Date
               MOVE 'Y' TO WS-Held-Found
           END-IF
       END-PERFORM
       IF NOT HeldFound AND WS-Held-Count < 500
           ADD 1 TO WS-Held-Count
           MOVE EL-Date TO WS-Held-Date(WS-Held-Count)
       END-IF.

FIND-KEYED-ELECTION.
       MOVE 'N' TO WS-Keyed-Found
       PERFORM VARYING WS-Keyed-Idx FROM 1 BY 1
               UNTIL WS-Keyed-Idx > WS-Keyed-Count OR KeyedFound
           IF WS-Keyed-Date(WS-Keyed-Idx) = EL-Date
               MOVE 'Y' TO WS-Keyed-Found
           END-IF
       END-PERFORM.

*> The window starts at the election with exactly VOTEMISS held
*> elections on or after it - the oldest of the most recent
*> VOTEMISS.
FIND-WINDOW-START.
       MOVE 'N' TO WS-Window-Open
       PERFORM VARYING WS-Held-Idx FROM 1 BY 1
               UNTIL WS-Held-Idx > WS-Held-Count OR WindowOpen
           MOVE 0 TO WS-Held-Newer
           PERFORM VARYING WS-Held-Idx2 FROM 1 BY 1
                   UNTIL WS-Held-Idx2 > WS-Held-Count
               IF WS-Held-Date(WS-Held-Idx2) >=
                  WS-Held-Date(WS-Held-Idx)
                   ADD 1 TO WS-Held-Newer
               END-IF
           END-PERFORM
           IF WS-Held-Newer = WS-Miss-Limit
               MOVE 'Y' TO WS-Window-Open
               MOVE WS-Held-Date(WS-Held-Idx) TO WS-Window-Start
           END-IF
       END-PERFORM.

*> A voter missing from the table would look like a non-voter and
*> be sent a notice, so an overflow abandons the run before
*> anything is written.
LOAD-PARTICIPATION.
       OPEN INPUT VoteHistFile
       IF WS-VoteHist-Status NOT = '00'
           DISPLAY "No votehist.dat yet (status " WS-VoteHist-Status
               ") - no participation on file"
           MOVE 'Y' TO WS-VoteHist-EOF
       END-IF
       PERFORM UNTIL WS-VoteHist-EOF = 'Y'
           READ VoteHistFile
               AT END MOVE 'Y' TO WS-VoteHist-EOF
               NOT AT END
                   PERFORM RECORD-ONE-VOTE
           END-READ
       END-PERFORM
       IF WS-VoteHist-Status NOT = '35'
           CLOSE VoteHistFile
       END-IF
       IF WS-Part-Overflow = 'Y'
           DISPLAY "votehist.dat overflowed the participation table"
           MOVE 'C' TO WS-Alert-Severity
           MOVE "votehist.dat overflowed VOTELIST participation table"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
           MOVE "STOP" TO WS-Audit-Event
           MOVE "Run abandoned - table overflow" TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

RECORD-ONE-VOTE.
       PERFORM ADD-KEYED-ELECTION
       PERFORM FIND-PARTICIPATION
       IF PartFound
           IF VH-Election-Date > WS-Part-Last(WS-Part-Hit-Idx)
               MOVE VH-Election-Date TO WS-Part-Last(WS-Part-Hit-Idx)
           END-IF
       ELSE
           IF WS-Part-Count < 5000
               ADD 1 TO WS-Part-Count
               MOVE VH-ID TO WS-Part-ID(WS-Part-Count)
               MOVE VH-Election-Date TO WS-Part-Last(WS-Part-Count)
           ELSE
               MOVE 'Y' TO WS-Part-Overflow
           END-IF
       END-IF.

ADD-KEYED-ELECTION.
       MOVE 'N' TO WS-Keyed-Found
       PERFORM VARYING WS-Keyed-Idx FROM 1 BY 1
               UNTIL WS-Keyed-Idx > WS-Keyed-Count OR KeyedFound
           IF WS-Keyed-Date(WS-Keyed-Idx) = VH-Election-Date
               MOVE 'Y' TO WS-Keyed-Found
           END-IF
       END-PERFORM
       IF NOT KeyedFound AND WS-Keyed-Count < 500
           ADD 1 TO WS-Keyed-Count
           MOVE VH-Election-Date TO WS-Keyed-Date(WS-Keyed-Count)
       END-IF.

FIND-PARTICIPATION.
       MOVE 'N' TO WS-Part-Found
       PERFORM VARYING WS-Part-Idx FROM 1 BY 1
               UNTIL WS-Part-Idx > WS-Part-Count OR PartFound
           IF WS-Part-ID(WS-Part-Idx) = VH-ID
               MOVE 'Y' TO WS-Part-Found
               MOVE WS-Part-Idx TO WS-Part-Hit-Idx
           END-IF
       END-PERFORM.

*> The processing date plus VOTENOTDAYS, walked a calendar day at
*> a time the way APPAY finds its cutoff.
FIND-RESPOND-BY-DATE.
       MOVE WS-Today TO WS-Walk-Date-Num
       PERFORM NEXT-CALENDAR-DAY WS-Notice-Days TIMES
       MOVE WS-Walk-Date-Num TO WS-Respond-By.

NEXT-CALENDAR-DAY.
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

*> Records from before list maintenance read with a blank status
*> (active) and non-numeric dates, taken as zero.
MAINTAIN-ONE-VOTER.
       MOVE VoterRec TO VoterNewRec
       IF VR-Registered-On NUMERIC
           MOVE VR-Registered-On TO WS-Registered-On
       ELSE
           MOVE 0 TO WS-Registered-On
       END-IF
       IF VR-Notice-Date NUMERIC
           MOVE VR-Notice-Date TO WS-Notice-Date
       ELSE
           MOVE 0 TO WS-Notice-Date
       END-IF
       IF VR-Confirmed-On NUMERIC
           MOVE VR-Confirmed-On TO WS-Confirmed-On
       ELSE
           MOVE 0 TO WS-Confirmed-On
           MOVE 0 TO VN-Confirmed-On
       END-IF
       COMPUTE WS-Eighteen-On = (VR-YOB + 18) * 10000 + VR-MOB * 100
           + VR-DOB-Day
       MOVE VR-ID TO VH-ID
       PERFORM FIND-PARTICIPATION
       IF PartFound
           MOVE WS-Part-Last(WS-Part-Hit-Idx) TO WS-Last-Voted
       ELSE
           MOVE 0 TO WS-Last-Voted
       END-IF
       MOVE SPACES TO WS-Action-Text
       EVALUATE TRUE
           WHEN VR-Confirm-Pending OR VR-Inactive
               IF WS-Last-Voted > 0 AND
                  (WS-Last-Voted >= WS-Notice-Date OR
                   (WindowOpen AND WS-Last-Voted >= WS-Window-Start))
                   PERFORM RESTORE-VOTER
               ELSE
                   IF VR-Confirm-Pending AND VR-Respond-By NUMERIC
                      AND WS-Today > VR-Respond-By
                       PERFORM INACTIVATE-VOTER
                   END-IF
               END-IF
           WHEN OTHER
               IF WindowOpen AND
                  WS-Registered-On < WS-Window-Start AND
                  WS-Eighteen-On <= WS-Window-Start AND
                  WS-Last-Voted < WS-Window-Start AND
                  WS-Confirmed-On < WS-Window-Start
                   PERFORM SEND-CONFIRMATION-NOTICE
               END-IF
       END-EVALUATE
       IF WS-Action-Text NOT = SPACES
           MOVE SPACES TO ListRptLine
           STRING "  " VR-ID "  " VR-Name "  " WS-Action-Text
               DELIMITED BY SIZE INTO ListRptLine
           WRITE ListRptLine
       END-IF
       EVALUATE TRUE
           WHEN VN-Confirm-Pending
               ADD 1 TO WS-Pending-Count
           WHEN VN-Inactive
               ADD 1 TO WS-Inactive-Count
           WHEN OTHER
               ADD 1 TO WS-Active-Count
       END-EVALUATE
       WRITE VoterNewRec
       ADD 1 TO WS-Written-Count.

RESTORE-VOTER.
       MOVE 'A' TO VN-Status
       MOVE 0 TO VN-Notice-Date
       MOVE 0 TO VN-Respond-By
       ADD 1 TO WS-Restored-Count
       STRING "Restored - voted " WS-Last-Voted
           DELIMITED BY SIZE INTO WS-Action-Text.

INACTIVATE-VOTER.
       MOVE 'I' TO VN-Status
       ADD 1 TO WS-Inactivated-Count
       STRING "Inactive - no reply by " VR-Respond-By
           DELIMITED BY SIZE INTO WS-Action-Text.

SEND-CONFIRMATION-NOTICE.
       MOVE 'C' TO VN-Status
       MOVE WS-Today TO VN-Notice-Date
       MOVE WS-Respond-By TO VN-Respond-By
       IF NOT (VR-Registered-On NUMERIC)
           MOVE 0 TO VN-Registered-On
       END-IF
       ADD 1 TO WS-Notice-Count
       STRING "Notice sent - reply by " WS-Respond-By
           DELIMITED BY SIZE INTO WS-Action-Text
       PERFORM PRINT-NOTICE.

PRINT-NOTICE.
       MOVE SPACES TO NoticeLine
       WRITE NoticeLine
       MOVE SPACES TO NoticeLine
       STRING "V O T E R   R E G I S T R A T I O N   "
           "C O N F I R M A T I O N    " WS-Today
           DELIMITED BY SIZE INTO NoticeLine
       WRITE NoticeLine
       MOVE SPACES TO NoticeLine
       STRING "Voter " VR-ID "  " VR-Name
           DELIMITED BY SIZE INTO NoticeLine
       WRITE NoticeLine
       IF VR-Street = SPACES
           MOVE SPACES TO NoticeLine
           STRING "         (no residence address on file)"
               DELIMITED BY SIZE INTO NoticeLine
           WRITE NoticeLine
       ELSE
           MOVE SPACES TO NoticeLine
           STRING "         " VR-House-No " " VR-Street
               DELIMITED BY SIZE INTO NoticeLine
           WRITE NoticeLine
           MOVE SPACES TO NoticeLine
           STRING "         " VR-City " " VR-Zip
               DELIMITED BY SIZE INTO NoticeLine
           WRITE NoticeLine
       END-IF
       MOVE SPACES TO NoticeLine
       STRING "Our records show no vote from you in the last "
           WS-Miss-Limit " elections."
           DELIMITED BY SIZE INTO NoticeLine
       WRITE NoticeLine
       MOVE SPACES TO NoticeLine
       STRING "If you still live at this address, sign and return "
           "this notice or vote by"
           DELIMITED BY SIZE INTO NoticeLine
       WRITE NoticeLine
       MOVE SPACES TO NoticeLine
       STRING WS-Respond-By ". Otherwise your registration will be "
           "made inactive."
           DELIMITED BY SIZE INTO NoticeLine
       WRITE NoticeLine
       MOVE SPACES TO NoticeLine
       STRING "          Signature "
           "________________________________________"
           DELIMITED BY SIZE INTO NoticeLine
       WRITE NoticeLine.

WRITE-LIST-HEADING.
       MOVE SPACES TO ListRptLine
       STRING "Voter List Maintenance - " WS-Today
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       IF WindowOpen
           STRING "No vote in the " WS-Miss-Limit
               " elections held since " WS-Window-Start
               " draws a notice; reply due in " WS-Notice-Days
               " days"
               DELIMITED BY SIZE INTO ListRptLine
       ELSE
           STRING "Fewer than " WS-Miss-Limit
               " elections held - no notices sent this run"
               DELIMITED BY SIZE INTO ListRptLine
       END-IF
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       WRITE ListRptLine.

WRITE-LIST-SUMMARY.
       COMPUTE WS-State-Count = WS-Active-Count + WS-Pending-Count
       MOVE SPACES TO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Voters read.....................: " WS-Read-Count
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Confirmation notices sent.......: " WS-Notice-Count
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Moved to inactive...............: "
           WS-Inactivated-Count
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Restored to active by a vote....: " WS-Restored-Count
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Active registrations............: " WS-Active-Count
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Awaiting confirmation...........: " WS-Pending-Count
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Inactive registrations..........: " WS-Inactive-Count
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine
       MOVE SPACES TO ListRptLine
       STRING "Registrations reported to state.: " WS-State-Count
           " (active plus awaiting confirmation)"
           DELIMITED BY SIZE INTO ListRptLine
       WRITE ListRptLine.
