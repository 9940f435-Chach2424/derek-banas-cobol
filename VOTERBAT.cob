*> August 22nd 2026 - The processing date now comes from the
*> stream's control record via the shared GETPDATE subroutine
*> (wall clock when run outside the stream).
*> October 15th 2026 - The voter record layout now comes from the
*> shared VOTEREC copybook, which adds the residence address and
*> precinct VOTERMNT maintains; the recheck itself is unchanged.
*> October 15th 2026 - Voters VOTELIST has moved to inactive are
*> no longer counted eligible: they get an "Inactive" decision
*> line and a count of their own on votesum.txt, so the eligible
*> figure is the one the state should be given.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
FILE SECTION.
FD VoterFile.
01 VoterRec.
       COPY VOTEREC.

FD VoteAuditFile.
01 VoteAuditLine PIC X(60).
01 WS-Read-Count        PIC 9(8) VALUE 0.
01 WS-Eligible-Count    PIC 9(8) VALUE 0.
01 WS-Ineligible-Count  PIC 9(8) VALUE 0.
01 WS-Inactive-Count    PIC 9(8) VALUE 0.
01 WS-Recon-Out         PIC 9(8) VALUE 0.
01 WS-Today.
       02 WS-Today-Year  PIC 9(4).
       CLOSE VoteAuditFile
       PERFORM WRITE-VOTE-SUMMARY
       COMPUTE WS-Recon-Out = WS-Eligible-Count + WS-Ineligible-Count
           + WS-Inactive-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       IF WS-Age < 0
           MOVE 0 TO WS-Age
       END-IF
       EVALUATE TRUE
           WHEN VR-Inactive
               ADD 1 TO WS-Inactive-Count
               MOVE "Inactive" TO WS-Vote-Decision
           WHEN WS-Age > 18
               ADD 1 TO WS-Eligible-Count
               MOVE "You can vote" TO WS-Vote-Decision
           WHEN OTHER
               ADD 1 TO WS-Ineligible-Count
               MOVE "You can't vote" TO WS-Vote-Decision
       END-EVALUATE
       MOVE WS-Age TO WS-Age-Ed
       MOVE SPACES TO VoteAuditLine
       STRING "Voter " VR-ID " age " WS-Age-Ed " - "
           WS-Ineligible-Count
           DELIMITED BY SIZE INTO VoteSumLine
       WRITE VoteSumLine
       MOVE SPACES TO VoteSumLine
       STRING "Inactive (not counted eligible).: "
           WS-Inactive-Count
           DELIMITED BY SIZE INTO VoteSumLine
       WRITE VoteSumLine
       CLOSE VoteSumFile.
