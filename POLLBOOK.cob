       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POLLBOOK.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Printed poll books for daily_batch.sh - what the precinct
*> workers sign voters in from on election day. The election is the
*> next one on elections.dat (the shared ELECTREC layout) on or
*> after the processing date; with none scheduled the report says
*> so and nothing is listed. Every registration on voters.dat is
*> aged as of election day, not the processing date, so a voter
*> who turns 18 by election day is listed; voters still short of
*> 18 are counted, not printed. The listed voters are SORTed by
*> precinct and then name into pollbook.txt: each precinct starts
*> a fresh page with the election and precinct in the title, each
*> voter prints with their address, date of birth and a signature
*> line, and the precinct closes with its count. Voters with no
*> precinct assigned (000 - no precinct.dat range took in the
*> address and none was keyed in VOTERMNT) print as a group of
*> their own after the precincts, for the registrar to place, and
*> raise a warning alert. Voters read vs. listed plus not yet 18
*> go to reconcile.dat via RECONLOG.
*> October 15th 2026 - Voters VOTELIST has moved to inactive are
*> still listed - an inactive voter may still vote - but marked to
*> confirm their address before signing.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VoterFile ASSIGN TO 'voters.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Voter-Status.
       SELECT ElectionFile ASSIGN TO 'elections.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Election-Status.
       SELECT PollWork ASSIGN TO 'pollbook.tmp'.
       SELECT PollRptFile ASSIGN TO 'pollbook.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VoterFile.
01 VoterRec.
       COPY VOTEREC.

FD ElectionFile.
01 ElectionRec.
       COPY ELECTREC.

*> PB-Unassigned sorts the no-precinct group after every precinct.
SD PollWork.
01 PollRec.
       02 PB-Unassigned PIC X.
       02 PB-Precinct   PIC 9(3).
       02 PB-Name       PIC X(30).
       02 PB-ID         PIC 9(6).
       02 PB-DOB.
           03 PB-MOB     PIC 99.
           03 PB-DOB-Day PIC 99.
           03 PB-YOB     PIC 9(4).
       02 PB-House-No   PIC 9(5).
       02 PB-Street     PIC X(20).
       02 PB-City       PIC X(15).
       02 PB-Zip        PIC X(5).
       02 PB-Status     PIC X.

FD PollRptFile.
01 PollRptLine PIC X(110).

WORKING-STORAGE SECTION.
01 WS-Voter-Status    PIC XX.
01 WS-Election-Status PIC XX.
01 WS-Voter-EOF       PIC X VALUE 'N'.
01 WS-Election-EOF    PIC X VALUE 'N'.
01 WS-Sort-EOF        PIC X VALUE 'N'.
01 WS-Read-Count      PIC 9(8) VALUE 0.
01 WS-Listed-Count    PIC 9(8) VALUE 0.
01 WS-Too-Young-Count PIC 9(8) VALUE 0.
01 WS-Unassigned-Count PIC 9(8) VALUE 0.
01 WS-Precinct-Count  PIC 9(4) VALUE 0.
01 WS-Group-Count     PIC 9(6) VALUE 0.
01 WS-Recon-Out       PIC 9(8) VALUE 0.
01 WS-Today           PIC 9(8).
01 WS-Election-Found  PIC X VALUE 'N'.
       88 ElectionFound VALUE 'Y'.
01 WS-Election-Date   PIC 9(8) VALUE 0.
01 WS-Election-Date-R REDEFINES WS-Election-Date.
       02 WS-Elec-Year  PIC 9(4).
       02 WS-Elec-Month PIC 99.
       02 WS-Elec-Day   PIC 99.
01 WS-Election-Name   PIC X(30) VALUE SPACES.
01 WS-Age             PIC S9(3) VALUE 0.
01 WS-Group-Open      PIC X VALUE 'N'.
01 WS-Prev-Unassigned PIC X VALUE SPACE.
01 WS-Prev-Precinct   PIC 9(3) VALUE 0.
01 WS-Page-Number     PIC 9(4) VALUE 0.
01 WS-Line-Count      PIC 99 VALUE 0.
*> Lines per page before a fresh title/heading block; each voter
*> takes three (detail, signature, spacing).
01 WS-Lines-Per-Page  PIC 99 VALUE 30.
01 WS-Alert-Severity  PIC X.
01 WS-Alert-Message   PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "POLLBOOK".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Poll books".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM FIND-NEXT-ELECTION
       OPEN OUTPUT PollRptFile
       IF ElectionFound
           SORT PollWork ON ASCENDING KEY PB-Unassigned
                         ON ASCENDING KEY PB-Precinct
                         ON ASCENDING KEY PB-Name
                         ON ASCENDING KEY PB-ID
               INPUT PROCEDURE IS READ-VOTERS
               OUTPUT PROCEDURE IS PRINT-POLL-BOOKS
       ELSE
           MOVE SPACES TO PollRptLine
           STRING "Poll Book        Run date " WS-Today
               DELIMITED BY SIZE INTO PollRptLine
           WRITE PollRptLine
           MOVE SPACES TO PollRptLine
           STRING "No election on elections.dat on or after the "
               "run date - no poll books printed"
               DELIMITED BY SIZE INTO PollRptLine
           WRITE PollRptLine
       END-IF
       PERFORM PRINT-FINAL-COUNTS
       CLOSE PollRptFile
       IF WS-Unassigned-Count > 0
           MOVE 'W' TO WS-Alert-Severity
           MOVE "Voters with no precinct listed apart in pollbook.txt"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF
       COMPUTE WS-Recon-Out = WS-Listed-Count + WS-Too-Young-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> The earliest election dated on or after the processing date,
*> wherever it sits in the file.
FIND-NEXT-ELECTION.
       OPEN INPUT ElectionFile
       IF WS-Election-Status NOT = '00'
           DISPLAY "No elections.dat (status " WS-Election-Status
               ") - no poll books to print"
           MOVE 'Y' TO WS-Election-EOF
       END-IF
       PERFORM UNTIL WS-Election-EOF = 'Y'
           READ ElectionFile
               AT END MOVE 'Y' TO WS-Election-EOF
               NOT AT END
                   IF EL-Date NUMERIC AND EL-Date >= WS-Today
                       IF NOT ElectionFound OR
                          EL-Date < WS-Election-Date
                           MOVE 'Y' TO WS-Election-Found
                           MOVE EL-Date TO WS-Election-Date
                           MOVE EL-Name TO WS-Election-Name
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Election-Status NOT = '35'
           CLOSE ElectionFile
       END-IF.

READ-VOTERS.
       OPEN INPUT VoterFile
       IF WS-Voter-Status NOT = '00'
           DISPLAY "No voters.dat to list (status "
               WS-Voter-Status ")"
       ELSE
           PERFORM UNTIL WS-Voter-EOF = 'Y'
               READ VoterFile
                   AT END MOVE 'Y' TO WS-Voter-EOF
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM SELECT-ONE-VOTER
               END-READ
           END-PERFORM
           CLOSE VoterFile
       END-IF.

*> Age as of election day, by the VOTERBAT arithmetic: year
*> difference, one less if the birthday falls after election day.
*> 18 on election day is old enough to be in the book.
SELECT-ONE-VOTER.
       COMPUTE WS-Age = WS-Elec-Year - VR-YOB
       IF WS-Elec-Month < VR-MOB OR
          (WS-Elec-Month = VR-MOB AND WS-Elec-Day < VR-DOB-Day)
           SUBTRACT 1 FROM WS-Age
       END-IF
       IF WS-Age < 18
           ADD 1 TO WS-Too-Young-Count
       ELSE
           MOVE VR-Name TO PB-Name
           MOVE VR-ID TO PB-ID
           MOVE VR-DOB TO PB-DOB
           MOVE VR-Street TO PB-Street
           MOVE VR-City TO PB-City
           MOVE VR-Zip TO PB-Zip
           MOVE VR-Status TO PB-Status
           IF VR-House-No NUMERIC
               MOVE VR-House-No TO PB-House-No
           ELSE
               MOVE 0 TO PB-House-No
           END-IF
           IF VR-Precinct NUMERIC AND VR-Precinct > 0
               MOVE '0' TO PB-Unassigned
               MOVE VR-Precinct TO PB-Precinct
           ELSE
               MOVE '1' TO PB-Unassigned
               MOVE 0 TO PB-Precinct
           END-IF
           RELEASE PollRec
       END-IF.

PRINT-POLL-BOOKS.
       PERFORM UNTIL WS-Sort-EOF = 'Y'
           RETURN PollWork
               AT END MOVE 'Y' TO WS-Sort-EOF
               NOT AT END PERFORM PRINT-ONE-VOTER
           END-RETURN
       END-PERFORM
       IF WS-Group-Open = 'Y'
           PERFORM PRINT-PRECINCT-COUNT
       END-IF.

*> A change of precinct closes the last one off and starts the
*> next on a fresh page.
PRINT-ONE-VOTER.
       IF WS-Group-Open = 'Y' AND
          (PB-Unassigned NOT = WS-Prev-Unassigned OR
           PB-Precinct NOT = WS-Prev-Precinct)
           PERFORM PRINT-PRECINCT-COUNT
       END-IF
       IF WS-Group-Open = 'N'
           MOVE 'Y' TO WS-Group-Open
           MOVE PB-Unassigned TO WS-Prev-Unassigned
           MOVE PB-Precinct TO WS-Prev-Precinct
           MOVE 0 TO WS-Group-Count
           IF PB-Unassigned = '0'
               ADD 1 TO WS-Precinct-Count
           END-IF
           MOVE 0 TO WS-Line-Count
       END-IF
       IF WS-Line-Count = 0 OR WS-Line-Count >= WS-Lines-Per-Page
           PERFORM PRINT-PAGE-HEADING
       END-IF
       MOVE SPACES TO PollRptLine
       IF PB-Street = SPACES
           STRING "  " PB-ID "  " PB-Name "  " PB-MOB "/" PB-DOB-Day
               "/" PB-YOB "  (address not on file)"
               DELIMITED BY SIZE INTO PollRptLine
       ELSE
           STRING "  " PB-ID "  " PB-Name "  " PB-MOB "/" PB-DOB-Day
               "/" PB-YOB "  " PB-House-No " " DELIMITED BY SIZE
               PB-Street DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               PB-City DELIMITED BY "  "
               " " PB-Zip DELIMITED BY SIZE
               INTO PollRptLine
       END-IF
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       IF PB-Status = 'I'
           STRING "          Signature "
               "________________________________________"
               "  INACTIVE - confirm address"
               DELIMITED BY SIZE INTO PollRptLine
       ELSE
           STRING "          Signature "
               "________________________________________"
               DELIMITED BY SIZE INTO PollRptLine
       END-IF
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       WRITE PollRptLine
       ADD 3 TO WS-Line-Count
       ADD 1 TO WS-Group-Count
       ADD 1 TO WS-Listed-Count
       IF PB-Unassigned = '1'
           ADD 1 TO WS-Unassigned-Count
       END-IF.

PRINT-PAGE-HEADING.
       ADD 1 TO WS-Page-Number
       IF WS-Page-Number > 1
           MOVE SPACES TO PollRptLine
           WRITE PollRptLine
       END-IF
       MOVE SPACES TO PollRptLine
       STRING "Poll Book - " DELIMITED BY SIZE
           WS-Election-Name DELIMITED BY "  "
           " - election day " WS-Elec-Month "/" WS-Elec-Day "/"
           WS-Elec-Year "        Run date " WS-Today
           "        Page " WS-Page-Number
           DELIMITED BY SIZE INTO PollRptLine
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       IF WS-Prev-Unassigned = '0'
           STRING "Precinct " WS-Prev-Precinct
               DELIMITED BY SIZE INTO PollRptLine
       ELSE
           STRING "No precinct assigned - for the registrar to place "
               "before election day"
               DELIMITED BY SIZE INTO PollRptLine
       END-IF
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       STRING "  ID      Voter Name                      "
           "Born        Residence"
           DELIMITED BY SIZE INTO PollRptLine
       WRITE PollRptLine
       MOVE 0 TO WS-Line-Count.

PRINT-PRECINCT-COUNT.
       MOVE SPACES TO PollRptLine
       IF WS-Prev-Unassigned = '0'
           STRING "Eligible voters in precinct " WS-Prev-Precinct
               "....: " WS-Group-Count
               DELIMITED BY SIZE INTO PollRptLine
       ELSE
           STRING "Eligible voters with no precinct....: "
               WS-Group-Count
               DELIMITED BY SIZE INTO PollRptLine
       END-IF
       WRITE PollRptLine
       MOVE 'N' TO WS-Group-Open.

PRINT-FINAL-COUNTS.
       MOVE SPACES TO PollRptLine
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       STRING "Voters read.....................: " WS-Read-Count
           DELIMITED BY SIZE INTO PollRptLine
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       STRING "Listed in the poll books........: " WS-Listed-Count
           " in " WS-Precinct-Count " precinct(s)"
           DELIMITED BY SIZE INTO PollRptLine
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       STRING "Listed with no precinct.........: "
           WS-Unassigned-Count
           DELIMITED BY SIZE INTO PollRptLine
       WRITE PollRptLine
       MOVE SPACES TO PollRptLine
       STRING "Not yet 18 on election day......: "
           WS-Too-Young-Count
           DELIMITED BY SIZE INTO PollRptLine
       WRITE PollRptLine.
