       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLJE.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> General ledger manual journal entry. Until now the only way
*> anything reached the books was a subsystem's GLLOG call, so
*> accruals, corrections and bank fees were typed straight into
*> glfeed.dat with an editor - unchecked and untraceable. An
*> operator signs on through the shared OPERSIGN subroutine and
*> keys an entry: a description, whether it is a recurring monthly
*> entry (rent, depreciation), and up to 20 lines, each a chart
*> account (validated against glchart.dat) and a debit or credit
*> amount. An entry whose debits and credits do not balance cannot
*> be saved - lines can be added or the last one taken off until
*> it does, or it is abandoned. A balanced entry takes the next
*> number from gljenum.ctl - rewritten BEFORE the entry is saved,
*> the ordnum.ctl rule - and goes on gljentry.dat (the shared
*> GLJEREC layout) pending. Nothing posts until a supervisor
*> approves it here: supervisors list the pending entries, review
*> one, and approve or reject it - never an entry they keyed
*> themselves, so every manual line has two people behind it.
*> GLPOST posts approved entries that night; an approved recurring
*> entry is the template GLRECUR generates each month's entry
*> from, until a supervisor ends it here. Every entry keyed,
*> approved, rejected or ended is written to runaudit.txt. The
*> file rides in a table for the session and is written back only
*> if something changed.
*> October 15th 2026 - BATCHCHK is called after sign-on: while the
*> nightly batch stream holds the files this program updates it
*> will not start, unless a supervisor overrides the lockout.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLChartFile ASSIGN TO 'glchart.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Chart-Status.
       SELECT GLJEntryFile ASSIGN TO 'gljentry.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JEntry-Status.
       SELECT JENumFile ASSIGN TO 'gljenum.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JENum-Status.

DATA DIVISION.
FILE SECTION.
FD GLChartFile.
01 GLChartRec.
       COPY GLCHART.

FD GLJEntryFile.
01 GLJEntryRec.
       COPY GLJEREC.

FD JENumFile.
01 JENumRec.
       02 JN-Last-Entry-Number PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-Chart-Status  PIC XX.
01 WS-JEntry-Status PIC XX.
01 WS-JENum-Status  PIC XX.
01 WS-Chart-EOF     PIC X VALUE 'N'.
01 WS-JEntry-EOF    PIC X VALUE 'N'.
01 WS-Chart-Table.
       02 WS-Chart-Entry OCCURS 100 TIMES.
           03 WS-CTab-Account PIC 9(4).
           03 WS-CTab-Name    PIC X(30).
01 WS-Chart-Count   PIC 9(3) VALUE 0.
01 WS-Chart-Idx     PIC 9(3) VALUE 0.
01 WS-Chart-Found   PIC X VALUE 'N'.
       88 ChartFound VALUE 'Y'.
01 WS-Find-Account  PIC 9(4).
01 WS-Find-Name     PIC X(30).
01 WS-JE-Table.
       02 WS-JE-Entry OCCURS 3000 TIMES.
           COPY GLJEREC REPLACING LEADING ==JE-== BY ==WS-JT-==.
01 WS-JE-Count      PIC 9(4) VALUE 0.
01 WS-JE-Read-Count PIC 9(8) VALUE 0.
01 WS-JE-Idx        PIC 9(4) VALUE 0.
01 WS-JE-Hit-Idx    PIC 9(4) VALUE 0.
01 WS-JE-Found      PIC X VALUE 'N'.
       88 EntryFound VALUE 'Y'.
*> The entry being keyed, held here until it balances and is saved.
01 WS-New-Table.
       02 WS-New-Line OCCURS 20 TIMES.
           03 WS-NL-Account PIC 9(4).
           03 WS-NL-Debit   PIC 9(10)V99.
           03 WS-NL-Credit  PIC 9(10)V99.
01 WS-New-Count     PIC 99 VALUE 0.
01 WS-New-Idx       PIC 99 VALUE 0.
01 WS-New-Debits    PIC 9(11)V99 VALUE ZEROES.
01 WS-New-Credits   PIC 9(11)V99 VALUE ZEROES.
01 WS-New-Desc      PIC X(30).
01 WS-New-Type      PIC X.
01 WS-Next-Entry-Number PIC 9(6) VALUE 0.
01 WS-Entry-Total   PIC 9(11)V99 VALUE ZEROES.
01 WS-Entry-Credits PIC 9(11)V99 VALUE ZEROES.
01 WS-Pending-Count PIC 9(4) VALUE 0.
01 WS-Listed-Count  PIC 9(4) VALUE 0.
01 WS-Action      PIC X.
       88 ActionKey     VALUES 'K', 'k'.
       88 ActionApprove VALUES 'A', 'a'.
       88 ActionEnd     VALUES 'E', 'e'.
       88 ActionQuit    VALUES 'Q', 'q'.
01 WS-Entry-Action PIC X.
       88 EntryAddLines VALUES 'A', 'a'.
       88 EntryDropLine VALUES 'R', 'r'.
       88 EntryAbandon  VALUES 'X', 'x'.
01 WS-Entry-Outcome PIC X.
       88 EntrySave     VALUE 'S'.
       88 EntryDropped  VALUE 'X'.
01 WS-Review-Action PIC X.
       88 ReviewApprove VALUES 'A', 'a'.
       88 ReviewReject  VALUES 'R', 'r'.
       88 ReviewSkip    VALUES 'S', 's'.
01 WS-Lines-Done  PIC X VALUE 'N'.
       88 LinesDone VALUE 'Y'.
01 WS-Recur-Ans   PIC X.
       88 WantRecurring VALUES 'Y', 'y'.
01 WS-Confirm     PIC X.
01 WS-Acct-Entry  PIC X(4).
01 WS-Acct-Num REDEFINES WS-Acct-Entry PIC 9(4).
01 WS-Acct-Valid  PIC X VALUE 'N'.
       88 AcctEntryOK VALUE 'Y'.
01 WS-Side-Entry  PIC X.
       88 SideDebit  VALUES 'D', 'd'.
       88 SideCredit VALUES 'C', 'c'.
01 WS-Amt-Entry   PIC X(10).
01 WS-Amt-Amount REDEFINES WS-Amt-Entry PIC 9(8)V99.
01 WS-Amt-Valid   PIC X VALUE 'N'.
       88 AmtEntryOK VALUE 'Y'.
01 WS-Entry-No-Text PIC X(6).
01 WS-Entry-No-Num REDEFINES WS-Entry-No-Text PIC 9(6).
01 WS-Entry-No-Valid PIC X VALUE 'N'.
       88 EntryNoOK VALUE 'Y'.
01 WS-Chk-Idx     PIC 99.
01 WS-More-Work   PIC X VALUE 'Y'.
       88 MoreWork VALUE 'Y'.
01 WS-Changed     PIC X VALUE 'N'.
       88 MasterChanged VALUE 'Y'.
01 WS-Session-Date PIC 9(8).
01 WS-Line-Ed     PIC Z9.
01 WS-Money-Ed    PIC $$,$$$,$$$,$$9.99.
01 WS-Money-Ed-2  PIC $$,$$$,$$$,$$9.99.
01 WS-Keyed-Count    PIC 9(4) VALUE 0.
01 WS-Approved-Count PIC 9(4) VALUE 0.
01 WS-Rejected-Count PIC 9(4) VALUE 0.
01 WS-Ended-Count    PIC 9(4) VALUE 0.
01 WS-Batch-Lock  PIC X.
01 WS-Audit-Program PIC X(8) VALUE "GLJE".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Operator-ID PIC X(8).
01 WS-Signed-On   PIC X.
01 WS-Operator-Role PIC X.
       88 OperSupervisor VALUE 'S'.
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).

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
       ACCEPT WS-Session-Date FROM DATE YYYYMMDD
       PERFORM LOAD-CHART-OF-ACCOUNTS
       PERFORM LOAD-JOURNAL-ENTRIES
       DISPLAY "General ledger journal entry - gljentry.dat"
       PERFORM UNTIL NOT MoreWork
           PERFORM GET-ACTION
           EVALUATE TRUE
               WHEN ActionQuit
                   MOVE 'N' TO WS-More-Work
               WHEN ActionKey
                   PERFORM KEY-ONE-ENTRY THRU KEY-ONE-ENTRY-EXIT
               WHEN ActionApprove
                   PERFORM REVIEW-ONE-ENTRY THRU REVIEW-ONE-ENTRY-EXIT
               WHEN ActionEnd
                   PERFORM END-RECURRING-ENTRY
                       THRU END-RECURRING-ENTRY-EXIT
           END-EVALUATE
       END-PERFORM
       PERFORM WRITE-JOURNAL-ENTRIES
       DISPLAY "GLJE finished - " WS-Keyed-Count " keyed, "
           WS-Approved-Count " approved, " WS-Rejected-Count
           " rejected, " WS-Ended-Count " recurring ended"
       PERFORM END-OF-RUN.

END-OF-RUN.
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

*> Without the chart there is nothing to validate an account
*> against, so the session is refused rather than let any through.
LOAD-CHART-OF-ACCOUNTS.
       OPEN INPUT GLChartFile
       IF WS-Chart-Status NOT = '00'
           DISPLAY "Unable to open glchart.dat (status "
               WS-Chart-Status ") - no accounts to post to"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF
       PERFORM UNTIL WS-Chart-EOF = 'Y'
           READ GLChartFile
               AT END MOVE 'Y' TO WS-Chart-EOF
               NOT AT END
                   IF WS-Chart-Count < 100
                       ADD 1 TO WS-Chart-Count
                       MOVE GLC-Account TO
                           WS-CTab-Account(WS-Chart-Count)
                       MOVE GLC-Name TO
                           WS-CTab-Name(WS-Chart-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GLChartFile.

*> No file yet is an empty one. A file past the table refuses the
*> session rather than drop entries on write-back.
LOAD-JOURNAL-ENTRIES.
       OPEN INPUT GLJEntryFile
       IF WS-JEntry-Status NOT = '00'
           MOVE 'Y' TO WS-JEntry-EOF
       END-IF
       PERFORM UNTIL WS-JEntry-EOF = 'Y'
           READ GLJEntryFile
               AT END MOVE 'Y' TO WS-JEntry-EOF
               NOT AT END
                   ADD 1 TO WS-JE-Read-Count
                   IF WS-JE-Count < 3000
                       ADD 1 TO WS-JE-Count
                       MOVE GLJEntryRec TO WS-JE-Entry(WS-JE-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-JEntry-Status NOT = '35'
           CLOSE GLJEntryFile
       END-IF
       IF WS-JE-Read-Count > WS-JE-Count
           DISPLAY "gljentry.dat overflowed the entry table - "
               "journal entry refused this session"
           MOVE 16 TO RETURN-CODE
           PERFORM END-OF-RUN
       END-IF.

GET-ACTION.
       IF OperSupervisor
           DISPLAY "Action - K(ey an entry) A(pprove pending) "
               "E(nd a recurring entry) Q(uit): " WITH NO ADVANCING
       ELSE
           DISPLAY "Action - K(ey an entry) Q(uit): "
               WITH NO ADVANCING
       END-IF
       ACCEPT WS-Action
       IF NOT (ActionKey OR ActionApprove OR ActionEnd OR ActionQuit)
           DISPLAY "Invalid action - enter K, A, E or Q"
       END-IF.

*>-----------------------------------------------------------
*> Keying. The lines are gathered in WS-New-Table; the entry is
*> saved only once its debits equal its credits.
*>-----------------------------------------------------------
KEY-ONE-ENTRY.
       MOVE 0 TO WS-New-Count
       MOVE ZEROES TO WS-New-Debits WS-New-Credits
       MOVE SPACES TO WS-New-Desc
       PERFORM UNTIL WS-New-Desc NOT = SPACES
           DISPLAY "Entry description (required): " WITH NO ADVANCING
           ACCEPT WS-New-Desc
       END-PERFORM
       DISPLAY "Recurring monthly entry - rent, depreciation (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WS-Recur-Ans
       IF WantRecurring
           MOVE 'R' TO WS-New-Type
       ELSE
           MOVE 'O' TO WS-New-Type
       END-IF
       MOVE SPACES TO WS-Entry-Outcome
       PERFORM UNTIL EntrySave OR EntryDropped
           PERFORM GET-ENTRY-LINES
           PERFORM DECIDE-ENTRY
       END-PERFORM
       IF EntryDropped
           DISPLAY "  Entry abandoned - nothing saved"
           GO TO KEY-ONE-ENTRY-EXIT
       END-IF
       IF WS-JE-Count + WS-New-Count > 3000
           DISPLAY "Journal entry file is full - entry not saved"
           GO TO KEY-ONE-ENTRY-EXIT
       END-IF
       PERFORM SAVE-NEW-ENTRY.

KEY-ONE-ENTRY-EXIT.
       EXIT.

GET-ENTRY-LINES.
       MOVE 'N' TO WS-Lines-Done
       PERFORM UNTIL LinesDone
           IF WS-New-Count >= 20
               DISPLAY "  Twenty lines is the most one entry can carry"
               MOVE 'Y' TO WS-Lines-Done
           ELSE
               PERFORM GET-ONE-LINE
           END-IF
       END-PERFORM.

GET-ONE-LINE.
       COMPUTE WS-Line-Ed = WS-New-Count + 1
       MOVE 'N' TO WS-Acct-Valid
       PERFORM UNTIL AcctEntryOK OR LinesDone
           DISPLAY "Line " WS-Line-Ed " account (4 digits, or E to "
               "end the entry): " WITH NO ADVANCING
           ACCEPT WS-Acct-Entry
           IF WS-Acct-Entry = "E" OR WS-Acct-Entry = "e"
               MOVE 'Y' TO WS-Lines-Done
           ELSE
               PERFORM CHECK-ACCOUNT-ENTRY
           END-IF
       END-PERFORM
       IF AcctEntryOK
           DISPLAY "  " WS-Find-Name
           MOVE SPACES TO WS-Side-Entry
           PERFORM UNTIL SideDebit OR SideCredit
               DISPLAY "  Debit or credit (D/C): " WITH NO ADVANCING
               ACCEPT WS-Side-Entry
               IF NOT (SideDebit OR SideCredit)
                   DISPLAY "  Invalid entry - D or C only"
               END-IF
           END-PERFORM
           PERFORM GET-LINE-AMOUNT
           ADD 1 TO WS-New-Count
           MOVE WS-Acct-Num TO WS-NL-Account(WS-New-Count)
           IF SideDebit
               MOVE WS-Amt-Amount TO WS-NL-Debit(WS-New-Count)
               MOVE ZEROES TO WS-NL-Credit(WS-New-Count)
               ADD WS-Amt-Amount TO WS-New-Debits
           ELSE
               MOVE ZEROES TO WS-NL-Debit(WS-New-Count)
               MOVE WS-Amt-Amount TO WS-NL-Credit(WS-New-Count)
               ADD WS-Amt-Amount TO WS-New-Credits
           END-IF
           PERFORM SHOW-NEW-TOTALS
       END-IF.

CHECK-ACCOUNT-ENTRY.
       MOVE 'Y' TO WS-Acct-Valid
       PERFORM VARYING WS-Chk-Idx FROM 1 BY 1 UNTIL WS-Chk-Idx > 4
           IF WS-Acct-Entry(WS-Chk-Idx:1) < '0' OR
              WS-Acct-Entry(WS-Chk-Idx:1) > '9'
               MOVE 'N' TO WS-Acct-Valid
           END-IF
       END-PERFORM
       IF NOT AcctEntryOK
           DISPLAY "  Invalid entry - enter exactly 4 digits"
       ELSE
           MOVE WS-Acct-Num TO WS-Find-Account
           PERFORM FIND-CHART-ACCOUNT
           IF NOT ChartFound
               DISPLAY "  Account " WS-Acct-Entry
                   " is not on glchart.dat"
               MOVE 'N' TO WS-Acct-Valid
           END-IF
       END-IF.

*> WS-Amt-Amount is a REDEFINES of the entry, so every position
*> must hold a digit - and a zero line posts nothing.
GET-LINE-AMOUNT.
       MOVE 'N' TO WS-Amt-Valid
       PERFORM UNTIL AmtEntryOK
           DISPLAY "  Amount, 10 digits with pennies as the last 2 "
               "(e.g. 0000012550 for $125.50): " WITH NO ADVANCING
           ACCEPT WS-Amt-Entry
           MOVE 'Y' TO WS-Amt-Valid
           PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                   UNTIL WS-Chk-Idx > 10
               IF WS-Amt-Entry(WS-Chk-Idx:1) < '0' OR
                  WS-Amt-Entry(WS-Chk-Idx:1) > '9'
                   MOVE 'N' TO WS-Amt-Valid
               END-IF
           END-PERFORM
           IF AmtEntryOK AND WS-Amt-Entry = '0000000000'
               MOVE 'N' TO WS-Amt-Valid
           END-IF
           IF NOT AmtEntryOK
               DISPLAY "  Invalid entry - 10 digits, not all zero"
           END-IF
       END-PERFORM.

SHOW-NEW-TOTALS.
       MOVE WS-New-Debits TO WS-Money-Ed
       MOVE WS-New-Credits TO WS-Money-Ed-2
       DISPLAY "  Entry so far: debits " WS-Money-Ed "  credits "
           WS-Money-Ed-2.

*> A balanced entry may be saved; an unbalanced one never is - the
*> operator adds lines, takes the last one off, or abandons it.
DECIDE-ENTRY.
       IF WS-New-Count = 0
           DISPLAY "  No lines keyed"
           MOVE 'X' TO WS-Entry-Outcome
       ELSE
           IF WS-New-Debits = WS-New-Credits
               DISPLAY "Entry balances - save it for approval (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                   MOVE 'S' TO WS-Entry-Outcome
               ELSE
                   MOVE 'X' TO WS-Entry-Outcome
               END-IF
           ELSE
               MOVE WS-New-Debits TO WS-Money-Ed
               MOVE WS-New-Credits TO WS-Money-Ed-2
               DISPLAY "  OUT OF BALANCE - debits " WS-Money-Ed
                   " credits " WS-Money-Ed-2
                   " - the entry cannot be saved"
               MOVE SPACES TO WS-Entry-Action
               PERFORM UNTIL EntryAddLines OR EntryDropLine OR
                       EntryAbandon
                   DISPLAY "A(dd lines) R(emove the last line) "
                       "X (abandon the entry): " WITH NO ADVANCING
                   ACCEPT WS-Entry-Action
               END-PERFORM
               IF EntryDropLine
                   PERFORM DROP-LAST-LINE
               END-IF
               IF EntryAbandon
                   MOVE 'X' TO WS-Entry-Outcome
               END-IF
           END-IF
       END-IF.

DROP-LAST-LINE.
       SUBTRACT WS-NL-Debit(WS-New-Count) FROM WS-New-Debits
       SUBTRACT WS-NL-Credit(WS-New-Count) FROM WS-New-Credits
       MOVE WS-New-Count TO WS-Line-Ed
       DISPLAY "  Line " WS-Line-Ed " removed"
       SUBTRACT 1 FROM WS-New-Count
       PERFORM SHOW-NEW-TOTALS.

*> The number is reserved on gljenum.ctl before the entry goes in
*> the table - the ordnum.ctl rule.
SAVE-NEW-ENTRY.
       PERFORM READ-ENTRY-CONTROL
       ADD 1 TO WS-Next-Entry-Number
       PERFORM WRITE-ENTRY-CONTROL
       PERFORM VARYING WS-New-Idx FROM 1 BY 1
               UNTIL WS-New-Idx > WS-New-Count
           ADD 1 TO WS-JE-Count
           MOVE WS-Next-Entry-Number TO WS-JT-Entry-Number(WS-JE-Count)
           MOVE WS-New-Idx TO WS-JT-Line-Number(WS-JE-Count)
           MOVE WS-New-Type TO WS-JT-Type(WS-JE-Count)
           MOVE 'P' TO WS-JT-Status(WS-JE-Count)
           MOVE WS-New-Desc TO WS-JT-Description(WS-JE-Count)
           MOVE WS-NL-Account(WS-New-Idx) TO WS-JT-Account(WS-JE-Count)
           MOVE WS-NL-Debit(WS-New-Idx) TO WS-JT-Debit(WS-JE-Count)
           MOVE WS-NL-Credit(WS-New-Idx) TO WS-JT-Credit(WS-JE-Count)
           MOVE WS-Operator-ID TO WS-JT-Keyed-By(WS-JE-Count)
           MOVE WS-Session-Date TO WS-JT-Keyed-Date(WS-JE-Count)
           MOVE SPACES TO WS-JT-Approved-By(WS-JE-Count)
           MOVE ZEROES TO WS-JT-Approved-Date(WS-JE-Count)
               WS-JT-Posted-Run(WS-JE-Count)
               WS-JT-From-Template(WS-JE-Count)
               WS-JT-Last-Period(WS-JE-Count)
       END-PERFORM
       MOVE 'Y' TO WS-Changed
       ADD 1 TO WS-Keyed-Count
       MOVE "JEKEYED" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Entry " WS-Next-Entry-Number " " WS-New-Desc
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  Entry " WS-Next-Entry-Number
           " saved - pending supervisor approval".

READ-ENTRY-CONTROL.
       MOVE 0 TO WS-Next-Entry-Number
       OPEN INPUT JENumFile
       IF WS-JENum-Status = '00'
           READ JENumFile
               NOT AT END
                   MOVE JN-Last-Entry-Number TO WS-Next-Entry-Number
           END-READ
           CLOSE JENumFile
       END-IF.

WRITE-ENTRY-CONTROL.
       OPEN OUTPUT JENumFile
       MOVE WS-Next-Entry-Number TO JN-Last-Entry-Number
       WRITE JENumRec
       CLOSE JENumFile.

*>-----------------------------------------------------------
*> Approval. Supervisors only, and never their own entry.
*>-----------------------------------------------------------
REVIEW-ONE-ENTRY.
       IF NOT OperSupervisor
           PERFORM REFUSE-CLERK
           GO TO REVIEW-ONE-ENTRY-EXIT
       END-IF
       MOVE 0 TO WS-Listed-Count
       DISPLAY "Entries pending approval:"
       PERFORM VARYING WS-JE-Idx FROM 1 BY 1
               UNTIL WS-JE-Idx > WS-JE-Count
           IF WS-JT-Pending(WS-JE-Idx) AND
              WS-JT-Line-Number(WS-JE-Idx) = 1
               PERFORM LIST-ONE-ENTRY
           END-IF
       END-PERFORM
       IF WS-Listed-Count = 0
           DISPLAY "  None"
           GO TO REVIEW-ONE-ENTRY-EXIT
       END-IF
       PERFORM GET-ENTRY-NUMBER
       IF NOT EntryFound
           GO TO REVIEW-ONE-ENTRY-EXIT
       END-IF
       IF NOT WS-JT-Pending(WS-JE-Hit-Idx)
           DISPLAY "Entry " WS-Entry-No-Text " is not pending "
               "approval (status " WS-JT-Status(WS-JE-Hit-Idx) ")"
           GO TO REVIEW-ONE-ENTRY-EXIT
       END-IF
       PERFORM SHOW-ENTRY
       IF WS-JT-Keyed-By(WS-JE-Hit-Idx) = WS-Operator-ID
           DISPLAY "Approval REFUSED - an entry cannot be approved by "
               "the operator who keyed it"
           GO TO REVIEW-ONE-ENTRY-EXIT
       END-IF
       MOVE SPACES TO WS-Review-Action
       PERFORM UNTIL ReviewApprove OR ReviewReject OR ReviewSkip
           DISPLAY "A(pprove) R(eject) S(kip): " WITH NO ADVANCING
           ACCEPT WS-Review-Action
       END-PERFORM
       EVALUATE TRUE
           WHEN ReviewApprove
               MOVE 'A' TO WS-Confirm
               PERFORM SET-ENTRY-STATUS
               ADD 1 TO WS-Approved-Count
               MOVE "JEAPPROV" TO WS-Audit-Event
               DISPLAY "  Entry " WS-Entry-No-Text " approved"
           WHEN ReviewReject
               MOVE 'X' TO WS-Confirm
               PERFORM SET-ENTRY-STATUS
               ADD 1 TO WS-Rejected-Count
               MOVE "JEREJECT" TO WS-Audit-Event
               DISPLAY "  Entry " WS-Entry-No-Text " rejected"
           WHEN OTHER
               DISPLAY "  Entry " WS-Entry-No-Text " left pending"
               GO TO REVIEW-ONE-ENTRY-EXIT
       END-EVALUATE
       MOVE SPACES TO WS-Audit-Detail
       STRING "Entry " WS-Entry-No-Text " keyed by "
           WS-JT-Keyed-By(WS-JE-Hit-Idx)
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

REVIEW-ONE-ENTRY-EXIT.
       EXIT.

*> A recurring entry stops generating once its template is ended;
*> the months already generated stand.
END-RECURRING-ENTRY.
       IF NOT OperSupervisor
           PERFORM REFUSE-CLERK
           GO TO END-RECURRING-ENTRY-EXIT
       END-IF
       MOVE 0 TO WS-Listed-Count
       DISPLAY "Recurring entries in force:"
       PERFORM VARYING WS-JE-Idx FROM 1 BY 1
               UNTIL WS-JE-Idx > WS-JE-Count
           IF WS-JT-Template(WS-JE-Idx) AND
              WS-JT-Approved(WS-JE-Idx) AND
              WS-JT-Line-Number(WS-JE-Idx) = 1
               PERFORM LIST-ONE-ENTRY
           END-IF
       END-PERFORM
       IF WS-Listed-Count = 0
           DISPLAY "  None"
           GO TO END-RECURRING-ENTRY-EXIT
       END-IF
       PERFORM GET-ENTRY-NUMBER
       IF NOT EntryFound
           GO TO END-RECURRING-ENTRY-EXIT
       END-IF
       IF NOT (WS-JT-Template(WS-JE-Hit-Idx) AND
               WS-JT-Approved(WS-JE-Hit-Idx))
           DISPLAY "Entry " WS-Entry-No-Text " is not a recurring "
               "entry in force"
           GO TO END-RECURRING-ENTRY-EXIT
       END-IF
       PERFORM SHOW-ENTRY
       DISPLAY "End recurring entry " WS-Entry-No-Text
           " - no more months generated (Y/N)? " WITH NO ADVANCING
       ACCEPT WS-Confirm
       IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
           DISPLAY "Nothing changed"
           GO TO END-RECURRING-ENTRY-EXIT
       END-IF
       MOVE 'E' TO WS-Confirm
       PERFORM SET-ENTRY-STATUS
       ADD 1 TO WS-Ended-Count
       MOVE "JEENDED" TO WS-Audit-Event
       MOVE SPACES TO WS-Audit-Detail
       STRING "Recurring entry " WS-Entry-No-Text " ended"
           DELIMITED BY SIZE INTO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       DISPLAY "  Recurring entry " WS-Entry-No-Text " ended".

END-RECURRING-ENTRY-EXIT.
       EXIT.

REFUSE-CLERK.
       DISPLAY "REFUSED - supervisor sign-on required"
       MOVE "REFUSED" TO WS-Audit-Event
       MOVE "Approval attempted without supervisor"
           TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail.

*> WS-JE-Idx is the entry's first line; its lines follow it.
LIST-ONE-ENTRY.
       ADD 1 TO WS-Listed-Count
       MOVE WS-JE-Idx TO WS-JE-Hit-Idx
       PERFORM TOTAL-ENTRY
       MOVE WS-Entry-Total TO WS-Money-Ed
       DISPLAY "  " WS-JT-Entry-Number(WS-JE-Idx) " "
           WS-JT-Type(WS-JE-Idx) " " WS-JT-Description(WS-JE-Idx)
           " " WS-Money-Ed " keyed by " WS-JT-Keyed-By(WS-JE-Idx)
           " " WS-JT-Keyed-Date(WS-JE-Idx).

TOTAL-ENTRY.
       MOVE ZEROES TO WS-Entry-Total WS-Entry-Credits
       PERFORM VARYING WS-New-Idx FROM 0 BY 1
               UNTIL WS-JE-Hit-Idx + WS-New-Idx > WS-JE-Count
                  OR WS-JT-Entry-Number(WS-JE-Hit-Idx + WS-New-Idx)
                     NOT = WS-JT-Entry-Number(WS-JE-Hit-Idx)
           ADD WS-JT-Debit(WS-JE-Hit-Idx + WS-New-Idx) TO WS-Entry-Total
           ADD WS-JT-Credit(WS-JE-Hit-Idx + WS-New-Idx)
               TO WS-Entry-Credits
       END-PERFORM.

GET-ENTRY-NUMBER.
       MOVE 'N' TO WS-JE-Found
       MOVE 'N' TO WS-Entry-No-Valid
       PERFORM UNTIL EntryNoOK
           DISPLAY "Entry number (6 digits, or Q to quit): "
               WITH NO ADVANCING
           ACCEPT WS-Entry-No-Text
           IF WS-Entry-No-Text = "Q" OR WS-Entry-No-Text = "q"
               MOVE 'Y' TO WS-Entry-No-Valid
           ELSE
               MOVE 'Y' TO WS-Entry-No-Valid
               PERFORM VARYING WS-Chk-Idx FROM 1 BY 1
                       UNTIL WS-Chk-Idx > 6
                   IF WS-Entry-No-Text(WS-Chk-Idx:1) < '0' OR
                      WS-Entry-No-Text(WS-Chk-Idx:1) > '9'
                       MOVE 'N' TO WS-Entry-No-Valid
                   END-IF
               END-PERFORM
               IF EntryNoOK
                   PERFORM FIND-ENTRY
                   IF NOT EntryFound
                       DISPLAY "Entry " WS-Entry-No-Text
                           " not on gljentry.dat"
                   END-IF
               ELSE
                   DISPLAY "Invalid entry - enter exactly 6 digits"
               END-IF
           END-IF
       END-PERFORM.

FIND-ENTRY.
       MOVE 'N' TO WS-JE-Found
       PERFORM VARYING WS-JE-Idx FROM 1 BY 1
               UNTIL WS-JE-Idx > WS-JE-Count OR EntryFound
           IF WS-JT-Entry-Number(WS-JE-Idx) = WS-Entry-No-Num
               MOVE 'Y' TO WS-JE-Found
               MOVE WS-JE-Idx TO WS-JE-Hit-Idx
           END-IF
       END-PERFORM.

SHOW-ENTRY.
       DISPLAY "  Entry " WS-Entry-No-Text " - "
           WS-JT-Description(WS-JE-Hit-Idx)
       DISPLAY "  Keyed by " WS-JT-Keyed-By(WS-JE-Hit-Idx) " on "
           WS-JT-Keyed-Date(WS-JE-Hit-Idx)
       PERFORM VARYING WS-JE-Idx FROM WS-JE-Hit-Idx BY 1
               UNTIL WS-JE-Idx > WS-JE-Count
                  OR WS-JT-Entry-Number(WS-JE-Idx) NOT = WS-Entry-No-Num
           MOVE WS-JT-Account(WS-JE-Idx) TO WS-Find-Account
           PERFORM FIND-CHART-ACCOUNT
           MOVE WS-JT-Debit(WS-JE-Idx) TO WS-Money-Ed
           MOVE WS-JT-Credit(WS-JE-Idx) TO WS-Money-Ed-2
           DISPLAY "    " WS-JT-Account(WS-JE-Idx) " " WS-Find-Name
               " DR " WS-Money-Ed " CR " WS-Money-Ed-2
       END-PERFORM
       PERFORM TOTAL-ENTRY
       MOVE WS-Entry-Total TO WS-Money-Ed
       MOVE WS-Entry-Credits TO WS-Money-Ed-2
       DISPLAY "    Total                                  DR "
           WS-Money-Ed " CR " WS-Money-Ed-2.

*> WS-Confirm carries the new status to every line of the entry.
SET-ENTRY-STATUS.
       PERFORM VARYING WS-JE-Idx FROM WS-JE-Hit-Idx BY 1
               UNTIL WS-JE-Idx > WS-JE-Count
                  OR WS-JT-Entry-Number(WS-JE-Idx) NOT = WS-Entry-No-Num
           MOVE WS-Confirm TO WS-JT-Status(WS-JE-Idx)
           IF WS-Confirm NOT = 'E'
               MOVE WS-Operator-ID TO WS-JT-Approved-By(WS-JE-Idx)
               MOVE WS-Session-Date TO WS-JT-Approved-Date(WS-JE-Idx)
           END-IF
       END-PERFORM
       MOVE 'Y' TO WS-Changed.

FIND-CHART-ACCOUNT.
       MOVE 'N' TO WS-Chart-Found
       MOVE "(not on glchart.dat)" TO WS-Find-Name
       PERFORM VARYING WS-Chart-Idx FROM 1 BY 1
               UNTIL WS-Chart-Idx > WS-Chart-Count OR ChartFound
           IF WS-CTab-Account(WS-Chart-Idx) = WS-Find-Account
               MOVE 'Y' TO WS-Chart-Found
               MOVE WS-CTab-Name(WS-Chart-Idx) TO WS-Find-Name
           END-IF
       END-PERFORM.

WRITE-JOURNAL-ENTRIES.
       IF MasterChanged
           OPEN OUTPUT GLJEntryFile
           PERFORM VARYING WS-JE-Idx FROM 1 BY 1
                   UNTIL WS-JE-Idx > WS-JE-Count
               MOVE WS-JE-Entry(WS-JE-Idx) TO GLJEntryRec
               WRITE GLJEntryRec
           END-PERFORM
           CLOSE GLJEntryFile
           DISPLAY "gljentry.dat written back - " WS-JE-Count
               " line(s)"
       END-IF.
