       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTDUP.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Nightly duplicate-customer scan for daily_batch.sh. The same
*> person or business keyed twice at the counter ends up with two
*> Idents, its invoices split between them and neither statement
*> right. Every active customer on custmast2.dat (the CREDRPT
*> key-order browse; retired customers are skipped) is compared
*> with every other and the pair scored:
*>   name the same ................................ 50
*>   one name the other's leading words ........... 40
*>   (else) same first word of name ............... 15
*>   street the same ............................... 25
*>   zip the same .................................. 10
*>   phone the same ................................ 35
*> Names are compared upper-cased, punctuation and extra spaces
*> dropped and a trailing CO/COMPANY/INC/CORP/LLC/LTD ignored, so
*> "Smith Co." and "SMITH COMPANY" are the same name; streets the
*> same way with the common street words shortened (STREET to ST).
*> A blank street, zip or phone never matches. A pair scoring at
*> or over the DUPSCORE rate (rates.dat, default 50) is SORTed
*> into custdup.txt, highest score first, with both customers
*> printed for the office to review - nothing is changed here; a
*> pair that is the same customer is put together with CUSTMRG.
*> Pairs listed raise a warning alert. Customers read vs. scanned
*> plus retired go to reconcile.dat via RECONLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-Cust-Status.
       SELECT DupWork ASSIGN TO 'custdup.tmp'.
       SELECT DupRptFile ASSIGN TO 'custdup.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustMastFile.
01 Customer.
       COPY CUSTREC.

*> One scored pair; the subscripts point back into the customer
*> table so the report can print both customers in full.
SD DupWork.
01 DupRec.
       02 DP-Score    PIC 9(3).
       02 DP-Idx-A    PIC 9(4).
       02 DP-Idx-B    PIC 9(4).
       02 DP-Reasons  PIC X(30).

FD DupRptFile.
01 DupRptLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Cust-Status  PIC XX.
01 WS-Cust-EOF     PIC X VALUE 'N'.
01 WS-Sort-EOF     PIC X VALUE 'N'.
01 WS-Read-Count    PIC 9(8) VALUE 0.
01 WS-Retired-Count PIC 9(8) VALUE 0.
01 WS-Pair-Count    PIC 9(8) VALUE 0.
01 WS-Listed-Count  PIC 9(8) VALUE 0.
01 WS-Recon-Out     PIC 9(8) VALUE 0.
01 WS-Today         PIC 9(8).
01 WS-Threshold     PIC 9(3) VALUE 0.
01 WS-Rate-Name  PIC X(12).
01 WS-Rate-Value PIC 9(6)V9(6).
01 WS-Rate-Found PIC X.
*> Idents are three digits, so the whole master fits.
01 WS-Cust-Max     PIC 9(4) VALUE 1000.
01 WS-Cust-Count   PIC 9(4) VALUE 0.
01 WS-Cust-Table.
       02 WS-CT-Entry OCCURS 1000 TIMES.
           03 WS-CT-Ident      PIC 9(3).
           03 WS-CT-Name       PIC X(20).
           03 WS-CT-Street     PIC X(20).
           03 WS-CT-City       PIC X(15).
           03 WS-CT-Zip        PIC X(5).
           03 WS-CT-Phone      PIC X(10).
           03 WS-CT-Norm-Name  PIC X(20).
           03 WS-CT-Name-Len   PIC 99.
           03 WS-CT-First-Word PIC X(20).
           03 WS-CT-Norm-Street PIC X(20).
01 WS-Idx-A        PIC 9(4).
01 WS-Idx-B        PIC 9(4).
01 WS-Score        PIC 9(3).
01 WS-Reasons      PIC X(30).
01 WS-Reason-Ptr   PIC 99.
01 WS-Short-Len    PIC 99.
*> Name/street normalizing work area.
01 WS-Norm-In      PIC X(20).
01 WS-Norm-Out     PIC X(20).
01 WS-Norm-Len     PIC 99.
01 WS-Norm-Ptr     PIC 99.
01 WS-Norm-Kind    PIC X.
       88 NormName   VALUE 'N'.
       88 NormStreet VALUE 'S'.
01 WS-Word-Table.
       02 WS-Word PIC X(20) OCCURS 6 TIMES.
01 WS-Word-Count   PIC 9.
01 WS-Word-Idx     PIC 9.
01 WS-Last-Word    PIC 9.
01 WS-Word-Check   PIC X(20).
       88 NameSuffix VALUES "CO" "COMPANY" "INC" "INCORPORATED"
           "CORP" "CORPORATION" "LLC" "LTD" "LIMITED".
01 WS-Score-Ed     PIC ZZ9.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "CUSTDUP".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).
01 WS-Recon-Step-Label PIC X(20) VALUE "Duplicate cust scan".

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM GET-DUP-THRESHOLD
       PERFORM LOAD-CUSTOMERS
       OPEN OUTPUT DupRptFile
       MOVE SPACES TO DupRptLine
       STRING "Possible Duplicate Customers - " WS-Today
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine
       MOVE WS-Threshold TO WS-Score-Ed
       MOVE SPACES TO DupRptLine
       STRING "Pairs scoring " WS-Score-Ed " or more; merge with "
           "CUSTMRG only after checking both accounts"
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine
       MOVE SPACES TO DupRptLine
       WRITE DupRptLine
       SORT DupWork ON DESCENDING KEY DP-Score
                    ON ASCENDING KEY DP-Idx-A
                    ON ASCENDING KEY DP-Idx-B
           INPUT PROCEDURE IS SCORE-ALL-PAIRS
           OUTPUT PROCEDURE IS PRINT-PAIRS
       MOVE SPACES TO DupRptLine
       STRING "Customers scanned...............: " WS-Cust-Count
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine
       MOVE SPACES TO DupRptLine
       STRING "Retired customers skipped.......: " WS-Retired-Count
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine
       MOVE SPACES TO DupRptLine
       STRING "Pairs compared..................: " WS-Pair-Count
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine
       MOVE SPACES TO DupRptLine
       STRING "Possible duplicates listed......: " WS-Listed-Count
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine
       CLOSE DupRptFile
       DISPLAY "CUSTDUP: " WS-Listed-Count " possible duplicate "
           "pair(s) listed in custdup.txt"
       IF WS-Listed-Count > 0
           MOVE 'W' TO WS-Alert-Severity
           MOVE "Possible duplicate customers listed in custdup.txt"
               TO WS-Alert-Message
           CALL "ALERTLOG" USING WS-Audit-Program,
               WS-Alert-Severity, WS-Alert-Message
       END-IF
       COMPUTE WS-Recon-Out = WS-Cust-Count + WS-Retired-Count
       CALL "RECONLOG" USING WS-Audit-Program, WS-Recon-Step-Label,
           WS-Read-Count, WS-Recon-Out
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator, WS-Audit-Event,
           WS-Audit-Detail
       STOP RUN.

GET-DUP-THRESHOLD.
       MOVE "DUPSCORE" TO WS-Rate-Name
       CALL "GETRATE" USING WS-Rate-Name, WS-Rate-Value,
           WS-Rate-Found
       IF WS-Rate-Found = 'Y'
           MOVE WS-Rate-Value TO WS-Threshold
       END-IF
       IF WS-Threshold = 0
           MOVE 50 TO WS-Threshold
       END-IF.

*> The CREDRPT browse of the master in key order. Each active
*> customer's name and street are normalized once here rather than
*> on every comparison.
LOAD-CUSTOMERS.
       OPEN INPUT CustMastFile
       IF WS-Cust-Status = '35'
           DISPLAY "No custmast2.dat yet - nothing to scan"
           MOVE 'Y' TO WS-Cust-EOF
       ELSE
           IF WS-Cust-Status NOT = '00'
               DISPLAY "Unable to open custmast2.dat (status "
                   WS-Cust-Status ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       IF WS-Cust-EOF = 'N'
           MOVE ZEROES TO Ident
           START CustMastFile KEY NOT < Ident
               INVALID KEY
                   MOVE 'Y' TO WS-Cust-EOF
           END-START
       END-IF
       PERFORM UNTIL WS-Cust-EOF = 'Y'
           READ CustMastFile NEXT
               AT END MOVE 'Y' TO WS-Cust-EOF
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM LOAD-ONE-CUSTOMER
           END-READ
       END-PERFORM
       IF WS-Cust-Status NOT = '35'
           CLOSE CustMastFile
       END-IF.

LOAD-ONE-CUSTOMER.
       IF CUST-Retired
           ADD 1 TO WS-Retired-Count
       ELSE
           IF WS-Cust-Count < WS-Cust-Max
               ADD 1 TO WS-Cust-Count
               MOVE Ident TO WS-CT-Ident(WS-Cust-Count)
               MOVE CustName TO WS-CT-Name(WS-Cust-Count)
               MOVE CUST-Street TO WS-CT-Street(WS-Cust-Count)
               MOVE CUST-City TO WS-CT-City(WS-Cust-Count)
               MOVE CUST-Zip TO WS-CT-Zip(WS-Cust-Count)
               MOVE CUST-Phone TO WS-CT-Phone(WS-Cust-Count)
               MOVE CustName TO WS-Norm-In
               MOVE 'N' TO WS-Norm-Kind
               PERFORM NORMALIZE-TEXT THRU NORMALIZE-TEXT-EXIT
               MOVE WS-Norm-Out TO WS-CT-Norm-Name(WS-Cust-Count)
               MOVE WS-Norm-Len TO WS-CT-Name-Len(WS-Cust-Count)
               MOVE WS-Word(1) TO WS-CT-First-Word(WS-Cust-Count)
               IF WS-Word-Count = 0
                   MOVE SPACES TO WS-CT-First-Word(WS-Cust-Count)
               END-IF
               MOVE CUST-Street TO WS-Norm-In
               MOVE 'S' TO WS-Norm-Kind
               PERFORM NORMALIZE-TEXT THRU NORMALIZE-TEXT-EXIT
               MOVE WS-Norm-Out TO WS-CT-Norm-Street(WS-Cust-Count)
           END-IF
       END-IF.

*> Upper-case, punctuation to spaces, then the words put back
*> together one space apart. For a name a trailing company word is
*> dropped (never the only word); for a street the common street
*> words are shortened. WS-Word(1) is left holding the first word.
NORMALIZE-TEXT.
       INSPECT WS-Norm-In CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       INSPECT WS-Norm-In CONVERTING ".,'&-/#" TO "       "
       MOVE SPACES TO WS-Word-Table
       MOVE SPACES TO WS-Norm-Out
       MOVE 0 TO WS-Word-Count
       MOVE 0 TO WS-Norm-Len
       PERFORM SPLIT-TEXT-WORDS
       IF WS-Word-Count = 0
           GO TO NORMALIZE-TEXT-EXIT
       END-IF
       MOVE WS-Word-Count TO WS-Last-Word
       IF NormName AND WS-Word-Count > 1
           MOVE WS-Word(WS-Last-Word) TO WS-Word-Check
           IF NameSuffix
               SUBTRACT 1 FROM WS-Last-Word
           END-IF
       END-IF
       IF NormStreet
           EVALUATE WS-Word(WS-Last-Word)
               WHEN "STREET"    MOVE "ST" TO WS-Word(WS-Last-Word)
               WHEN "AVENUE"    MOVE "AVE" TO WS-Word(WS-Last-Word)
               WHEN "ROAD"      MOVE "RD" TO WS-Word(WS-Last-Word)
               WHEN "DRIVE"     MOVE "DR" TO WS-Word(WS-Last-Word)
               WHEN "LANE"      MOVE "LN" TO WS-Word(WS-Last-Word)
               WHEN "BOULEVARD" MOVE "BLVD" TO WS-Word(WS-Last-Word)
               WHEN "COURT"     MOVE "CT" TO WS-Word(WS-Last-Word)
               WHEN "PLACE"     MOVE "PL" TO WS-Word(WS-Last-Word)
               WHEN OTHER       CONTINUE
           END-EVALUATE
       END-IF
       MOVE 1 TO WS-Norm-Ptr
       PERFORM VARYING WS-Word-Idx FROM 1 BY 1
               UNTIL WS-Word-Idx > WS-Last-Word
           IF WS-Word-Idx > 1 AND WS-Norm-Ptr < 20
               ADD 1 TO WS-Norm-Ptr
           END-IF
           STRING WS-Word(WS-Word-Idx) DELIMITED BY SPACE
               INTO WS-Norm-Out WITH POINTER WS-Norm-Ptr
           END-STRING
       END-PERFORM
       COMPUTE WS-Norm-Len = WS-Norm-Ptr - 1.

NORMALIZE-TEXT-EXIT.
       EXIT.

*> Up to six words; blank words from runs of spaces are not kept.
SPLIT-TEXT-WORDS.
       MOVE 1 TO WS-Norm-Ptr
       PERFORM UNTIL WS-Norm-Ptr > 20 OR WS-Word-Count = 6
           IF WS-Norm-In(WS-Norm-Ptr:1) = SPACE
               ADD 1 TO WS-Norm-Ptr
           ELSE
               ADD 1 TO WS-Word-Count
               UNSTRING WS-Norm-In DELIMITED BY SPACE
                   INTO WS-Word(WS-Word-Count)
                   WITH POINTER WS-Norm-Ptr
               END-UNSTRING
           END-IF
       END-PERFORM.

*> Every pair once: A runs the table, B runs the customers after A.
SCORE-ALL-PAIRS.
       PERFORM VARYING WS-Idx-A FROM 1 BY 1
               UNTIL WS-Idx-A >= WS-Cust-Count
           COMPUTE WS-Idx-B = WS-Idx-A + 1
           PERFORM UNTIL WS-Idx-B > WS-Cust-Count
               ADD 1 TO WS-Pair-Count
               PERFORM SCORE-ONE-PAIR
               ADD 1 TO WS-Idx-B
           END-PERFORM
       END-PERFORM.

SCORE-ONE-PAIR.
       MOVE 0 TO WS-Score
       MOVE SPACES TO WS-Reasons
       MOVE 1 TO WS-Reason-Ptr
       PERFORM SCORE-NAMES THRU SCORE-NAMES-EXIT
       IF WS-CT-Norm-Street(WS-Idx-A) NOT = SPACES AND
          WS-CT-Norm-Street(WS-Idx-A) = WS-CT-Norm-Street(WS-Idx-B)
           ADD 25 TO WS-Score
           STRING "STREET " DELIMITED BY SIZE
               INTO WS-Reasons WITH POINTER WS-Reason-Ptr
           END-STRING
       END-IF
       IF WS-CT-Zip(WS-Idx-A) NOT = SPACES AND
          WS-CT-Zip(WS-Idx-A) = WS-CT-Zip(WS-Idx-B)
           ADD 10 TO WS-Score
           STRING "ZIP " DELIMITED BY SIZE
               INTO WS-Reasons WITH POINTER WS-Reason-Ptr
           END-STRING
       END-IF
       IF WS-CT-Phone(WS-Idx-A) NOT = SPACES AND
          WS-CT-Phone(WS-Idx-A) NOT = ZEROES AND
          WS-CT-Phone(WS-Idx-A) = WS-CT-Phone(WS-Idx-B)
           ADD 35 TO WS-Score
           STRING "PHONE " DELIMITED BY SIZE
               INTO WS-Reasons WITH POINTER WS-Reason-Ptr
           END-STRING
       END-IF
       IF WS-Score NOT < WS-Threshold
           MOVE WS-Score TO DP-Score
           MOVE WS-Idx-A TO DP-Idx-A
           MOVE WS-Idx-B TO DP-Idx-B
           MOVE WS-Reasons TO DP-Reasons
           RELEASE DupRec
       END-IF.

*> Same name, else the shorter name is the longer one's leading
*> words ("SMITH" / "SMITH HARDWARE"), else the same first word.
SCORE-NAMES.
       IF WS-CT-Name-Len(WS-Idx-A) = 0 OR
          WS-CT-Name-Len(WS-Idx-B) = 0
           GO TO SCORE-NAMES-EXIT
       END-IF
       IF WS-CT-Norm-Name(WS-Idx-A) = WS-CT-Norm-Name(WS-Idx-B)
           ADD 50 TO WS-Score
           STRING "NAME " DELIMITED BY SIZE
               INTO WS-Reasons WITH POINTER WS-Reason-Ptr
           END-STRING
           GO TO SCORE-NAMES-EXIT
       END-IF
       IF WS-CT-Name-Len(WS-Idx-A) < WS-CT-Name-Len(WS-Idx-B)
           MOVE WS-CT-Name-Len(WS-Idx-A) TO WS-Short-Len
       ELSE
           MOVE WS-CT-Name-Len(WS-Idx-B) TO WS-Short-Len
       END-IF
       IF WS-Short-Len < 20 AND
          WS-CT-Norm-Name(WS-Idx-A)(1:WS-Short-Len) =
          WS-CT-Norm-Name(WS-Idx-B)(1:WS-Short-Len) AND
          WS-CT-Norm-Name(WS-Idx-A)(WS-Short-Len + 1:1) = SPACE AND
          WS-CT-Norm-Name(WS-Idx-B)(WS-Short-Len + 1:1) = SPACE
           ADD 40 TO WS-Score
           STRING "NAME-START " DELIMITED BY SIZE
               INTO WS-Reasons WITH POINTER WS-Reason-Ptr
           END-STRING
           GO TO SCORE-NAMES-EXIT
       END-IF
       IF WS-CT-First-Word(WS-Idx-A) =
          WS-CT-First-Word(WS-Idx-B)
           ADD 15 TO WS-Score
           STRING "FIRST-WORD " DELIMITED BY SIZE
               INTO WS-Reasons WITH POINTER WS-Reason-Ptr
           END-STRING
       END-IF.

SCORE-NAMES-EXIT.
       EXIT.

PRINT-PAIRS.
       PERFORM UNTIL WS-Sort-EOF = 'Y'
           RETURN DupWork
               AT END MOVE 'Y' TO WS-Sort-EOF
               NOT AT END PERFORM PRINT-ONE-PAIR
           END-RETURN
       END-PERFORM.

PRINT-ONE-PAIR.
       ADD 1 TO WS-Listed-Count
       MOVE DP-Score TO WS-Score-Ed
       MOVE SPACES TO DupRptLine
       STRING "Score " WS-Score-Ed "  matched on " DP-Reasons
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine
       MOVE DP-Idx-A TO WS-Idx-A
       PERFORM PRINT-PAIR-CUSTOMER
       MOVE DP-Idx-B TO WS-Idx-A
       PERFORM PRINT-PAIR-CUSTOMER
       MOVE SPACES TO DupRptLine
       WRITE DupRptLine.

PRINT-PAIR-CUSTOMER.
       MOVE SPACES TO DupRptLine
       STRING "   " WS-CT-Ident(WS-Idx-A) " " WS-CT-Name(WS-Idx-A)
           " " WS-CT-Street(WS-Idx-A) " " WS-CT-City(WS-Idx-A)
           " " WS-CT-Zip(WS-Idx-A) " " WS-CT-Phone(WS-Idx-A)
           DELIMITED BY SIZE INTO DupRptLine
       WRITE DupRptLine.
