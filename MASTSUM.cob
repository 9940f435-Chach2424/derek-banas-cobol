       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MASTSUM.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Control totals of one master file, read end to end: the record
*> count and the two hash totals of the MASTTOT layout. CALLed by
*> MASTCLS for the closing totals at the end of the nightly stream,
*> by MASTCHK for tonight's totals before anything updates a
*> master, and by the programs that write a master back whole
*> (PRODMNT, STKRCPT, PHYSINV, RETURNS, VOTERMNT, CUSTLOAD,
*> CUSTCONV) before and after they do. The master is named by its
*> code: CUST custmast2.dat (the indexed customer master, read in
*> key order), PROD prodmast.dat, EMP employee.dat, STUD
*> student2.dat, VOTE voters.dat. LK-Found comes back 'Y' for a
*> master read, 'N' for one not there yet (zero totals) and 'E'
*> for one that would not open. A numeric field an older, shorter
*> record leaves blank counts as zero, the way the programs that
*> load those records take it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustMastFile ASSIGN TO 'custmast2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS WS-File-Status.
       SELECT ProdFile ASSIGN TO 'prodmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-File-Status.
       SELECT EmpFile ASSIGN TO 'employee.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-File-Status.
       SELECT StudentFile ASSIGN TO 'student2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-File-Status.
       SELECT VoterFile ASSIGN TO 'voters.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-File-Status.

DATA DIVISION.
FILE SECTION.
FD CustMastFile.
01 Customer.
       COPY CUSTREC.

FD ProdFile.
01 ProdMastRec.
       COPY PRODREC.

FD EmpFile.
01 EmpMastRec.
       COPY EMPREC.

FD StudentFile.
01 StudentRec.
       COPY STUDREC.

FD VoterFile.
01 VoterRec.
       COPY VOTEREC.

WORKING-STORAGE SECTION.
01 WS-File-Status PIC XX.
01 WS-File-EOF    PIC X.
01 WS-Date-Hash   PIC 9(8).

LINKAGE SECTION.
       01 LK-Master PIC X(4).
       01 LK-Totals.
           COPY MASTTOT.
       01 LK-Found  PIC X.

PROCEDURE DIVISION USING LK-Master, LK-Totals, LK-Found.
MAIN-LOGIC.
       MOVE 0 TO MS-Count
       MOVE 0 TO MS-Key-Hash
       MOVE 0 TO MS-Amt-Hash
       MOVE 'Y' TO LK-Found
       MOVE 'N' TO WS-File-EOF
       EVALUATE LK-Master
           WHEN "CUST"
               PERFORM SUM-CUSTOMERS
           WHEN "PROD"
               PERFORM SUM-PRODUCTS
           WHEN "EMP "
               PERFORM SUM-EMPLOYEES
           WHEN "STUD"
               PERFORM SUM-STUDENTS
           WHEN "VOTE"
               PERFORM SUM-VOTERS
           WHEN OTHER
               MOVE 'E' TO LK-Found
       END-EVALUATE
       GO TO PROGRAM-EXIT.

*> Not there yet is an empty master; anything else is an error the
*> caller reports.
CHECK-OPEN-STATUS.
       IF WS-File-Status = '35'
           MOVE 'N' TO LK-Found
           MOVE 'Y' TO WS-File-EOF
       ELSE
           IF WS-File-Status NOT = '00'
               MOVE 'E' TO LK-Found
               MOVE 'Y' TO WS-File-EOF
           END-IF
       END-IF.

SUM-CUSTOMERS.
       OPEN INPUT CustMastFile
       PERFORM CHECK-OPEN-STATUS
       IF WS-File-EOF = 'N'
           MOVE ZEROES TO Ident
           START CustMastFile KEY NOT < Ident
               INVALID KEY
                   MOVE 'Y' TO WS-File-EOF
           END-START
       END-IF
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ CustMastFile NEXT
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   ADD 1 TO MS-Count
                   IF Ident IS NUMERIC
                       ADD Ident TO MS-Key-Hash
                   END-IF
                   IF CUST-Credit-Limit IS NUMERIC
                       ADD CUST-Credit-Limit TO MS-Amt-Hash
                   END-IF
           END-READ
       END-PERFORM
       IF LK-Found = 'Y'
           CLOSE CustMastFile
       END-IF.

SUM-PRODUCTS.
       OPEN INPUT ProdFile
       PERFORM CHECK-OPEN-STATUS
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ ProdFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   ADD 1 TO MS-Count
                   IF PRD-On-Hand IS NUMERIC
                       ADD PRD-On-Hand TO MS-Key-Hash
                   END-IF
                   IF PRD-Unit-Price IS NUMERIC
                       ADD PRD-Unit-Price TO MS-Amt-Hash
                   END-IF
           END-READ
       END-PERFORM
       IF LK-Found = 'Y'
           CLOSE ProdFile
       END-IF.

SUM-EMPLOYEES.
       OPEN INPUT EmpFile
       PERFORM CHECK-OPEN-STATUS
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ EmpFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   ADD 1 TO MS-Count
                   IF EMP-Number IS NUMERIC
                       ADD EMP-Number TO MS-Key-Hash
                   END-IF
                   IF EMP-Hourly-Rate IS NUMERIC
                       ADD EMP-Hourly-Rate TO MS-Amt-Hash
                   END-IF
           END-READ
       END-PERFORM
       IF LK-Found = 'Y'
           CLOSE EmpFile
       END-IF.

SUM-STUDENTS.
       OPEN INPUT StudentFile
       PERFORM CHECK-OPEN-STATUS
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ StudentFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   ADD 1 TO MS-Count
                   IF STU-IDNum IS NUMERIC
                       ADD STU-IDNum TO MS-Key-Hash
                   END-IF
                   IF STU-DOB IS NUMERIC
                       MOVE STU-DOB TO WS-Date-Hash
                       ADD WS-Date-Hash TO MS-Amt-Hash
                   END-IF
           END-READ
       END-PERFORM
       IF LK-Found = 'Y'
           CLOSE StudentFile
       END-IF.

SUM-VOTERS.
       OPEN INPUT VoterFile
       PERFORM CHECK-OPEN-STATUS
       PERFORM UNTIL WS-File-EOF = 'Y'
           READ VoterFile
               AT END MOVE 'Y' TO WS-File-EOF
               NOT AT END
                   ADD 1 TO MS-Count
                   IF VR-ID IS NUMERIC
                       ADD VR-ID TO MS-Key-Hash
                   END-IF
                   IF VR-DOB IS NUMERIC
                       MOVE VR-DOB TO WS-Date-Hash
                       ADD WS-Date-Hash TO MS-Amt-Hash
                   END-IF
           END-READ
       END-PERFORM
       IF LK-Found = 'Y'
           CLOSE VoterFile
       END-IF.

PROGRAM-EXIT.
       EXIT PROGRAM.
