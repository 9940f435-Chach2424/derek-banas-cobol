       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGLOG.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Shared field-level change history, the AUDITLOG idea one level
*> down. A maintenance program CALLs this once for each field it
*> has changed on a master record, passing its own program id, the
*> operator behind the change, the master (CUST, PROD, EMP, VOTE),
*> the record key, the field name, and the value before and after;
*> it is appended to the one chghist.dat shared by the whole shop
*> (the CHGREC layout), stamped with the date and time it was
*> written. runaudit.txt says CUSTMNT changed customer 042; this
*> says it moved the credit limit from $5,000.00 to $50,000.00.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ChgHistFile ASSIGN TO 'chghist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Chg-Status.

DATA DIVISION.
FILE SECTION.
FD ChgHistFile.
01 ChgHistLine PIC X(128).

WORKING-STORAGE SECTION.
01 WS-Chg-Status PIC XX.
*> ACCEPT FROM TIME hands back hhmmsscc - the AUDITLOG handling.
01 WS-Time-Full  PIC 9(8).
01 WS-Change-Line.
       COPY CHGREC.

LINKAGE SECTION.
       01 LK-Program-ID PIC X(8).
       01 LK-Operator   PIC X(8).
       01 LK-Master     PIC X(4).
       01 LK-Key        PIC X(10).
       01 LK-Field      PIC X(16).
       01 LK-Old-Value  PIC X(30).
       01 LK-New-Value  PIC X(30).

PROCEDURE DIVISION USING LK-Program-ID, LK-Operator, LK-Master,
       LK-Key, LK-Field, LK-Old-Value, LK-New-Value.
MAIN-LOGIC.
       OPEN EXTEND ChgHistFile
       IF WS-Chg-Status NOT = '00'
           OPEN OUTPUT ChgHistFile
       END-IF
       ACCEPT CH-Date FROM DATE YYYYMMDD
       ACCEPT WS-Time-Full FROM TIME
       MOVE WS-Time-Full(1:6) TO CH-Time
       MOVE LK-Program-ID TO CH-Program-ID
       MOVE LK-Operator TO CH-Operator
       MOVE LK-Master TO CH-Master
       MOVE LK-Key TO CH-Key
       MOVE LK-Field TO CH-Field
       MOVE LK-Old-Value TO CH-Old-Value
       MOVE LK-New-Value TO CH-New-Value
       WRITE ChgHistLine FROM WS-Change-Line
       CLOSE ChgHistFile
       GO TO PROGRAM-EXIT.

PROGRAM-EXIT.
       EXIT PROGRAM.
