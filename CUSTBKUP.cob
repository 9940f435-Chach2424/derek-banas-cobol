*> September 2nd 2026 - BackupRec widened with the shared CUSTREC
*> layout when it gained CUST-Credit-Limit and the mailing
*> address/phone fields.
*> October 15th 2026 - BackupRec widened again with CUSTREC for the
*> retired-customer status and merge pointer CUSTMRG sets.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY CUSTREC.

FD BackupFile.
01 BackupRec PIC X(104).

WORKING-STORAGE SECTION.
01 WS-Cust-Status  PIC XX.
