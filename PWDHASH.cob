       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PWDHASH.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Shared password hash for the operator master. OPERSIGN CALLs
*> this to check a password keyed at sign-on, and OPERSIGN and
*> OPERMNT to set one; only the 18-digit result is ever stored on
*> opermast.dat (OP-Pwd-Hash), so a listing of the file gives away
*> nobody's password. The operator ID is hashed in with the
*> password, so two operators with the same password do not carry
*> the same hash. Every character is taken by its position in the
*> printable character set, folded into two running remainders
*> (one per prime modulus), and the whole input is folded 64 times
*> over to make guessing by brute force slow. Zero is never handed
*> back - on the master, zero means no password has been set.
ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-Char-Set.
       02 FILLER PIC X(32) VALUE " !""#$%&'()*+,-./0123456789:;<=>?".
       02 FILLER PIC X(32) VALUE "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
       02 FILLER PIC X(31) VALUE "`abcdefghijklmnopqrstuvwxyz{|}~".
01 WS-Hash-Input.
       02 WS-Input-ID       PIC X(8).
       02 WS-Input-Password PIC X(16).
01 WS-One-Char   PIC X.
01 WS-Char-Pos   PIC 9(3).
01 WS-Char-Idx   PIC 99.
01 WS-Round      PIC 99.
01 WS-H1         PIC 9(9).
01 WS-H2         PIC 9(9).
01 WS-Work       PIC 9(15).
01 WS-Quot       PIC 9(15).

LINKAGE SECTION.
       01 LK-Operator-ID PIC X(8).
       01 LK-Password    PIC X(16).
       01 LK-Hash        PIC 9(18).

PROCEDURE DIVISION USING LK-Operator-ID, LK-Password, LK-Hash.
MAIN-LOGIC.
       MOVE LK-Operator-ID TO WS-Input-ID
       MOVE LK-Password TO WS-Input-Password
       MOVE 7 TO WS-H1
       MOVE 11 TO WS-H2
       PERFORM HASH-ONE-ROUND VARYING WS-Round FROM 1 BY 1
           UNTIL WS-Round > 64
       COMPUTE LK-Hash = WS-H1 * 1000000000 + WS-H2
       IF LK-Hash = 0
           MOVE 1 TO LK-Hash
       END-IF
       GO TO PROGRAM-EXIT.

*> A character outside the printable set tallies past the end of
*> it and takes position 96.
HASH-ONE-ROUND.
       PERFORM VARYING WS-Char-Idx FROM 1 BY 1 UNTIL WS-Char-Idx > 24
           MOVE WS-Hash-Input(WS-Char-Idx:1) TO WS-One-Char
           MOVE 0 TO WS-Char-Pos
           INSPECT WS-Char-Set TALLYING WS-Char-Pos
               FOR CHARACTERS BEFORE INITIAL WS-One-Char
           ADD 1 TO WS-Char-Pos
           COMPUTE WS-Work = WS-H1 * 131 + WS-Char-Pos + WS-Round
           DIVIDE WS-Work BY 999999937 GIVING WS-Quot
               REMAINDER WS-H1
           COMPUTE WS-Work = WS-H2 * 257 + WS-Char-Pos * WS-Char-Idx
               + WS-H1
           DIVIDE WS-Work BY 999999929 GIVING WS-Quot
               REMAINDER WS-H2
       END-PERFORM.

PROGRAM-EXIT.
       EXIT PROGRAM.
