      *>-----------------------------------------------------------
      *> OPERREC - shared operator master record layout
      *> (opermast.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group (the file record, or one
      *> entry of an operator table), the CUSTREC convention.
      *> October 15th 2026 - split out of OPERSIGN and OPERMNT,
      *> which each kept their own copy, when the password was
      *> added after the role: OP-Pwd-Hash holds the password run
      *> through PWDHASH with the operator ID - never the password
      *> itself - and OP-Pwd-Set-On the date it was last set, for
      *> the PWDEXPDAYS expiry. OP-Must-Change 'Y' (a temporary
      *> password issued by OPERMNT) forces a new one at the next
      *> sign-on. OP-Fail-Count counts wrong passwords since the
      *> last good sign-on; at SIGNONTRIES the ID is locked
      *> (OP-Lock-Flag 'L', OP-Locked-On) until a supervisor
      *> unlocks it in OPERMNT. OP-Last-Signon feeds SECRPT's
      *> dormant-ID list. A record in the old 29-byte shape reads
      *> with no password (zero), which OPERSIGN takes as first
      *> use: the operator chooses one before signing on.
      *> October 15th 2026 - a zero OP-Pwd-Hash no longer lets
      *> anyone choose a password at the terminal: OPERSIGN
      *> refuses the ID until OPERMNT U(nlock) issues a temporary
      *> one (or, on a master where nobody has one yet, OPERCONV).
      *>-----------------------------------------------------------
       05 OP-ID          PIC X(8).
       05 OP-Name        PIC X(20).
       05 OP-Role        PIC X.
       05 OP-Pwd-Hash    PIC 9(18).
       05 OP-Pwd-Set-On  PIC 9(8).
       05 OP-Must-Change PIC X.
           88 OP-Change-Required VALUE 'Y'.
       05 OP-Fail-Count  PIC 9.
       05 OP-Lock-Flag   PIC X.
           88 OP-Locked VALUE 'L'.
       05 OP-Locked-On   PIC 9(8).
       05 OP-Last-Signon PIC 9(8).
