      *>-----------------------------------------------------------
      *> MASTCTL - master file control total journal record layout
      *> (mastctl.dat).
      *>
      *> Included at level 05 under WS-Ctl-Line in MASTLOG.cob and
      *> read back by MASTCHK, the AUDITREC technique. October 15th
      *> 2026 - one line per master per event, stamped with the
      *> date and time it was written: C the closing totals MASTCLS
      *> records at the end of the nightly stream, D the change a
      *> maintenance program made to a master outside the stream
      *> (count and hash totals after less before), R the totals of
      *> a master rebuilt whole by CUSTLOAD or CUSTCONV. The counts
      *> and hashes are the MASTTOT fields. MC-Master is CUST,
      *> PROD, EMP, STUD or VOTE.
      *>-----------------------------------------------------------
       05 MC-Date       PIC 9(8).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 MC-Time       PIC 9(6).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 MC-Master     PIC X(4).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 MC-Kind       PIC X.
           88 MC-Closing VALUE 'C'.
           88 MC-Delta   VALUE 'D'.
           88 MC-Reset   VALUE 'R'.
       05 FILLER        PIC X(1) VALUE SPACE.
       05 MC-Program-ID PIC X(8).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 MC-Count      PIC S9(7) SIGN LEADING SEPARATE.
       05 FILLER        PIC X(1) VALUE SPACE.
       05 MC-Key-Hash   PIC S9(15) SIGN LEADING SEPARATE.
       05 FILLER        PIC X(1) VALUE SPACE.
       05 MC-Amt-Hash   PIC S9(13)V99 SIGN LEADING SEPARATE.
