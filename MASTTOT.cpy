      *>-----------------------------------------------------------
      *> MASTTOT - one master file's control totals: its record
      *> count and two hash totals.
      *>
      *> Included at level 05 under a program's own 01 group, with
      *> COPY MASTTOT REPLACING LEADING ==MS-== BY ==xxx-== where a
      *> program needs more than one set (before and after a
      *> write-back), the ATTREC/CHECKREC technique.
      *> October 15th 2026 - filled in by MASTSUM for one master
      *> and handed to MASTLOG as the change a program made to it.
      *> MS-Key-Hash sums the record key (the on-hand units for
      *> PROD, whose key is a name) and MS-Amt-Hash the master's
      *> amount field (CUST credit limit, PROD unit price, EMP
      *> hourly rate) or, for the two masters without one, the
      *> date of birth (STUD, VOTE). Signed, so the same layout
      *> carries a change downward.
      *>-----------------------------------------------------------
       05 MS-Count    PIC S9(7) SIGN LEADING SEPARATE.
       05 MS-Key-Hash PIC S9(15) SIGN LEADING SEPARATE.
       05 MS-Amt-Hash PIC S9(13)V99 SIGN LEADING SEPARATE.
