      *>-----------------------------------------------------------
      *> FEESCHED - shared school fee schedule record layout
      *> (feesched.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per fee and grade:
      *> the activity's fee code, the grade it is charged to (00
      *> kindergarten through 12, or 99 for every grade), what the
      *> invoice calls it, the amount, and the window it is billed
      *> in. FEEBILL bills a placed student each fee for their grade
      *> once the processing date reaches FS-Bill-From, and goes on
      *> billing students who join the grade later until
      *> FS-Bill-Until (zeros - no closing date). Each student is
      *> billed a fee once per FS-Bill-From date, so moving the date
      *> forward for a new school year bills it afresh. Maintained by
      *> FEEMNT.
      *>-----------------------------------------------------------
       05 FS-Fee-Code    PIC X(6).
       05 FS-Grade       PIC 99.
           88 FS-Every-Grade VALUE 99.
       05 FS-Description PIC X(20).
       05 FS-Amount      PIC 9(5)V99.
       05 FS-Bill-From   PIC 9(8).
       05 FS-Bill-Until  PIC 9(8).
