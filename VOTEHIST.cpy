      *>-----------------------------------------------------------
      *> VOTEHIST - shared voter participation record layout
      *> (votehist.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per voter who signed
      *> a poll book, keyed from the signed books through VOTEPART:
      *> the voter, the election day (an EL-Date on elections.dat),
      *> the precinct the voter was registered in when the vote was
      *> recorded, and when and by whom it was keyed. VOTELIST reads
      *> it to find voters who have stopped voting.
      *>-----------------------------------------------------------
       05 VH-ID            PIC 9(6).
       05 VH-Election-Date PIC 9(8).
       05 VH-Precinct      PIC 9(3).
       05 VH-Recorded-On   PIC 9(8).
       05 VH-Operator      PIC X(8).
