      *>-----------------------------------------------------------
      *> GLJRNL - shared general ledger journal line layout
      *> (gljrnl.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - the journal GLPOST has always
      *> written, moved out of its FD so the ledger reports can read
      *> it, with the source of each line added: a subsystem's GLLOG
      *> feed line (source SF, or blank on a line posted before the
      *> source was kept), a manual journal entry keyed through GLJE
      *> (MJ), a monthly entry GLRECUR generated from a recurring
      *> template (RJ), or a year-end closing line GLCLOSE wrote
      *> rolling an income or expense account into retained
      *> earnings (YC). An entry's lines carry its number from
      *> gljenum.ctl, its description, and the operators who keyed
      *> and approved it, so every manual line traces back to them.
      *>-----------------------------------------------------------
       05 GJ-Run-Number   PIC 9(6).
       05 GJ-Date         PIC 9(8).
       05 GJ-Program      PIC X(8).
       05 GJ-Account      PIC 9(4).
       05 GJ-Debit        PIC 9(10)V99.
       05 GJ-Credit       PIC 9(10)V99.
       05 GJ-Source       PIC XX.
           88 GJ-From-Feed      VALUES 'SF', SPACES.
           88 GJ-Manual-Entry   VALUE 'MJ'.
           88 GJ-Recurring-Entry VALUE 'RJ'.
           88 GJ-Year-End-Close  VALUE 'YC'.
       05 GJ-Entry-Number PIC 9(6).
       05 GJ-Description  PIC X(30).
       05 GJ-Keyed-By     PIC X(8).
       05 GJ-Approved-By  PIC X(8).
