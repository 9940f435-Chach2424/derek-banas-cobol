      *>-----------------------------------------------------------
      *> ELECTREC - shared election calendar record layout
      *> (elections.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per election the
      *> county runs, kept by the registrar in date order: election
      *> day and what the election is called. POLLBOOK prints the poll
      *> books for the next election on or after the processing date.
      *>-----------------------------------------------------------
       05 EL-Date PIC 9(8).
       05 EL-Name PIC X(30).
