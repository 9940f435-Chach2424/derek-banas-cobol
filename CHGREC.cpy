      *>-----------------------------------------------------------
      *> CHGREC - shared field-level change history record layout
      *> (chghist.dat).
      *>
      *> Included at level 05 under WS-Change-Line in CHGLOG.cob,
      *> which is then written with WRITE ... FROM, the AUDITREC
      *> technique. October 15th 2026 - one line per field changed
      *> on a master: which master (CH-Master - CUST customers,
      *> PROD products, EMP employees, VOTE voters) and record
      *> (CH-Key, left-justified), the field, its value before and
      *> after, and the program and operator that changed it,
      *> stamped with the date and time by CHGLOG. Money and hours
      *> are carried edited, as they would print; bank account
      *> numbers are masked to their last four characters.
      *> runaudit.txt still says that a change happened; this says
      *> what it was. CHGRPT reports it by record and date range.
      *>-----------------------------------------------------------
       05 CH-Date       PIC 9(8).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-Time       PIC 9(6).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-Program-ID PIC X(8).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-Operator   PIC X(8).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-Master     PIC X(4).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-Key        PIC X(10).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-Field      PIC X(16).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-Old-Value  PIC X(30).
       05 FILLER        PIC X(1) VALUE SPACE.
       05 CH-New-Value  PIC X(30).
