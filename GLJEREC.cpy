      *>-----------------------------------------------------------
      *> GLJEREC - shared manual journal entry line layout
      *> (gljentry.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per line of a
      *> general ledger journal entry keyed through GLJE, the lines
      *> of an entry kept together and each carrying the entry's
      *> number (from gljenum.ctl), type, status and description.
      *> GLJE saves an entry only when its debits equal its credits,
      *> as pending (P); a supervisor other than the operator who
      *> keyed it approves (A) or rejects (X) it, and JE-Approved-By
      *> / JE-Approved-Date record who did and when. GLPOST posts
      *> each approved one-time or generated entry to gljrnl.dat and
      *> marks it posted (J) with the run number; posted and
      *> rejected lines are dropped by the following night's run.
      *> A recurring template (type R - rent, depreciation) is never
      *> posted itself: once approved, GLRECUR generates a copy of it
      *> as an approved entry (type G, JE-From-Template) the first
      *> night of each month, noting the month in JE-Last-Period,
      *> until a supervisor ends it (E) through GLJE.
      *>-----------------------------------------------------------
       05 JE-Entry-Number   PIC 9(6).
       05 JE-Line-Number    PIC 99.
       05 JE-Type           PIC X.
           88 JE-One-Time     VALUE 'O'.
           88 JE-Template     VALUE 'R'.
           88 JE-Generated    VALUE 'G'.
       05 JE-Status         PIC X.
           88 JE-Pending      VALUE 'P'.
           88 JE-Approved     VALUE 'A'.
           88 JE-Rejected     VALUE 'X'.
           88 JE-Posted       VALUE 'J'.
           88 JE-Ended        VALUE 'E'.
       05 JE-Description    PIC X(30).
       05 JE-Account        PIC 9(4).
       05 JE-Debit          PIC 9(10)V99.
       05 JE-Credit         PIC 9(10)V99.
       05 JE-Keyed-By       PIC X(8).
       05 JE-Keyed-Date     PIC 9(8).
       05 JE-Approved-By    PIC X(8).
       05 JE-Approved-Date  PIC 9(8).
       05 JE-Posted-Run     PIC 9(6).
       05 JE-From-Template  PIC 9(6).
       05 JE-Last-Period    PIC 9(6).
