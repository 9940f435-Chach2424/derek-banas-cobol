      *>-----------------------------------------------------------
      *> MARKREC - shared term course mark record layout
      *> (marks.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per student, term
      *> and course keyed through MARKENT: the term is the school
      *> year it starts in and the term number (20261 is the first
      *> term of 2026-27), the mark one of the letters on the shared
      *> MARKTBL table, with the operator who keyed it and when.
      *> Records are only ever appended; a mark keyed again for the
      *> same student, term and course supersedes the earlier one,
      *> and the LAST record is the one RPTCARD prints.
      *>-----------------------------------------------------------
       05 MK-IDNum      PIC 9(6).
       05 MK-Term.
           10 MK-Term-Year PIC 9(4).
           10 MK-Term-No   PIC 9.
       05 MK-Course     PIC X(10).
       05 MK-Mark       PIC X(2).
       05 MK-Keyed-By   PIC X(8).
       05 MK-Keyed-On   PIC 9(8).
