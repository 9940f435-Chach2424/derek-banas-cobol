      *>-----------------------------------------------------------
      *> SECTREC - shared class section assignment record layout
      *> (sections.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per placed student,
      *> in grade and STU-IDNum order: the grade and section the
      *> nightly GRDROSTR placement dealt them into and the date they
      *> were first put there. A student keeps the section from
      *> night to night while the grade is unchanged; only students
      *> new to the grade are dealt, into the smallest sections.
      *> ATTENT takes attendance by section off this file.
      *>-----------------------------------------------------------
       05 SEC-IDNum       PIC 9(6).
       05 SEC-Grade       PIC 99.
       05 SEC-Section     PIC 9(3).
       05 SEC-Assigned-On PIC 9(8).
