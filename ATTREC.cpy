      *>-----------------------------------------------------------
      *> ATTREC - shared daily attendance record layout
      *> (attend.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per student per
      *> school day marked through ATTENT: the student's grade and
      *> section that day and their mark - present, absent
      *> (unexcused), tardy, or excused - with the operator who
      *> keyed it. Records are only ever appended; a section taken
      *> again for the same day appends fresh marks, and the LAST
      *> record for a student and date is the one that counts.
      *>-----------------------------------------------------------
       05 ATT-Date      PIC 9(8).
       05 ATT-IDNum     PIC 9(6).
       05 ATT-Grade     PIC 99.
       05 ATT-Section   PIC 9(3).
       05 ATT-Status    PIC X.
           88 ATT-Present VALUE 'P'.
           88 ATT-Absent  VALUE 'A'.
           88 ATT-Tardy   VALUE 'T'.
           88 ATT-Excused VALUE 'E'.
           88 ATT-Valid-Status VALUES 'P', 'A', 'T', 'E'.
       05 ATT-Keyed-By  PIC X(8).
