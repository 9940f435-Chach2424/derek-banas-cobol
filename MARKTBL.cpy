      *>-----------------------------------------------------------
      *> MARKTBL - the school system's letter mark table.
      *>
      *> Included at level 02 under a 01 group, which the program
      *> then REDEFINES into (mark, grade points) entries - the
      *> letter mark left-justified on the left, its points on a
      *> four-point scale on the right. October 15th 2026 - created
      *> for term marks, the GRADETBL precedent: MARKENT accepts only
      *> a mark on this table and RPTCARD averages the points. F is
      *> the only failing mark.
      *>-----------------------------------------------------------
       02 FILLER PIC X(2) VALUE "A+".  02 FILLER PIC 9V9 VALUE 4.0.
       02 FILLER PIC X(2) VALUE "A ".  02 FILLER PIC 9V9 VALUE 4.0.
       02 FILLER PIC X(2) VALUE "A-".  02 FILLER PIC 9V9 VALUE 3.7.
       02 FILLER PIC X(2) VALUE "B+".  02 FILLER PIC 9V9 VALUE 3.3.
       02 FILLER PIC X(2) VALUE "B ".  02 FILLER PIC 9V9 VALUE 3.0.
       02 FILLER PIC X(2) VALUE "B-".  02 FILLER PIC 9V9 VALUE 2.7.
       02 FILLER PIC X(2) VALUE "C+".  02 FILLER PIC 9V9 VALUE 2.3.
       02 FILLER PIC X(2) VALUE "C ".  02 FILLER PIC 9V9 VALUE 2.0.
       02 FILLER PIC X(2) VALUE "C-".  02 FILLER PIC 9V9 VALUE 1.7.
       02 FILLER PIC X(2) VALUE "D+".  02 FILLER PIC 9V9 VALUE 1.3.
       02 FILLER PIC X(2) VALUE "D ".  02 FILLER PIC 9V9 VALUE 1.0.
       02 FILLER PIC X(2) VALUE "D-".  02 FILLER PIC 9V9 VALUE 0.7.
       02 FILLER PIC X(2) VALUE "F ".  02 FILLER PIC 9V9 VALUE 0.0.
