      *>-----------------------------------------------------------
      *> STUPARTY - shared student responsible-party record layout
      *> (stuparty.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per student who has
      *> someone answerable for their school fees: the STU-IDNum of
      *> the student on student2.dat, the custmast2.dat Ident of the
      *> family or guardian account the fees are billed to, and when
      *> and by whom the link was last keyed. Maintained by PARTYMNT;
      *> FEEBILL bills through it and CUSTINQ finds a family's
      *> account from it.
      *>-----------------------------------------------------------
       05 SP-IDNum      PIC 9(6).
       05 SP-Cust-Ident PIC 9(3).
       05 SP-Linked-On  PIC 9(8).
       05 SP-Linked-By  PIC X(8).
