      *>-----------------------------------------------------------
      *> FEEHIST - shared school fee billing history record layout
      *> (feehist.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per fee FEEBILL has
      *> billed a student: the student, the fee code and the
      *> FS-Bill-From date it was billed under (what stops the same
      *> fee being billed twice), the responsible party's Ident and
      *> the invoice number its openinst.dat installment carries, the
      *> amount and description as billed, and the processing date of
      *> the run. CUSTSTMT and CUSTINQ name a fee invoice's students
      *> and fees from it.
      *>-----------------------------------------------------------
       05 FH-IDNum          PIC 9(6).
       05 FH-Fee-Code       PIC X(6).
       05 FH-Bill-From      PIC 9(8).
       05 FH-Cust-Ident     PIC 9(3).
       05 FH-Invoice-Number PIC 9(6).
       05 FH-Amount         PIC 9(5)V99.
       05 FH-Description    PIC X(20).
       05 FH-Billed-On      PIC 9(8).
