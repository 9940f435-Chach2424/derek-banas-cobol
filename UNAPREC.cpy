      *>-----------------------------------------------------------
      *> UNAPREC - shared unapplied cash record layout
      *> (unapplied.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - one record per payment (or the
      *> part of one) that came in but could not be applied to an
      *> open installment on openinst.dat: a lockbox check with no
      *> invoice or customer we can match, or the overpayment left
      *> after a check paid off everything it was meant for. The
      *> nightly LOCKBOX step adds them, numbered one past the
      *> highest on file, and prints the worklist; a clerk applies
      *> them to a customer through CASHAPPL. UA-Amount is what is
      *> still unapplied - an item applied in part keeps the rest -
      *> and an item fully applied is closed (UA-Status 'A') with
      *> the date and operator, but stays on file as the trail.
      *>-----------------------------------------------------------
       05 UA-Number         PIC 9(6).
       05 UA-Received-Date  PIC 9(8).
       05 UA-Source         PIC X(8).
       05 UA-Check-Number   PIC X(10).
       05 UA-Cust-Ident     PIC 9(3).
       05 UA-Invoice-Number PIC 9(6).
       05 UA-Amount         PIC 9(8)V99.
       05 UA-Reason         PIC X(20).
       05 UA-Status         PIC X.
           88 UA-Open    VALUE SPACE.
           88 UA-Applied VALUE 'A'.
       05 UA-Applied-Date   PIC 9(8).
       05 UA-Applied-By     PIC X(8).
