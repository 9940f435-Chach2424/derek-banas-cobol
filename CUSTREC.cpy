      *> the statements, and the dunning letters have somewhere to
      *> mail to. Files in the old 31-byte shape are rebuilt by the
      *> run-by-hand CUSTCONV conversion utility.
      *> October 15th 2026 - added CUST-Status, CUST-Merged-Into and
      *> CUST-Retired-On (104 bytes). CUSTMRG retires a duplicate
      *> customer once its business has been moved to the survivor:
      *> the record stays on file, marked retired, pointing at the
      *> survivor's Ident, so an old Ident quoted on a check or a
      *> phone call still leads somewhere. A retired customer takes
      *> no new orders and cannot be changed. The master is carried
      *> across the change by reloading the last CUSTBKUP unload
      *> through CUSTLOAD; a 92-byte record reads the new fields as
      *> blank, which is an active customer.
      *>-----------------------------------------------------------
       05 Ident    PIC 9(3).
       05 CustName PIC X(20).
       05 CUST-State  PIC X(2).
       05 CUST-Zip    PIC X(5).
       05 CUST-Phone  PIC X(10).
       05 CUST-Status PIC X.
           88 CUST-Retired VALUE 'R'.
       05 CUST-Merged-Into PIC 9(3).
       05 CUST-Retired-On  PIC 9(8).
