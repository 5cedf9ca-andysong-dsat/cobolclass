      *> Shared customer family link layout. COPY this into the
      *> custfam.txt FD. A chain's stores each keep their own IDNum
      *> and name the head-office account as their parent here; the
      *> bill flag says whether the store's invoices are billed to
      *> head office - statements, aging and dunning then go to the
      *> parent with the store subtotaled, and a head-office check
      *> can settle the store's invoices. Families are one level
      *> deep: a parent is never itself a store of another account.
      *> One line per change, appended by customer maintenance - the
      *> LAST line for a customer is the one in force, the same
      *> convention the terms and preference files keep. A parent of
      *> zero ends the link.
       02 CFA-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CFA-ParentID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CFA-BillFlag PIC X.
           88 CFA-BillsToParent VALUE 'Y'.
