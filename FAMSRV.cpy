      *> Calling parameters shared between FAMSRV and its callers.
      *>   P parent link: set FM-IDNum and read back FM-ParentID (zero
      *>     for none), FM-BillFlag, FM-BillTo - the account the
      *>     customer's invoices are billed to, the parent when the
      *>     store bills to head office, else the customer itself -
      *>     and FM-HeadID, the parent or the customer itself.
      *>   B billing group: set FM-IDNum and read back in FM-Member
      *>     the accounts billed there - FM-IDNum first, then every
      *>     store of it that bills to it.
      *>   F whole family: set FM-IDNum and read back in FM-Member
      *>     the head account first, then every store under it,
      *>     billed there or not - what the credit limit is checked
      *>     against.
      *>   R reload: custfam.txt is read again on the next call, for
      *>     maintenance that has just appended to it.
      *> Every function also sets FM-HeadID, and FM-ResultFlag Y when
      *> the customer belongs to a family (has a parent or has
      *> stores), N when it stands alone - FM-Member then holds just
      *> the customer. The links are read once per run, as the terms
      *> service reads its tables.
       01 FM-Parameters.
           02 FM-Function PIC X VALUE SPACE.
               88 FM-ParentLink   VALUE 'P'.
               88 FM-BillingGroup VALUE 'B'.
               88 FM-WholeFamily  VALUE 'F'.
               88 FM-Reload       VALUE 'R'.
           02 FM-IDNum PIC 9(6) VALUE ZERO.
           02 FM-ParentID PIC 9(6) VALUE ZERO.
           02 FM-BillFlag PIC X VALUE 'N'.
               88 FM-BillsToParent VALUE 'Y'.
           02 FM-BillTo PIC 9(6) VALUE ZERO.
           02 FM-HeadID PIC 9(6) VALUE ZERO.
           02 FM-MemberCount PIC 99 VALUE ZERO.
           02 FM-Member OCCURS 50 TIMES.
               03 FM-MemberID PIC 9(6).
           02 FM-ResultFlag PIC X VALUE 'N'.
               88 FM-InFamily   VALUE 'Y'.
               88 FM-Standalone VALUE 'N'.
