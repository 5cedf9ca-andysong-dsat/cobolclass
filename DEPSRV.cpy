      *> Calling parameters shared between DEPSRV and its callers.
      *>   B balance: set DV-OrderNum; DV-Taken returns everything
      *>     ever deposited against the order and DV-Balance what is
      *>     still held, not yet used on an invoice.
      *>   T take: set DV-OrderNum, DV-IDNum, DV-Date and DV-Amount;
      *>     records the deposit and returns the new DV-Balance.
      *>   C consume: set DV-OrderNum, DV-IDNum, DV-Date, DV-Amount
      *>     (the invoice total) and DV-InvoiceNum; uses up as much of
      *>     the balance as the invoice needs and returns the amount
      *>     actually used in DV-Amount.
      *> DV-ResultFlag N means nothing was recorded - no amount, or
      *> nothing on deposit for the order to consume.
       01 DV-Parameters.
           02 DV-Function PIC X VALUE SPACE.
               88 DV-Inquire VALUE 'B'.
               88 DV-Take    VALUE 'T'.
               88 DV-Consume VALUE 'C'.
           02 DV-OrderNum PIC 9(6) VALUE ZERO.
           02 DV-IDNum PIC 9(6) VALUE ZERO.
           02 DV-Date PIC 9(8) VALUE ZERO.
           02 DV-Amount PIC 9(7)V99 VALUE ZERO.
           02 DV-InvoiceNum PIC 9(6) VALUE ZERO.
           02 DV-Taken PIC 9(7)V99 VALUE ZERO.
           02 DV-Balance PIC 9(7)V99 VALUE ZERO.
           02 DV-ResultFlag PIC X VALUE 'N'.
               88 DV-OK     VALUE 'Y'.
               88 DV-Failed VALUE 'N'.
