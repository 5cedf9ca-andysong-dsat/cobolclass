      *> Shared customer deposit ledger line layout. COPY this into
      *> the deposit file FD. deposit.txt is append-only: payment
      *> posting writes a D line each time a customer prepays against
      *> a particular order, and invoicing writes an A line when it
      *> uses that money up against the order's invoice. What the
      *> customer still has on deposit for an order is its D lines
      *> less its A lines - the deposit service works that out, so no
      *> program adds the lines up for itself.
       02 DP-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 DP-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 DP-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 DP-Type PIC X.
           88 DP-Taken    VALUE 'D'.
           88 DP-Consumed VALUE 'A'.
       02 FILLER PIC X VALUE SPACE.
       02 DP-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DP-InvoiceNum PIC 9(6).
