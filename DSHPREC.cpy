      *> Drop-ship link line (dropship.txt). COPY this into the drop-
      *> ship FD. Raising a drop-ship PO writes one line per order
      *> line it covers - which PO, which line of it, the supplier
      *> and who raised it; the supplier's confirmation that the
      *> goods left writes a further line with the shipment it was
      *> billed on. The LAST line for an order line is the one in
      *> force, the same convention the terms and vendor credit files
      *> keep. A PO number found here is a drop-ship PO: the supplier
      *> ships it to our customer, so it is never received into stock
      *> and is no supply to promise from.
       02 DSL-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 DSL-LineNum PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 DSL-PONum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 DSL-POLine PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 DSL-Supplier PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 DSL-Status PIC X.
           88 DSL-PORaised        VALUE 'P'.
           88 DSL-SupplierShipped VALUE 'S'.
       02 FILLER PIC X VALUE SPACE.
       02 DSL-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 DSL-ShipNum PIC 9(2).
       02 FILLER PIC X VALUE SPACE.
       02 DSL-Qty PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 DSL-Operator PIC X(8).
