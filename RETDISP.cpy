      *> Shared return disposition line layout. COPY this into the
      *> retdisp.txt FD. Customer returns appends one line for every
      *> return line it credits, keyed by the credit memo written for
      *> it, saying what became of the goods: put back on the shelf,
      *> scrapped, or set aside to go back to the supplier named
      *> here. Return-to-vendor lines wait on this file until the
      *> return-to-vendor run gathers them onto a return
      *> authorization for that supplier.
       02 RD-MemoNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RD-InvoiceNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RD-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RD-ReturnDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RD-ProdName PIC X(5).
       02 RD-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 RD-Qty PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 RD-Disposition PIC X.
           88 RD-Restock        VALUE 'R'.
           88 RD-Scrap          VALUE 'S'.
           88 RD-ReturnToVendor VALUE 'V'.
       02 FILLER PIC X VALUE SPACE.
       02 RD-Supplier PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RD-Operator PIC X(8).
