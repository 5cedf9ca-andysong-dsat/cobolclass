      *> Shared average cost history line layout. COPY this into the
      *> costhist.txt FD. Receiving appends one line every time a
      *> receipt moves an average cost: the PO and line the goods came
      *> in on, how many at what price, what was on the shelf before
      *> and at what average, and the average that resulted - so any
      *> cost on a margin report can be walked back to the receipts
      *> that built it.
       02 CH-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 CH-ProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 CH-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 CH-PONum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CH-LineNum PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 CH-ReceiptQty PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 CH-ReceiptCost PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 CH-QtyBefore PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 CH-AvgBefore PIC 9(4)V9999.
       02 FILLER PIC X VALUE SPACE.
       02 CH-AvgAfter PIC 9(4)V9999.
       02 FILLER PIC X VALUE SPACE.
       02 CH-Operator PIC X(8).
