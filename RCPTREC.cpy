      *> Shared purchase receipt log line layout. COPY this into the
      *> porcpt.txt FD. PURCHORD appends one line each time goods are
      *> received against a PO line, and DSHPPROC one each time a
      *> supplier confirms shipping a drop-ship line to our customer,
      *> so the actual delivery date sits beside the dates the PO
      *> promised - po.dat itself only keeps the running received
      *> quantity. The supplier scorecard reads
      *> it to judge on-time delivery and real lead time.
       02 RC-ReceiptDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-PONum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RC-LineNum PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 RC-Supplier PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RC-OrderDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-ExpectedDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-Qty PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 RC-Operator PIC X(8).
