      *> Shared purchase order record layout. COPY this into the PO
      *> file FD. A header and up to five lines - ordered and
      *> received quantities live side by side so the receiving step
      *> can prove over- and under-receipts line by line. Each line
      *> also carries the unit cost agreed when the PO was raised and
      *> the quantity the supplier has billed so far, so a supplier
      *> invoice can be matched three ways: ordered, received, billed.
       02 PO-PONum PIC 9(6).
       02 PO-Supplier PIC X(4).
       02 PO-OrderDate PIC 9(8).
       02 PO-ExpectedDate PIC 9(8).
       02 PO-Status PIC X.
           88 PO-OpenPO      VALUE 'O'.
           88 PO-PartialPO   VALUE 'P'.
           88 PO-ClosedPO    VALUE 'C'.
           88 PO-CancelledPO VALUE 'X'.
       02 PO-LineCount PIC 9.
       02 PO-LineEntry OCCURS 5 TIMES.
           03 PO-ProdName PIC X(5).
           03 PO-ProdSize PIC A.
           03 PO-OrdQty PIC 9(4).
           03 PO-RecQty PIC 9(4).
           03 PO-UnitCost PIC 9(4)V99.
           03 PO-BilledQty PIC 9(4).
