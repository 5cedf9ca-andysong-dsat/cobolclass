      *> sell-off sells only what is still on the shelf and never
      *> reorders, dead sells nothing. Records written before the
      *> status byte existed read back as spaces and count as active.
      *> The shipping weight per unit of each size, in pounds, rides
      *> at the end so ship confirmation can weigh the carton for
      *> freight; zero means nobody has weighed that size yet.
      *> A drop-ship product is never stocked: the supplier named in
      *> PMSupplier ships it straight to the customer against a PO we
      *> raise per order, so it is never picked or relieved here.
      *> Records written before drop-ship existed read back spaces
      *> and count as stocked.
       02 PMProdName PIC X(5).
       02 PMSizeEntry OCCURS 3 TIMES.
           03 PMProdSize PIC A.
           88 PMActiveProduct  VALUE 'A' ' '.
           88 PMSellOffProduct VALUE 'S'.
           88 PMDeadProduct    VALUE 'D'.
       02 PMWeightEntry OCCURS 3 TIMES.
           03 PMShipWeight PIC 9(3)V99.
       02 PMDropShip PIC X.
           88 PMDropShipItem VALUE 'Y'.
           88 PMStockedItem  VALUE 'N' ' '.
       02 PMSupplier PIC X(4).
