      *> Calling parameters shared between ATPSRV and its callers.
      *> Available-to-promise for one product and size:
      *>   on hand     PMProdQty on the product master
      *>   committed   what open and held orders still want, plus
      *>               what picked and shipped orders still owe on
      *>               backorder.dat
      *>   available   on hand less committed - negative when the
      *>               shelf is already promised away
      *>   supply      open and part-received PO lines, by the date
      *>               the supplier said to expect them
      *>   I inquiry: set AT-ProdName and AT-ProdSize; read back the
      *>     three quantities and the first ten supply lines in date
      *>     order, each with the available quantity projected once
      *>     it lands. AT-ResultFlag N means the item is unknown.
      *>   P promise: also set AT-AsOfDate and AT-ReqQty; read back
      *>     AT-PromiseDate - the as-of date when the shelf covers the
      *>     quantity, else the expected date of the PO that first
      *>     covers it - with AT-PromiseSource saying which, or N and
      *>     a zero date when nothing on order covers it either.
      *>   C commit: add AT-ReqQty to the item's committed quantity,
      *>     so a caller writing several lines in one run sees each
      *>     line it has already promised.
      *>   R reload: read the files again, for an inquiry screen that
      *>     stays up while others keep working.
      *> The files are read once per run, as the terms service reads
      *> its tables.
       01 AT-Parameters.
           02 AT-Function PIC X VALUE SPACE.
               88 AT-Inquiry VALUE 'I'.
               88 AT-Promise VALUE 'P'.
               88 AT-Commit  VALUE 'C'.
               88 AT-Reload  VALUE 'R'.
           02 AT-ProdName PIC X(5) VALUE SPACES.
           02 AT-ProdSize PIC A VALUE SPACE.
           02 AT-AsOfDate PIC 9(8) VALUE ZERO.
           02 AT-ReqQty PIC 9(4) VALUE ZERO.
           02 AT-OnHand PIC S9(6) VALUE ZERO.
           02 AT-Committed PIC S9(6) VALUE ZERO.
           02 AT-Available PIC S9(6) VALUE ZERO.
           02 AT-PromiseDate PIC 9(8) VALUE ZERO.
           02 AT-PromiseSource PIC X VALUE 'N'.
               88 AT-FromStock  VALUE 'S'.
               88 AT-FromSupply VALUE 'P'.
               88 AT-NoPromise  VALUE 'N'.
           02 AT-SupplyCount PIC 99 VALUE ZERO.
           02 AT-SupplyEntry OCCURS 10 TIMES.
               03 AT-SupplyDate PIC 9(8).
               03 AT-SupplyPONum PIC 9(6).
               03 AT-SupplyQty PIC 9(4).
               03 AT-ProjectedQty PIC S9(6).
           02 AT-ResultFlag PIC X VALUE 'N'.
               88 AT-ItemFound   VALUE 'Y'.
               88 AT-ItemUnknown VALUE 'N'.
