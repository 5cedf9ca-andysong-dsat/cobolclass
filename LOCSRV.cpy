      *> Calling parameters shared between LOCSRV and its callers.
      *>   Q quantity: set LC-Location, LC-ProdName, LC-ProdSize and
      *>     the item's company-wide PMProdQty in LC-CompanyQty; read
      *>     back the location's shelf in LC-OnHand and what is on
      *>     its way to it in LC-InTransit. MAIN's shelf is worked
      *>     out from the company count and can come back negative
      *>     when the branch figures run ahead of the master.
      *>   A adjust: add the signed LC-Qty to the location's shelf.
      *>     MAIN is left alone - the caller's change to PMProdQty is
      *>     the change to MAIN.
      *>   T in transit: add the signed LC-Qty to what is on its way
      *>     to the location.
      *>   D default: set LC-Branch; read back the location that
      *>     ships for it in LC-Location, MAIN when it has none.
      *>   K known: set LC-Location; LC-ResultFlag Y when it is MAIN
      *>     or on location.txt, with its name in LC-LocName.
      *>   N next: set LC-LocIndex; read back that location in
      *>     LC-Location and LC-LocName - MAIN is always the first -
      *>     or LC-ResultFlag N past the last one.
       01 LC-Parameters.
           02 LC-Function PIC X VALUE SPACE.
               88 LC-Quantity    VALUE 'Q'.
               88 LC-AdjustShelf VALUE 'A'.
               88 LC-TransitAdj  VALUE 'T'.
               88 LC-DefaultLoc  VALUE 'D'.
               88 LC-KnownLoc    VALUE 'K'.
               88 LC-NextLoc     VALUE 'N'.
           02 LC-Location PIC X(4) VALUE SPACES.
           02 LC-Branch PIC X(2) VALUE SPACES.
           02 LC-ProdName PIC X(5) VALUE SPACES.
           02 LC-ProdSize PIC A VALUE SPACE.
           02 LC-CompanyQty PIC 9(4) VALUE ZERO.
           02 LC-Qty PIC S9(5) VALUE ZERO.
           02 LC-OnHand PIC S9(5) VALUE ZERO.
           02 LC-InTransit PIC 9(5) VALUE ZERO.
           02 LC-LocIndex PIC 99 VALUE ZERO.
           02 LC-LocName PIC X(20) VALUE SPACES.
           02 LC-ResultFlag PIC X VALUE 'N'.
               88 LC-Found    VALUE 'Y'.
               88 LC-NotFound VALUE 'N'.
