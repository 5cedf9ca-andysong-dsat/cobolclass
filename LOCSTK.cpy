      *> Shared location stock record layout. COPY this into the
      *> locstock.dat FD. One record per product, size and location,
      *> keyed in that order so every location holding an item reads
      *> together. LS-OnHand is what is on that location's shelf;
      *> LS-InTransit is what has been shipped to it on a transfer
      *> and not yet confirmed in. PMProdQty on the product master
      *> stays the company-wide count, in transit included, and the
      *> main warehouse keeps no on-hand here: its shelf is whatever
      *> the master holds that is not on a branch shelf or on a
      *> truck, so every program that only knows the master still
      *> receives, returns and adjusts at MAIN exactly as before.
       02 LS-Key.
           03 LS-ProdName PIC X(5).
           03 LS-ProdSize PIC A.
           03 LS-Location PIC X(4).
       02 LS-OnHand PIC 9(5).
       02 LS-InTransit PIC 9(5).
