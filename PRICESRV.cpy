      *> Calling parameters shared between PRICESRV and its callers.
      *>   H history: set PV-ProdName, PV-ProdSize and PV-AsOfDate,
      *>     CALL "PRICESRV", and read back the list price in effect
      *>     on that date in PV-Price with the date it took effect in
      *>     PV-EffDate and PV-ResultFlag Y. N means pricehist.txt
      *>     has nothing for the item; the current list price is then
      *>     the only price ever recorded.
      *>   S scheduled: set PV-ProdName, PV-ProdSize, PV-AsOfDate and
      *>     the current list price in PV-Price; read back the first
      *>     pending change effective after the as-of date with the
      *>     price it will set in PV-Price, its date in PV-EffDate and
      *>     PV-ResultFlag Y, or N with PV-Price untouched when no
      *>     change is waiting.
      *>   C contract: set PV-IDNum, PV-ProdName, PV-ProdSize and
      *>     PV-AsOfDate; read back the customer's negotiated price in
      *>     force on that date in PV-Price, its start in PV-EffDate,
      *>     its expiry in PV-ExpiryDate and the agreement reference
      *>     in PV-ContractRef, with PV-ResultFlag Y - or N and
      *>     PV-Price untouched when no contract covers the item.
      *>     Where two contracts overlap, the later start wins.
      *> The files are read once per run, as the terms service reads
      *> its tables.
       01 PV-Parameters.
           02 PV-Function PIC X VALUE SPACE.
               88 PV-PriceHistory   VALUE 'H'.
               88 PV-ScheduledPrice VALUE 'S'.
               88 PV-ContractPrice  VALUE 'C'.
           02 PV-ProdName PIC X(5) VALUE SPACES.
           02 PV-ProdSize PIC A VALUE SPACE.
           02 PV-AsOfDate PIC 9(8) VALUE ZERO.
           02 PV-Price PIC 9(4)V99 VALUE ZERO.
           02 PV-EffDate PIC 9(8) VALUE ZERO.
           02 PV-ResultFlag PIC X VALUE 'N'.
               88 PV-PriceFound VALUE 'Y'.
               88 PV-NoPrice    VALUE 'N'.
           02 PV-IDNum PIC 9(6) VALUE ZERO.
           02 PV-ExpiryDate PIC 9(8) VALUE ZERO.
           02 PV-ContractRef PIC X(8) VALUE SPACES.
