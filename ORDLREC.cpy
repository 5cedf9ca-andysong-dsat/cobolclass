      *> instead of the five the old in-record table allowed.
      *> OL-ShipQty accumulates what fulfillment has released against
      *> the line, exactly as the in-record bucket used to.
      *> OL-PromiseDate is the ship date order entry promised the
      *> customer from available-to-promise; zero (or spaces, on a
      *> line written before promising began) means nothing was
      *> promised and the line picks as it always did.
      *> OL-DropShip is set from the product when the line is written:
      *> a drop-ship line claims no stock and is never picked - the
      *> supplier ships it against a drop-ship PO and its own shipment
      *> record bills it.
       02 OL-Key.
           03 OL-OrderNum PIC 9(6).
           03 OL-LineNum  PIC 9(3).
       02 OL-OrdQty    PIC 9(4).
       02 OL-UnitPrice PIC 9(4)V99.
       02 OL-ShipQty   PIC 9(4).
       02 OL-PromiseDate PIC 9(8).
       02 OL-DropShip PIC X.
           88 OL-DropShipLine VALUE 'Y'.
