           03 AB-IDNum    PIC 9(6).
           03 AB-ShipName PIC X(10).
       02 AB-ShipAddress  PIC X(30).
      *> The ship-to address broken out the same way as the customer
      *> master: AB-ShipAddress is the street line. An order shipping
      *> here takes its default tax jurisdiction from AB-ShipZip.
       02 AB-ShipCity     PIC X(20).
       02 AB-ShipState    PIC X(2).
       02 AB-ShipZip      PIC X(10).
