      *> against an order - the ship confirmation step assigns shipment
      *> numbers in sequence within the order and captures the carrier,
      *> tracking number and the date the cartons actually left.
      *> The carton's weight, the carrier zone it was rated in and the
      *> freight charge it costs follow; invoicing bills that charge
      *> with the shipment. Lines written before freight was rated stop
      *> at the tracking number and read as no freight.
      *> The delivery fields come last and are filled in from the
      *> carriers' daily status files: delivered with the date and
      *> the name of whoever signed, or an exception with the date
      *> and the carrier's note. Blank means the carton is still in
      *> transit as far as anyone has told us - every line written
      *> before delivery tracking reads that way too.
       02 SH-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 SH-ShipNum PIC 9(2).
       02 SH-Carrier PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 SH-Tracking PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 SH-Weight PIC 9(5)V99.
       02 FILLER PIC X VALUE SPACE.
       02 SH-Zone PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 SH-Freight PIC 9(5)V99.
       02 FILLER PIC X VALUE SPACE.
       02 SH-DeliveryStatus PIC X.
           88 SH-InTransit          VALUE SPACE.
           88 SH-Delivered          VALUE 'D'.
           88 SH-DeliveryException  VALUE 'E'.
       02 FILLER PIC X VALUE SPACE.
       02 SH-DeliveryDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 SH-Signer PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 SH-DeliveryNote PIC X(30).
