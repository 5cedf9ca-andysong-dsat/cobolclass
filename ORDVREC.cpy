      *> Shared order version history line layout. COPY this into the
      *> ordver.txt FD. An order changed after entry gets a new version
      *> number for each change session: one line for every order line
      *> added, changed or removed in it, then a T line with the order
      *> value before and after and the status the order was left in.
      *> The first time an order is changed its lines as entered are
      *> written first as version 1 (O lines), so the history always
      *> starts from the order the customer originally placed.
      *> On O, A, C and R lines the quantities and prices are the
      *> line's before and after, the values the line's extension; on
      *> the T line the values are the order totals.
       02 OV-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 OV-Version PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 OV-ChangeDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 OV-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 OV-ChangeType PIC X.
           88 OV-OriginalLine VALUE 'O'.
           88 OV-LineAdded    VALUE 'A'.
           88 OV-LineChanged  VALUE 'C'.
           88 OV-LineRemoved  VALUE 'R'.
           88 OV-VersionTotal VALUE 'T'.
       02 FILLER PIC X VALUE SPACE.
       02 OV-LineNum PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 OV-ProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 OV-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 OV-OldQty PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 OV-NewQty PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 OV-OldPrice PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 OV-NewPrice PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 OV-OldValue PIC 9(8)V99.
       02 FILLER PIC X VALUE SPACE.
       02 OV-NewValue PIC 9(8)V99.
       02 FILLER PIC X VALUE SPACE.
       02 OV-OrderStatus PIC X.
