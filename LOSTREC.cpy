      *> Shared lost-sales line layout. COPY this into the
      *> lostsale.txt FD. Order entry appends a line whenever demand
      *> is turned away: a customer who will not wait for stock that
      *> is not on the shelf, a sell-off item asked for beyond what is
      *> left, or a discontinued product asked for at all. The
      *> quantity is what the customer wanted and was not sold; the
      *> price is what the line would have sold at - the quoted price
      *> for a declined line, the list price otherwise, zero when the
      *> item has none. LS-OrderNum is the order the demand came in
      *> on, though the line itself never reached it.
       02 LS-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 LS-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 LS-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 LS-ProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 LS-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 LS-Qty PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 LS-UnitPrice PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 LS-Reason PIC X.
           88 LS-DeclinedWait  VALUE 'B'.
           88 LS-SellOffShort  VALUE 'S'.
           88 LS-Discontinued  VALUE 'D'.
       02 FILLER PIC X VALUE SPACE.
       02 LS-SalesRep PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 LS-Operator PIC X(8).
