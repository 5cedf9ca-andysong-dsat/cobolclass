      *> Shared price history line layout. COPY this into the
      *> pricehist.txt FD. One line is appended every time a list
      *> price is set or moved - by the nightly promotion of a
      *> scheduled change or by a catalog batch - with the date it
      *> took effect and the price before and after, so the price of
      *> any product and size on any date can be read back. A
      *> product and size with no history line before a date was
      *> already at its first recorded old price on that date.
      *> PRH-ChangeNum is the scheduled change applied, zero when the
      *> price came in on a catalog batch.
       02 PRH-EffDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PRH-ProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PRH-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 PRH-OldPrice PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PRH-NewPrice PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PRH-ChangeNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PRH-Program PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PRH-Operator PIC X(8).
