      *> Shared scheduled price change line layout. COPY this into the
      *> pricechg.txt FD. A change is keyed ahead of time with the
      *> date it takes effect and waits as pending until the nightly
      *> price promotion reaches that date, applies it to the price
      *> list and marks it applied. One line covers a single product
      *> or a range of product names (FROM thru THRU, a blank THRU
      *> running to the end of the list), one size or every size
      *> (PX-ProdSize blank), and either sets a new price outright or
      *> moves the current price by a percent - a negative percent is
      *> a decrease.
       02 PX-ChangeNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PX-EffDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PX-FromProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PX-ThruProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PX-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 PX-Method PIC X.
           88 PX-NewPrice   VALUE 'P'.
           88 PX-PercentChg VALUE '%'.
       02 FILLER PIC X VALUE SPACE.
       02 PX-Price PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PX-Pct PIC S9(3)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X VALUE SPACE.
       02 PX-Status PIC X.
           88 PX-Pending   VALUE 'P'.
           88 PX-Applied   VALUE 'A'.
           88 PX-Cancelled VALUE 'C'.
       02 FILLER PIC X VALUE SPACE.
       02 PX-EnteredBy PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PX-StatusDate PIC 9(8).
