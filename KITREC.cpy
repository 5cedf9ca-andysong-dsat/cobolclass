      *> Shared kit definition line layout. COPY this into the
      *> kitdef.txt FD. One line per component: a gift set or team
      *> pack is ordered and priced under its own product code and
      *> size, and is made up on the packing bench from the component
      *> products, sizes and quantities listed here. A kit needs no
      *> product master record - it is never stocked as itself - and
      *> its price is the kit code's line on the price list. The file
      *> is kept by hand like the price list.
       02 KD-KitName PIC X(5).
       02 FILLER PIC X.
       02 KD-KitSize PIC A.
       02 FILLER PIC X.
       02 KD-CompName PIC X(5).
       02 FILLER PIC X.
       02 KD-CompSize PIC A.
       02 FILLER PIC X.
       02 KD-CompQty PIC 9(3).
