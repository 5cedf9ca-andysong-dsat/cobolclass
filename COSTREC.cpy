      *> Shared product cost line layout. COPY this into the
      *> prodcost.txt FD. One line per product and size. The unit
      *> cost is the price purchasing has agreed with the supplier -
      *> keyed through product maintenance and the price a new PO
      *> line is raised at. The average cost is what the stock on the
      *> shelf actually cost: receiving reworks it as a weighted
      *> average every time goods come in, and dates the change, with
      *> each step kept on costhist.txt. Lines written before the
      *> average existed read back spaces there; like a zero average
      *> that means no receipt has been costed yet, and the agreed
      *> cost stands in until one is.
       02 PC-ProdName PIC X(5).
       02 FILLER PIC X.
       02 PC-ProdSize PIC A.
       02 FILLER PIC X.
       02 PC-UnitCost PIC 9(4)V99.
       02 FILLER PIC X.
       02 PC-AvgCost PIC 9(4)V9999.
       02 FILLER PIC X.
       02 PC-AvgDate PIC 9(8).
