      *> Return authorization line (rtvauth.txt). COPY this into the
      *> return authorization FD. Each authorization is one H line -
      *> the supplier the goods go back to, the date it was raised,
      *> the value of the goods at our cost and who raised it -
      *> followed by an L line for every return line on it, naming
      *> the customer credit memo the goods came back on. Every line
      *> carries the authorization number. A credit memo on an L
      *> line has been dealt with and is never gathered again.
       02 RV-RecType PIC X.
           88 RV-HeaderLine VALUE 'H'.
           88 RV-ItemLine   VALUE 'L'.
       02 FILLER PIC X VALUE SPACE.
       02 RV-RANum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RV-Body PIC X(50).
       02 RV-HeaderBody REDEFINES RV-Body.
           03 RV-Supplier PIC X(4).
           03 FILLER PIC X.
           03 RV-RADate PIC 9(8).
           03 FILLER PIC X.
           03 RV-Total PIC 9(7)V99.
           03 FILLER PIC X.
           03 RV-Operator PIC X(8).
           03 FILLER PIC X(18).
       02 RV-ItemBody REDEFINES RV-Body.
           03 RV-MemoNum PIC 9(6).
           03 FILLER PIC X.
           03 RV-ProdName PIC X(5).
           03 RV-ProdSize PIC A.
           03 FILLER PIC X.
           03 RV-Qty PIC 9(4).
           03 FILLER PIC X.
           03 RV-UnitCost PIC 9(4)V9999.
           03 FILLER PIC X.
           03 RV-Amount PIC 9(7)V99.
           03 FILLER PIC X(13).
