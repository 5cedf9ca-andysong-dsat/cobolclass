      *> Calling parameters shared between STKMOVE and its callers.
      *> Every program that changes PMProdQty fills in the movement
      *> type, the product and size, the signed change to on-hand
      *> (plus puts stock on the shelf, minus takes it off), the
      *> on-hand it left behind, a reference saying what caused it
      *> (order, PO, count, batch ...), the program and the operator,
      *> then CALLs "STKMOVE" - it stamps the line and appends it to
      *> the stkmove.txt movement ledger. An issue put back on the
      *> shelf is an issue with a plus quantity, so issues still net.
       01 SM-Parameters.
           02 SM-Type PIC X VALUE SPACE.
               88 SM-Receipt    VALUE 'R'.
               88 SM-Issue      VALUE 'I'.
               88 SM-Return     VALUE 'T'.
               88 SM-Adjustment VALUE 'A'.
               88 SM-Transfer   VALUE 'X'.
           02 SM-ProdName PIC X(5) VALUE SPACES.
           02 SM-ProdSize PIC A VALUE SPACE.
           02 SM-Qty PIC S9(5) VALUE ZERO.
           02 SM-QtyAfter PIC 9(5) VALUE ZERO.
           02 SM-Reference PIC X(10) VALUE SPACES.
           02 SM-Program PIC X(8) VALUE SPACES.
           02 SM-Operator PIC X(8) VALUE SPACES.
