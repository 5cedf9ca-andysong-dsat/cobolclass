      *> Shared stock movement ledger line layout. COPY this into the
      *> stkmove.txt FD. STKMOVE writes one line for every change to
      *> an on-hand count: R receipt, I issue, T customer return,
      *> A adjustment, X transfer. The quantity is the signed change
      *> to the shelf and the after quantity is what the shelf held
      *> once it was made, so the stock card can be read like a bank
      *> statement and the month-end proof can add it all back up.
       02 MV-Timestamp.
           03 MV-Date PIC 9(8).
           03 MV-Time PIC X(13).
       02 FILLER PIC X VALUE SPACE.
       02 MV-Type PIC X.
           88 MV-Receipt    VALUE 'R'.
           88 MV-Issue      VALUE 'I'.
           88 MV-Return     VALUE 'T'.
           88 MV-Adjustment VALUE 'A'.
           88 MV-Transfer   VALUE 'X'.
       02 FILLER PIC X VALUE SPACE.
       02 MV-ProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 MV-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 MV-Qty PIC S9(5) SIGN IS LEADING SEPARATE.
       02 FILLER PIC X VALUE SPACE.
       02 MV-QtyAfter PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 MV-Reference PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 MV-Program PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 MV-Operator PIC X(8).
