       02 FILLER PIC X VALUE SPACE.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

