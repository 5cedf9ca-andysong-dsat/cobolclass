       02 FILLER PIC X VALUE SPACE.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

01 CustomersScanned PIC 9(6) VALUE ZERO.
01 CustomersMoved PIC 9(6) VALUE ZERO.
01 CustomersUnknown PIC 9(6) VALUE ZERO.
01 WS-BeforeImage PIC X(143).

      *> Latest activity date per customer, from one pass over the
      *> audit trail - any action at all counts as activity.
