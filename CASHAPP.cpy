      *> Shared cash application log line layout. COPY this into the
      *> application log FD. Payment posting and the cash workbench
      *> write one line each time cash is applied to an invoice: the
      *> date the money came in, the invoice it went to with that
      *> invoice's own date and due date, how much was applied and
      *> whether the application paid the invoice off. The receipt
      *> record on payment.dat says how much came in; this says what
      *> it settled, so payment habits can be measured invoice by
      *> invoice. Credit memos and discounts are not cash and are not
      *> logged. Invoicing writes a line too when it uses up a deposit
      *> the customer paid against the order.
       02 CA-PayDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 CA-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CA-InvoiceNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CA-InvoiceDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 CA-DueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 CA-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 CA-ClearedFlag PIC X.
           88 CA-InvoiceCleared VALUE 'Y'.
       02 FILLER PIC X VALUE SPACE.
       02 CA-Program PIC X(8).
