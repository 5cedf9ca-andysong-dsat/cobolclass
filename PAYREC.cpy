      *> byte existed read back as spaces and count as receipts. A
      *> receipt the reversal program has already backed out carries
      *> N so it can never be reversed a second time; it still counts
      *> as the day's banked cash (the 'V' record is the offset). An
      *> early-payment discount allowed against a receipt inside the
      *> invoice's discount window is its own D record - a credit to
      *> the customer that is never cash and never unapplied. A
      *> balance written off as bad debt under dual control is a W
      *> record - like a discount it settles invoices without cash.
      *> A deposit taken against a particular order before it is
      *> invoiced is an A record - banked cash, but never unapplied:
      *> deposit.txt (DEPREC.cpy) holds it against the order until
      *> invoicing uses it up. A refund check voided before it clears
      *> is a C record - the check amount back on the customer's
      *> account as unapplied cash, never banked (the money never
      *> left); the check register (CHKREC.cpy) has the number.
      *> payment.dat is indexed. PAY-ReceiptNum is the record key,
      *> handed out by PAYNOSRV from payctl.txt as each record is
      *> added; PAY-CustDate is the alternate key, so a program after
      *> one customer's money STARTs on the customer with a zero date
      *> and reads forward in date order until the customer changes.
       02 PAY-ReceiptNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PAY-CustDate.
           03 PAY-IDNum PIC 9(6).
           03 PAY-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PAY-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
           88 PAY-Refund   VALUE 'R'.
           88 PAY-Reversal VALUE 'V'.
           88 PAY-ReversedReceipt VALUE 'N'.
           88 PAY-Discount VALUE 'D'.
           88 PAY-WriteOff VALUE 'W'.
           88 PAY-Deposit  VALUE 'A'.
           88 PAY-VoidedCheck VALUE 'C'.
