      *> register without re-reading the orders behind it. A credit
      *> memo from the returns program carries its amounts positive
      *> and status C - every reader nets it as a NEGATIVE open item
      *> until it has been applied against a balance. A volume rebate
      *> paid out at agreement year-end is a credit memo with order
      *> number zero.
       02 INV-InvoiceNum   PIC 9(6).
       02 INV-OrderNum     PIC 9(6).
       02 INV-IDNum        PIC 9(6).
      *> Which shipment of the order this invoice bills - zero for a
      *> whole-order invoice, credit memo or finance charge.
       02 INV-ShipNum      PIC 9(2).
      *> Payment terms in force when the invoice was written, from
      *> the customer's terms code: the net due date every aging,
      *> dunning and finance-charge decision counts from, and for a
      *> discount code the last day and the percent of the early-
      *> payment discount. A credit memo or finance charge is due on
      *> its own date and carries no discount.
       02 INV-TermsCode    PIC X(10).
       02 INV-DueDate      PIC 9(8).
       02 INV-DiscDate     PIC 9(8).
       02 INV-DiscPct      PIC 99V99.
      *> Freight billed with the shipment, already inside INV-Total.
      *> Zero for a whole-order invoice, credit memo or finance
      *> charge, and for anything billed before freight was charged.
       02 INV-Freight      PIC 9(5)V99.
