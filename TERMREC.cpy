      *> Shared payment terms table layout. COPY this into the terms
      *> file FD. terms.txt is maintained by the credit department, one
      *> line per terms code the shop sells on: the code as it prints
      *> on the invoice (NET10, NET30, 2%10/NET30), the early-payment
      *> discount percent and the days it is open for, and the days
      *> to the net due date. A code with no discount carries zeros in
      *> both discount fields.
       02 TR-TermsCode PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 TR-DiscPct PIC 99V99.
       02 FILLER PIC X VALUE SPACE.
       02 TR-DiscDays PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 TR-NetDays PIC 9(3).
