      *> Shared invoice dispute layout (dispute.txt). COPY this into
      *> the dispute file FD. One line per dispute a customer raises
      *> against an invoice - why (price, quantity, damaged goods),
      *> how much of the invoice they will not pay while it is open,
      *> and who in collections owns it. The dispute maintenance
      *> screen adds and closes them; while one is open the amount
      *> is held out of dunning, finance charges and the credit hold
      *> check, and shown apart on the aging and the statement. A
      *> resolved dispute has had its credit issued the usual way; a
      *> withdrawn one leaves the full amount owing again.
       02 DSP-DisputeNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 DSP-InvoiceNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 DSP-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 DSP-OpenDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 DSP-Reason PIC X(2).
           88 DSP-PriceReason    VALUE 'PR'.
           88 DSP-QuantityReason VALUE 'QT'.
           88 DSP-DamageReason   VALUE 'DG'.
           88 DSP-OtherReason    VALUE 'OT'.
           88 DSP-ValidReason    VALUE 'PR' 'QT' 'DG' 'OT'.
       02 FILLER PIC X VALUE SPACE.
       02 DSP-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DSP-Owner PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DSP-Status PIC X.
           88 DSP-Open      VALUE 'O'.
           88 DSP-Resolved  VALUE 'R'.
           88 DSP-Withdrawn VALUE 'W'.
       02 FILLER PIC X VALUE SPACE.
       02 DSP-CloseDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 DSP-Note PIC X(30).
