      *> Calling parameters shared between PAYNOSRV and its callers.
      *>   N next receipt: RN-ReceiptNum comes back as the next receipt
      *>     number for a new payment.dat record, and payctl.txt has
      *>     already been moved on past it when the call returns - a
      *>     number handed out is never handed out again.
      *> A caller whose WRITE still finds the number on the register
      *> (payctl.txt put back from an older copy, say) simply calls
      *> again for the next one.
       01 RN-Parameters.
           02 RN-Function PIC X VALUE SPACE.
               88 RN-NextReceipt VALUE 'N'.
           02 RN-ReceiptNum PIC 9(8) VALUE ZERO.
