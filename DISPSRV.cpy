      *> Calling parameters shared between DISPSRV and its callers.
      *>   I invoice: set DI-InvoiceNum; DI-Disputed returns the total
      *>     still in dispute on that invoice.
      *>   C customer: set DI-IDNum; DI-Disputed returns the total
      *>     still in dispute across all the customer's invoices.
      *> DI-OpenCount is the number of open disputes counted. The
      *> caller caps DI-Disputed at what is actually still open on
      *> the invoice - a dispute never takes a balance below zero.
       01 DI-Parameters.
           02 DI-Function PIC X VALUE SPACE.
               88 DI-InvoiceInquire  VALUE 'I'.
               88 DI-CustomerInquire VALUE 'C'.
           02 DI-InvoiceNum PIC 9(6) VALUE ZERO.
           02 DI-IDNum PIC 9(6) VALUE ZERO.
           02 DI-Disputed PIC 9(7)V99 VALUE ZERO.
           02 DI-OpenCount PIC 9(4) VALUE ZERO.
           02 DI-ResultFlag PIC X VALUE 'N'.
               88 DI-InDispute VALUE 'Y'.
               88 DI-NoDispute VALUE 'N'.
