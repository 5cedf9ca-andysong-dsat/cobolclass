      *> Installment plan line (instplan.txt). COPY this into the
      *> plan FD. Setting up a plan on an open invoice writes one line
      *> per installment - its number, how many there are, the date
      *> it falls due and the amount - the installments together
      *> making up what was open on the invoice the day the plan was
      *> agreed. The file is append-only: an installment 1 line
      *> starts the invoice's plan afresh, and a cancel line (status
      *> X, installment zero) ends it, so the LAST plan written for
      *> an invoice is the one in force - the same convention the
      *> terms and drop-ship files keep. INV-DueDate on the register
      *> is never changed; PLANSRV reads the schedule from here.
       02 PP-InvoiceNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PP-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PP-InstNum PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 PP-InstCount PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 PP-DueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PP-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PP-Status PIC X.
           88 PP-PlanLine   VALUE 'A'.
           88 PP-CancelLine VALUE 'X'.
       02 FILLER PIC X VALUE SPACE.
       02 PP-SetupDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PP-Operator PIC X(8).
