      *> CLG-RefDate and suppresses dunning letters until that date
      *> passes; the dunning run itself appends a DUNLTR entry for
      *> every letter it sends so the whole collection story reads
      *> out of one file. The dispute screen adds a DISPUTE entry
      *> whenever a dispute on one of the customer's invoices is
      *> opened, reassigned or closed, and a PAYPLAN entry whenever
      *> an installment plan is agreed (CLG-RefDate the first
      *> installment's due date) or cancelled.
       02 CLG-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CLG-Timestamp PIC X(21).
           88 CLG-Complaint    VALUE 'COMPLNT'.
           88 CLG-PromiseToPay VALUE 'PROMISE'.
           88 CLG-DunLetter    VALUE 'DUNLTR'.
           88 CLG-Dispute      VALUE 'DISPUTE'.
           88 CLG-PayPlan      VALUE 'PAYPLAN'.
           88 CLG-GeneralNote  VALUE 'NOTE'.
       02 FILLER PIC X VALUE SPACE.
       02 CLG-RefDate PIC 9(8).
