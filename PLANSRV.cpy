      *> Calling parameters shared between PLANSRV and its callers.
      *>   I invoice: set PN-InvoiceNum, PN-OpenBalance (what is still
      *>     unpaid on the invoice, Total less AmountPaid) and
      *>     PN-AsOfDate. PN-OnPlan says whether the invoice is being
      *>     paid by installments; if so the schedule comes back with
      *>     what is still unpaid on each installment - whatever has
      *>     been paid since the plan was agreed goes to the oldest
      *>     installment first.
      *> PN-PastDue is the unpaid part of every installment whose due
      *> date is before the as-of date, PN-OldestPastDue the due date
      *> of the oldest of them and PN-MissedCount how many there are.
      *> PN-AmountDue is what the customer is expected to pay at the
      *> as-of date: everything already due, or the next installment
      *> when nothing is. PN-NextDueDate is the due date of the
      *> oldest installment not yet paid off.
       01 PN-Parameters.
           02 PN-Function PIC X VALUE SPACE.
               88 PN-InvoiceInquire VALUE 'I'.
           02 PN-InvoiceNum PIC 9(6) VALUE ZERO.
           02 PN-OpenBalance PIC 9(7)V99 VALUE ZERO.
           02 PN-AsOfDate PIC 9(8) VALUE ZERO.
           02 PN-InstCount PIC 9 VALUE ZERO.
           02 PN-Installment OCCURS 6 TIMES.
               03 PN-DueDate PIC 9(8).
               03 PN-Amount PIC 9(7)V99.
               03 PN-Unpaid PIC 9(7)V99.
           02 PN-PastDue PIC 9(7)V99 VALUE ZERO.
           02 PN-OldestPastDue PIC 9(8) VALUE ZERO.
           02 PN-MissedCount PIC 9 VALUE ZERO.
           02 PN-AmountDue PIC 9(7)V99 VALUE ZERO.
           02 PN-NextDueDate PIC 9(8) VALUE ZERO.
           02 PN-SetupDate PIC 9(8) VALUE ZERO.
           02 PN-Operator PIC X(8) VALUE SPACES.
           02 PN-ResultFlag PIC X VALUE 'N'.
               88 PN-OnPlan VALUE 'Y'.
               88 PN-NoPlan VALUE 'N'.
