      *> Shared supplier invoice register record layout. COPY this
      *> into the payables invoice FD. One record per supplier bill,
      *> keyed by our own voucher number; each bill line is matched
      *> to a line of the PO it bills (AP-POLine) three ways - the
      *> quantity against what was ordered and what was received
      *> less what is already billed, the unit cost against the cost
      *> agreed on the PO. A clean bill is approved for payment as it
      *> is entered; any mismatch holds the whole bill for review
      *> with the first problem in AP-HoldReason. The payment
      *> selection run pays approved bills by due date.
       02 AP-VoucherNum PIC 9(6).
       02 AP-Supplier PIC X(4).
       02 AP-SuppInvNum PIC X(12).
       02 AP-PONum PIC 9(6).
       02 AP-InvoiceDate PIC 9(8).
       02 AP-DueDate PIC 9(8).
       02 AP-Total PIC 9(7)V99.
       02 AP-Status PIC X.
           88 AP-HeldInvoice     VALUE 'H'.
           88 AP-ApprovedInvoice VALUE 'A'.
           88 AP-PaidInvoice     VALUE 'P'.
           88 AP-RejectedInvoice VALUE 'X'.
       02 AP-HoldReason PIC X(20).
       02 AP-Approver PIC X(8).
       02 AP-PayDate PIC 9(8).
       02 AP-LineCount PIC 9.
       02 AP-LineEntry OCCURS 5 TIMES.
           03 AP-POLine PIC 9.
           03 AP-BillQty PIC 9(4).
           03 AP-BillCost PIC 9(4)V99.
           03 AP-LineMatch PIC X.
               88 AP-LineMatched      VALUE 'M'.
               88 AP-LineQtyMismatch  VALUE 'Q'.
               88 AP-LineCostMismatch VALUE 'C'.
