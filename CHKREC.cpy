      *> Shared refund check register layout (checkreg.txt). COPY this
      *> into the register FD. The cash workbench adds one issued line
      *> per refund check, numbered from the check stock on chkctl.txt,
      *> and marks it voided if the check is stopped before it clears.
      *> The bank's paid-check advice marks it cleared in the deposit
      *> reconciliation. CHK-PPSent says the bank already has the
      *> check's current status on a positive-pay file; a void sets it
      *> back to N so the next file tells the bank to refuse the item.
       02 CHK-CheckNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CHK-IssueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 CHK-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CHK-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 CHK-Status PIC X.
           88 CHK-Issued  VALUE 'I'.
           88 CHK-Voided  VALUE 'V'.
           88 CHK-Cleared VALUE 'C'.
       02 FILLER PIC X VALUE SPACE.
       02 CHK-StatusDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 CHK-PPSent PIC X.
           88 CHK-OnPositivePay VALUE 'Y'.
       02 FILLER PIC X VALUE SPACE.
       02 CHK-Operator PIC X(8).
