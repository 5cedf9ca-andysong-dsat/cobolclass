      *> Shared rebate accrual ledger layout. COPY this into the
      *> rebacc.txt FD. The monthly rebate run appends one line per
      *> agreement per period: qualifying sales for the agreement
      *> year so far, the tier rate they earn, the rebate accrued to
      *> date and the change from the last line - the amount the GL
      *> extract posts for the period (negative when returns pull the
      *> sales back under a tier). The line written after the year
      *> has ended is type S and names the credit memo that paid the
      *> rebate out; no line follows it for that agreement.
       02 RA-Period PIC 9(6).
       02 FILLER PIC X.
       02 RA-IDNum PIC 9(6).
       02 FILLER PIC X.
       02 RA-StartDate PIC 9(8).
       02 FILLER PIC X.
       02 RA-Type PIC X.
           88 RA-Accrual    VALUE 'A'.
           88 RA-Settlement VALUE 'S'.
       02 FILLER PIC X.
       02 RA-QualSales PIC 9(8)V99.
       02 FILLER PIC X.
       02 RA-RatePct PIC 9V99.
       02 FILLER PIC X.
       02 RA-AccruedToDate PIC 9(7)V99.
       02 FILLER PIC X.
       02 RA-Change PIC S9(7)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X.
       02 RA-InvoiceNum PIC 9(6).
