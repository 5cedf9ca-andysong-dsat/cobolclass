      *> Shared supplier master line layout. COPY this into the
      *> suppmast.txt FD. One line per supplier, kept by the supplier
      *> maintenance program: the code purchase orders and bills
      *> carry, name and phone, the lead time in days the supplier
      *> quotes from order to delivery, the payment terms code (from
      *> terms.txt) our bills from them are due on, and whether we
      *> may still order from them. Older hand-keyed lines stop after
      *> the phone; they read as no lead time, no terms and active.
       02 SU-Code PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 SU-Name PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 SU-Phone PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 SU-LeadDays PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 SU-TermsCode PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 SU-Status PIC X.
           88 SU-ActiveSupplier  VALUE 'A' SPACE.
           88 SU-BlockedSupplier VALUE 'B'.
