      *> Calling parameters shared between STUACSRV and its callers.
      *>   B balance: set SA-IDNum and read back the student's
      *>     SA-Balance (charges less credits - negative is money on
      *>     account), SA-PastDue, the part of it owed on charges
      *>     whose due date has passed, and SA-HoldFlag Y when that
      *>     is more than zero. A student on hold may not be added to
      *>     a course.
      *>   R reload: stuledg.txt is read again on the next call, for
      *>     a program that has just appended to it.
      *> Credits settle the oldest charges first, so everything paid
      *> or credited is set against what has fallen due before what
      *> has not. The ledger is read once per run, as the customer
      *> family links are.
       01 SA-Parameters.
           02 SA-Function PIC X VALUE SPACE.
               88 SA-AccountBalance VALUE 'B'.
               88 SA-Reload         VALUE 'R'.
           02 SA-IDNum PIC 9(5) VALUE ZERO.
           02 SA-Balance PIC S9(7)V99 VALUE ZERO.
           02 SA-PastDue PIC 9(7)V99 VALUE ZERO.
           02 SA-HoldFlag PIC X VALUE 'N'.
               88 SA-OnHold  VALUE 'Y'.
               88 SA-NoHold  VALUE 'N'.
