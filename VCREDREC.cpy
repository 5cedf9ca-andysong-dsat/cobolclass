      *> Vendor credit line (vendcred.txt). COPY this into the vendor
      *> credit FD. Raising a return authorization opens a credit we
      *> are owed for the value of the goods sent back; when the
      *> supplier issues its credit memo - or refuses the return -
      *> a further line closes it with the supplier's reference and
      *> the amount actually credited. The LAST line for an
      *> authorization is the one in force, the same convention the
      *> terms and preference files keep; open credits age from the
      *> authorization date until they are closed.
       02 VC-RANum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 VC-Supplier PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 VC-RADate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 VC-Expected PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 VC-Status PIC X.
           88 VC-OpenCredit     VALUE 'O'.
           88 VC-CreditReceived VALUE 'C'.
           88 VC-CreditRefused  VALUE 'X'.
       02 FILLER PIC X VALUE SPACE.
       02 VC-CreditDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 VC-CreditAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 VC-CreditRef PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 VC-Operator PIC X(8).
