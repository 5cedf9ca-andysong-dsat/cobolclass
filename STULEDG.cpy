      *> Student account ledger line (stuledg.txt). COPY this into the
      *> ledger FD. The ledger is append-only - nothing is changed or
      *> removed, a mistake is put right with a further line - so a
      *> student's balance is every charge less every credit:
      *>   T tuition for STL-Course in STL-Term    (charge)
      *>   F the term's registration fee           (charge)
      *>   D tuition credited for a timely drop    (credit)
      *>   P payment received, STL-Reference the check or receipt
      *>     number and STL-Term zero              (credit)
      *> Charges carry the date they fall due; a charge still unpaid
      *> after it puts the student on registration hold.
       02 STL-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 STL-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 STL-PostDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 STL-Type PIC X.
           88 STL-Tuition    VALUE 'T'.
           88 STL-RegFee     VALUE 'F'.
           88 STL-DropCredit VALUE 'D'.
           88 STL-Payment    VALUE 'P'.
           88 STL-Charge     VALUE 'T' 'F'.
       02 FILLER PIC X VALUE SPACE.
       02 STL-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 STL-Amount PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 STL-DueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 STL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 STL-Reference PIC X(10).
