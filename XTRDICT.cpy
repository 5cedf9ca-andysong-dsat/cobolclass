      *> The ad-hoc extract field dictionary - every field ADHOCX can
      *> select, test or sort on, by file: where it starts in the
      *> record, how long it is, and how to read it. X is text, N an
      *> unsigned number with the given count of implied decimals, S
      *> a signed amount the extract works out for itself and carries
      *> in a work area after the record (position 301) as
      *> S9(9)V99 SIGN LEADING SEPARATE. Names are the copybook names
      *> the data dictionary report (datadict.rpt) lists, so a user
      *> can look a field up there; a table inside a record is named
      *> slot by slot. A layout change to any of these copybooks must
      *> be carried here in the same change.
      *>   C customer  O order  L order line  I invoice  P payment
      *>   M product
       01 ExtractDictionaryValues.
      *> Customer master - customer.txt (CUSTREC.cpy)
           02 FILLER PIC X(33) VALUE "C CR-IDNUM             001 06 N 0".
           02 FILLER PIC X(33) VALUE "C CR-FIRSTNAME         007 15 X 0".
           02 FILLER PIC X(33) VALUE "C CR-LASTNAME          022 15 X 0".
           02 FILLER PIC X(33) VALUE "C CR-CUSTADDRESS       037 30 X 0".
           02 FILLER PIC X(33) VALUE "C CR-PHONE             067 12 X 0".
           02 FILLER PIC X(33) VALUE "C CR-EMAIL             079 30 X 0".
           02 FILLER PIC X(33) VALUE "C CR-CUSTSTATUS        109 01 X 0".
           02 FILLER PIC X(33) VALUE "C CR-BRANCH            110 02 X 0".
           02 FILLER PIC X(33) VALUE "C CR-CUSTCITY          112 20 X 0".
           02 FILLER PIC X(33) VALUE "C CR-CUSTSTATE         132 02 X 0".
           02 FILLER PIC X(33) VALUE "C CR-CUSTZIP           134 10 X 0".
           02 FILLER PIC X(33) VALUE "C CR-OPENBAL           301 12 S 2".
      *> Order headers - order.dat (ORDREC.cpy)
           02 FILLER PIC X(33) VALUE "O ORD-ORDERNUM         001 06 N 0".
           02 FILLER PIC X(33) VALUE "O ORD-IDNUM            007 06 N 0".
           02 FILLER PIC X(33) VALUE "O ORD-ORDERDATE        013 08 N 0".
           02 FILLER PIC X(33) VALUE "O ORD-JURISDICTION     021 04 X 0".
           02 FILLER PIC X(33) VALUE "O ORD-SALESREP         025 03 X 0".
           02 FILLER PIC X(33) VALUE "O ORD-SHIPTO           028 10 X 0".
           02 FILLER PIC X(33) VALUE "O ORD-BRANCH           038 02 X 0".
           02 FILLER PIC X(33) VALUE "O ORD-STATUS           040 01 X 0".
           02 FILLER PIC X(33) VALUE "O ORD-LINECOUNT        041 03 N 0".
      *> Order lines - ordline.dat (ORDLREC.cpy)
           02 FILLER PIC X(33) VALUE "L OL-ORDERNUM          001 06 N 0".
           02 FILLER PIC X(33) VALUE "L OL-LINENUM           007 03 N 0".
           02 FILLER PIC X(33) VALUE "L OL-PRODNAME          010 05 X 0".
           02 FILLER PIC X(33) VALUE "L OL-PRODSIZE          015 01 X 0".
           02 FILLER PIC X(33) VALUE "L OL-ORDQTY            016 04 N 0".
           02 FILLER PIC X(33) VALUE "L OL-UNITPRICE         020 06 N 2".
           02 FILLER PIC X(33) VALUE "L OL-SHIPQTY           026 04 N 0".
           02 FILLER PIC X(33) VALUE "L OL-PROMISEDATE       030 08 N 0".
           02 FILLER PIC X(33) VALUE "L OL-DROPSHIP          038 01 X 0".
      *> Invoice register - invoice.dat (INVREC.cpy)
           02 FILLER PIC X(33) VALUE "I INV-INVOICENUM       001 06 N 0".
           02 FILLER PIC X(33) VALUE "I INV-ORDERNUM         007 06 N 0".
           02 FILLER PIC X(33) VALUE "I INV-IDNUM            013 06 N 0".
           02 FILLER PIC X(33) VALUE "I INV-INVOICEDATE      019 08 N 0".
           02 FILLER PIC X(33) VALUE "I INV-JURISDICTION     027 04 X 0".
           02 FILLER PIC X(33) VALUE "I INV-MERCHANDISE      031 08 N 2".
           02 FILLER PIC X(33) VALUE "I INV-TAX              039 07 N 2".
           02 FILLER PIC X(33) VALUE "I INV-TOTAL            046 09 N 2".
           02 FILLER PIC X(33) VALUE "I INV-AMOUNTPAID       055 09 N 2".
           02 FILLER PIC X(33) VALUE "I INV-STATUS           064 01 X 0".
           02 FILLER PIC X(33) VALUE "I INV-SHIPNUM          065 02 N 0".
           02 FILLER PIC X(33) VALUE "I INV-TERMSCODE        067 10 X 0".
           02 FILLER PIC X(33) VALUE "I INV-DUEDATE          077 08 N 0".
           02 FILLER PIC X(33) VALUE "I INV-DISCDATE         085 08 N 0".
           02 FILLER PIC X(33) VALUE "I INV-DISCPCT          093 04 N 2".
           02 FILLER PIC X(33) VALUE "I INV-FREIGHT          097 07 N 2".
           02 FILLER PIC X(33) VALUE "I INV-OPENBAL          301 12 S 2".
      *> Payment register - payment.dat (PAYREC.cpy)
           02 FILLER PIC X(33) VALUE "P PAY-RECEIPTNUM       001 08 N 0".
           02 FILLER PIC X(33) VALUE "P PAY-IDNUM            010 06 N 0".
           02 FILLER PIC X(33) VALUE "P PAY-DATE             016 08 N 0".
           02 FILLER PIC X(33) VALUE "P PAY-AMOUNT           025 09 N 2".
           02 FILLER PIC X(33) VALUE "P PAY-UNAPPLIED        035 09 N 2".
           02 FILLER PIC X(33) VALUE "P PAY-TYPE             045 01 X 0".
      *> Product master - product.dat (PRODREC.cpy)
           02 FILLER PIC X(33) VALUE "M PMPRODNAME           001 05 X 0".
           02 FILLER PIC X(33) VALUE "M PMPRODSIZE-1         006 01 X 0".
           02 FILLER PIC X(33) VALUE "M PMPRODQTY-1          007 04 N 0".
           02 FILLER PIC X(33) VALUE "M PMPRODSIZE-2         011 01 X 0".
           02 FILLER PIC X(33) VALUE "M PMPRODQTY-2          012 04 N 0".
           02 FILLER PIC X(33) VALUE "M PMPRODSIZE-3         016 01 X 0".
           02 FILLER PIC X(33) VALUE "M PMPRODQTY-3          017 04 N 0".
           02 FILLER PIC X(33) VALUE "M PMSTATUS             021 01 X 0".
           02 FILLER PIC X(33) VALUE "M PMSHIPWEIGHT-1       022 05 N 2".
           02 FILLER PIC X(33) VALUE "M PMSHIPWEIGHT-2       027 05 N 2".
           02 FILLER PIC X(33) VALUE "M PMSHIPWEIGHT-3       032 05 N 2".
           02 FILLER PIC X(33) VALUE "M PMDROPSHIP           037 01 X 0".
           02 FILLER PIC X(33) VALUE "M PMSUPPLIER           038 04 X 0".
      *> Customer and invoice both carry an open balance the way the
      *> statements and aging read it - credit memos net it down, so
      *> it can go negative.
       01 ExtractDictionary REDEFINES ExtractDictionaryValues.
           02 XD-Entry OCCURS 66 TIMES.
               03 XD-File   PIC X.
               03 FILLER    PIC X.
               03 XD-Name   PIC X(20).
               03 FILLER    PIC X.
               03 XD-Offset PIC 9(3).
               03 FILLER    PIC X.
               03 XD-Length PIC 99.
               03 FILLER    PIC X.
               03 XD-Type   PIC X.
                   88 XD-Text   VALUE 'X'.
                   88 XD-Number VALUE 'N'.
                   88 XD-Signed VALUE 'S'.
               03 FILLER    PIC X.
               03 XD-Scale  PIC 9.
       01 XD-Count PIC 999 VALUE 66.
