      *> Shared contract price line layout. COPY this into the
      *> contract.txt FD. One line per customer, product and size a
      *> negotiated price covers, in force from CN-StartDate through
      *> CN-EndDate inclusive. CN-ContractRef is the signed
      *> agreement's reference, carried into the exception log
      *> whenever a line is priced off it so audit can tie the price
      *> back to the paper. The file is kept by hand like the price
      *> list; a renewed contract is a new line with new dates.
       02 CN-IDNum PIC 9(6).
       02 FILLER PIC X.
       02 CN-ProdName PIC X(5).
       02 FILLER PIC X.
       02 CN-ProdSize PIC A.
       02 FILLER PIC X.
       02 CN-Price PIC 9(4)V99.
       02 FILLER PIC X.
       02 CN-StartDate PIC 9(8).
       02 FILLER PIC X.
       02 CN-EndDate PIC 9(8).
       02 FILLER PIC X.
       02 CN-ContractRef PIC X(8).
