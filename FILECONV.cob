           ACCESS IS SEQUENTIAL
           RECORD KEY IS OP-ProdName
           FILE STATUS IS OldProductStatus.
      *> The same files as this cutover leaves them for the next.
       SELECT NewCustomerFile ASSIGN TO "customer.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC

FD NewCustomerFile.
01 CustomerData.
       02 IDNum       PIC 9(6).
       02 FirstName   PIC X(15).
       02 LastName    PIC X(15).
       02 CustAddress PIC X(30).
       02 Phone       PIC X(12).
       02 Email       PIC X(30).
       02 CustStatus  PIC X.
           88 ActiveCust    VALUE 'A'.
           88 InactiveCust  VALUE 'I'.
           88 SuspendedCust VALUE 'S'.
           88 DeletedCust   VALUE 'D'.
       02 Branch      PIC X(2).

FD NewOrderFile.
01 OrderData.

FD NewInvoiceFile.
01 InvoiceData.
       02 INV-InvoiceNum   PIC 9(6).
       02 INV-OrderNum     PIC 9(6).
       02 INV-IDNum        PIC 9(6).
       02 INV-InvoiceDate  PIC 9(8).
       02 INV-Jurisdiction PIC X(4).
       02 INV-Merchandise  PIC 9(6)V99.
       02 INV-Tax          PIC 9(5)V99.
       02 INV-Total        PIC 9(7)V99.
       02 INV-AmountPaid   PIC 9(7)V99.
       02 INV-Status       PIC X.
           88 INV-OpenInvoice VALUE 'O'.
           88 INV-PaidInvoice VALUE 'P'.
           88 INV-CreditMemo  VALUE 'C'.
       02 INV-ShipNum      PIC 9(2).

FD NewProductFile.
01 ProductMasterRecord.
       02 PMProdName PIC X(5).
       02 PMSizeEntry OCCURS 3 TIMES.
           03 PMProdSize PIC A.
           03 PMProdQty  PIC 9(4).
       02 PMStatus PIC X.
           88 PMActiveProduct  VALUE 'A' ' '.
           88 PMSellOffProduct VALUE 'S'.
           88 PMDeadProduct    VALUE 'D'.

FD OrderLineFile.
01 OrderLineData.
       02 OL-Key.
           03 OL-OrderNum PIC 9(6).
           03 OL-LineNum  PIC 9(3).
       02 OL-ProdName  PIC X(5).
       02 OL-ProdSize  PIC A.
       02 OL-OrdQty    PIC 9(4).
       02 OL-UnitPrice PIC 9(4)V99.
       02 OL-ShipQty   PIC 9(4).

FD MarkerFile.
01 MarkerLine PIC X(30).
