           FILE STATUS IS ProductFileStatus.
       SELECT CreditMemoReport ASSIGN TO "credmemo.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DispositionFile ASSIGN TO "retdisp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PeriodControl ASSIGN TO "arperiod.txt"
FD CreditMemoReport.
01 PrintLine PIC X(60).

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD DispositionFile.
01 DispositionLine.
    COPY "RETDISP.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
01 ProductExists PIC X.
01 ReturnsEntered PIC 9(5) VALUE ZERO.
01 CreditsWritten PIC 9(5) VALUE ZERO.
01 LinesRestocked PIC 9(5) VALUE ZERO.
01 LinesScrapped PIC 9(5) VALUE ZERO.
01 LinesToVendor PIC 9(5) VALUE ZERO.
01 AskDisposition PIC X.
       88 DispRestock VALUE 'R'.
       88 DispScrap   VALUE 'S'.
       88 DispVendor  VALUE 'V'.
01 AskSupplier PIC X(4).
01 DispositionOKFlag PIC X.
       88 DispositionOK VALUE 'Y'.
01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 SizeIdx PIC 9.
01 SizeSlot PIC 9.
01 QtyShippedLimit PIC 9(4).
01 MemoTotalLine.
       02 PrnTotalLabel PIC X(14).
       02 PrnTotalAmount PIC $$,$$$,$$9.99.
01 MemoDispositionLine.
       02 FILLER PIC X(15) VALUE "  Disposition: ".
       02 PrnDisposition PIC X(17).
       02 PrnDispSupplier PIC X(4).
01 MemoRuleLine PIC X(40) VALUE ALL "-".

01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-Name PIC X(20).
01 SupCount PIC 99 VALUE ZERO.
01 SUP-Index PIC 99.
01 SUP-FoundFlag PIC X.
       88 SUP-EntryFound VALUE 'Y'.
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".

COPY "STKMOVE.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
           STOP RUN
       END-IF
       OPEN EXTEND ExceptionLog
       PERFORM LoadSupplierTable
       PERFORM AssignNextInvoiceNum
       OPEN OUTPUT CreditMemoReport
       DISPLAY "CUSTOMER RETURNS - enter original invoice number, 0 to finish"
       CLOSE ExceptionLog
       DISPLAY "Returns Entered: " ReturnsEntered
           " Credit Memos Written: " CreditsWritten
       DISPLAY "  Restocked: " LinesRestocked " Scrapped: " LinesScrapped
           " To Vendor: " LinesToVendor
       PERFORM WriteBalanceLine
       STOP RUN.

                   COMPUTE TaxCredit ROUNDED =
                       MerchCredit * EffectiveRate
                   COMPUTE CreditTotal = MerchCredit + TaxCredit
                   PERFORM AskReturnDisposition
                   IF DispositionOK
                       IF DispRestock
                           PERFORM RestockReturn
                       END-IF
                       PERFORM WriteCreditMemo
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Defective goods need not go back on the shelf: each return
      *> line is restocked, scrapped, or set aside to go back to a
      *> supplier on the supplier master. Anything but S or V
      *> restocks, as every return did before. The customer is
      *> credited whatever becomes of the goods.
AskReturnDisposition.
       MOVE 'Y' TO DispositionOKFlag
       MOVE SPACES TO AskSupplier
       DISPLAY "Disposition (R restock, S scrap, V return to vendor) : "
           WITH NO ADVANCING
       ACCEPT AskDisposition
       MOVE FUNCTION UPPER-CASE(AskDisposition) TO AskDisposition
       IF NOT DispScrap AND NOT DispVendor
           SET DispRestock TO TRUE
       END-IF
       IF DispVendor
           DISPLAY "Return To Supplier Code : " WITH NO ADVANCING
           ACCEPT AskSupplier
           MOVE FUNCTION UPPER-CASE(AskSupplier) TO AskSupplier
           MOVE 'N' TO SUP-FoundFlag
           PERFORM VARYING SUP-Index FROM 1 BY 1
               UNTIL SUP-Index > SupCount OR SUP-EntryFound
               IF SUP-Code(SUP-Index) = AskSupplier
                   SET SUP-EntryFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SUP-EntryFound
               MOVE "Supplier Not On Master - Return Not Credited"
                   TO WS-ExceptionMessage
               PERFORM LogException
               MOVE 'N' TO DispositionOKFlag
           END-IF
       END-IF.

FindReturnedLine.
       MOVE 'N' TO LineFoundFlag
       MOVE 'N' TO LineScanEOF
               REWRITE ProductMasterRecord
                   INVALID KEY
                       DISPLAY "Product not rewritten: " PMProdName
                   NOT INVALID KEY
                       SET SM-Return TO TRUE
                       MOVE PMProdName TO SM-ProdName
                       MOVE AskProdSize TO SM-ProdSize
                       MOVE AskReturnQty TO SM-Qty
                       MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
                       MOVE HoldOrderNum TO SM-Reference
                       MOVE "RETURNS" TO SM-Program
                       MOVE SO-OperatorID TO SM-Operator
                       CALL "STKMOVE" USING SM-Parameters
               END-REWRITE
           END-IF
       END-IF.
       MOVE ZERO TO INV-AmountPaid
       SET INV-CreditMemo TO TRUE
       MOVE ZERO TO INV-ShipNum
       MOVE SPACES TO INV-TermsCode
       MOVE RunDate TO INV-DueDate
       MOVE ZERO TO INV-DiscDate INV-DiscPct
       MOVE ZERO TO INV-Freight
       WRITE InvoiceData
           INVALID KEY
               MOVE "Credit Memo Number Taken - Not Written"
               MOVE SPACES TO OA-Before
               MOVE InvoiceData TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
               PERFORM WriteDispositionLine
               PERFORM PrintCreditMemo
               DISPLAY "Credit memo " INV-InvoiceNum " written for "
                   CreditTotal
       MOVE AskProdSize TO PrnProdSize
       MOVE AskReturnQty TO PrnReturnQty
       WRITE PrintLine FROM MemoDetailLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrnDispSupplier
       EVALUATE TRUE
           WHEN DispScrap
               MOVE "SCRAPPED" TO PrnDisposition
           WHEN DispVendor
               MOVE "RETURN TO VENDOR " TO PrnDisposition
               MOVE AskSupplier TO PrnDispSupplier
           WHEN OTHER
               MOVE "RESTOCKED" TO PrnDisposition
       END-EVALUATE
       WRITE PrintLine FROM MemoDispositionLine AFTER ADVANCING 1 LINE
       MOVE "Merchandise : " TO PrnTotalLabel
       MOVE MerchCredit TO PrnTotalAmount
       WRITE PrintLine FROM MemoTotalLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM MemoTotalLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM MemoRuleLine AFTER ADVANCING 1 LINE.

WriteDispositionLine.
       MOVE SPACES TO DispositionLine
       MOVE INV-InvoiceNum TO RD-MemoNum
       MOVE HoldInvoiceNum TO RD-InvoiceNum
       MOVE HoldIDNum TO RD-IDNum
       MOVE RunDate TO RD-ReturnDate
       MOVE AskProdName TO RD-ProdName
       MOVE AskProdSize TO RD-ProdSize
       MOVE AskReturnQty TO RD-Qty
       MOVE AskDisposition TO RD-Disposition
       MOVE AskSupplier TO RD-Supplier
       MOVE SO-OperatorID TO RD-Operator
       OPEN EXTEND DispositionFile
       WRITE DispositionLine
       CLOSE DispositionFile
       EVALUATE TRUE
           WHEN DispScrap ADD 1 TO LinesScrapped
           WHEN DispVendor ADD 1 TO LinesToVendor
           WHEN OTHER ADD 1 TO LinesRestocked
       END-EVALUATE.

LoadSupplierTable.
       OPEN INPUT SupplierFile
       PERFORM UNTIL SupplierEOF
           READ SupplierFile
               AT END SET SupplierEOF TO TRUE
               NOT AT END
                   IF SupCount < 20
                       ADD 1 TO SupCount
                       MOVE SU-Code TO SUP-Code(SupCount)
                       MOVE SU-Name TO SUP-Name(SupCount)
                   ELSE
                       DISPLAY "Supplier table full - ignoring " SU-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

AssignNextInvoiceNum.
       MOVE ZERO TO MaxInvoiceNum
       MOVE 'N' TO ScanEOF
