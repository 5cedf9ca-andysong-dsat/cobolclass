       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FRTCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The files as they sit on disk BEFORE freight - the product
      *> master without shipping weights and the 96-byte invoice
      *> register ending at the discount percent.
       SELECT OldProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OP-ProdName
           FILE STATUS IS OldProductStatus.
       SELECT OldInvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OI-InvoiceNum
           ALTERNATE RECORD KEY IS OI-IDNum WITH DUPLICATES
           FILE STATUS IS OldInvoiceStatus.
      *> The same files as this cutover leaves them for the next.
       SELECT NewProductFile ASSIGN TO "product.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS NewProductStatus.
       SELECT NewInvoiceFile ASSIGN TO "invoice.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS NewInvoiceStatus.
       SELECT OPTIONAL MarkerFile ASSIGN TO "frtconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OldProductFile.
01 OldProductRecord.
       02 OP-ProdName PIC X(5).
       02 OP-SizeEntry OCCURS 3 TIMES.
           03 OP-ProdSize PIC A.
           03 OP-ProdQty  PIC 9(4).
       02 OP-Status PIC X.

FD OldInvoiceFile.
01 OldInvoiceRecord.
       02 OI-InvoiceNum   PIC 9(6).
       02 OI-OrderNum     PIC 9(6).
       02 OI-IDNum        PIC 9(6).
       02 OI-InvoiceDate  PIC 9(8).
       02 OI-Jurisdiction PIC X(4).
       02 OI-Merchandise  PIC 9(6)V99.
       02 OI-Tax          PIC 9(5)V99.
       02 OI-Total        PIC 9(7)V99.
       02 OI-AmountPaid   PIC 9(7)V99.
       02 OI-Status       PIC X.
       02 OI-ShipNum      PIC 9(2).
       02 OI-TermsCode    PIC X(10).
       02 OI-DueDate      PIC 9(8).
       02 OI-DiscDate     PIC 9(8).
       02 OI-DiscPct      PIC 99V99.

      *> The layouts of the freight release - the 36-byte product
      *> master ending at the shipping weights and the 103-byte
      *> register ending at the freight amount - held here rather
      *> than copied from PRODREC.cpy and INVREC.cpy, so that the
      *> drop-ship cutover which follows finds exactly the layout it
      *> reads, however the live records grow.
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
       02 PMWeightEntry OCCURS 3 TIMES.
           03 PMShipWeight PIC 9(3)V99.

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
       02 INV-TermsCode    PIC X(10).
       02 INV-DueDate      PIC 9(8).
       02 INV-DiscDate     PIC 9(8).
       02 INV-DiscPct      PIC 99V99.
       02 INV-Freight      PIC 9(5)V99.

FD MarkerFile.
01 MarkerLine PIC X(30).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldProductStatus PIC XX.
01 OldInvoiceStatus PIC XX.
01 NewProductStatus PIC XX.
01 NewInvoiceStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 Confirm PIC X.
01 SizeIdx PIC 9.
01 ProductsConverted PIC 9(6) VALUE ZERO.
01 InvoicesConverted PIC 9(6) VALUE ZERO.
01 RecordsIn PIC 9(6) VALUE ZERO.
01 RecordsOut PIC 9(6) VALUE ZERO.
01 ConversionFailedFlag PIC X VALUE 'N'.
       88 ConversionFailed VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapLiveName PIC X(20).
01 WS-SwapStatus PIC S9(9) COMP-5.
COPY "REGION.cpy".

      *> One-time cutover conversion for freight billing. Run this
      *> ONCE, before ship confirmation or invoicing run on the new
      *> layouts:
      *>   product.dat   21-byte records -> 36, every size's shipping
      *>                 weight zero until product maintenance keys it
      *>   invoice.dat   96-byte records -> 103, freight zero - nothing
      *>                 billed before today carried a freight charge
      *> shipment.dat needs no pass: its lines are read short as no
      *> weight and no freight. Each live file is set aside as *.old
      *> and replaced only after its pass completes clean, and a
      *> frtconv.done marker refuses a second run - the second pass
      *> would read the new layouts as the old ones.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME FREIGHT CONVERSION"
       DISPLAY "Adds shipping weights to product.dat and freight to"
           " invoice.dat in place."
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       PERFORM ConvertProductFile
       PERFORM ConvertInvoiceFile
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Products  : " ProductsConverted
       DISPLAY "  Invoices  : " InvoicesConverted
       DISPLAY "Old files kept as product.old / invoice.old"
       DISPLAY "Key shipping weights in product maintenance before"
           " confirming shipments."
       PERFORM WriteBalanceLine
       STOP RUN.

CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove frtconv.done only if you are"
                       " restoring pre-freight files"
                   CLOSE MarkerFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
       END-IF
       CLOSE MarkerFile.

WriteMarker.
       OPEN OUTPUT MarkerFile
       MOVE SPACES TO MarkerLine
       STRING "converted " DELIMITED BY SIZE
              RunDate DELIMITED BY SIZE
              INTO MarkerLine
       END-STRING
       WRITE MarkerLine
       CLOSE MarkerFile.

ConvertProductFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldProductFile
       IF OldProductStatus NOT = "00"
           DISPLAY "product.dat not present (" OldProductStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewProductFile
       PERFORM UNTIL FileEOF
           READ OldProductFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END
                   MOVE SPACES TO ProductMasterRecord
                   MOVE OP-ProdName TO PMProdName
                   PERFORM VARYING SizeIdx FROM 1 BY 1
                       UNTIL SizeIdx > 3
                       MOVE OP-ProdSize(SizeIdx)
                           TO PMProdSize(SizeIdx)
                       MOVE OP-ProdQty(SizeIdx)
                           TO PMProdQty(SizeIdx)
                       MOVE ZERO TO PMShipWeight(SizeIdx)
                   END-PERFORM
                   MOVE OP-Status TO PMStatus
                   WRITE ProductMasterRecord
                       INVALID KEY
                           DISPLAY "Product " OP-ProdName " not written"
                           SET ConversionFailed TO TRUE
                   END-WRITE
                   ADD 1 TO ProductsConverted
           END-READ
       END-PERFORM
       CLOSE OldProductFile
       CLOSE NewProductFile
       IF NOT ConversionFailed
           MOVE "product" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF
       ADD ProductsConverted TO RecordsIn
       ADD ProductsConverted TO RecordsOut.

ConvertInvoiceFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldInvoiceFile
       IF OldInvoiceStatus NOT = "00"
           DISPLAY "invoice.dat not present (" OldInvoiceStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewInvoiceFile
       PERFORM UNTIL FileEOF
           READ OldInvoiceFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOneInvoice
           END-READ
       END-PERFORM
       CLOSE OldInvoiceFile
       CLOSE NewInvoiceFile
       IF NOT ConversionFailed
           MOVE "invoice" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF
       ADD InvoicesConverted TO RecordsIn
       ADD InvoicesConverted TO RecordsOut.

ConvertOneInvoice.
       MOVE SPACES TO InvoiceData
       MOVE OI-InvoiceNum TO INV-InvoiceNum
       MOVE OI-OrderNum TO INV-OrderNum
       MOVE OI-IDNum TO INV-IDNum
       MOVE OI-InvoiceDate TO INV-InvoiceDate
       MOVE OI-Jurisdiction TO INV-Jurisdiction
       MOVE OI-Merchandise TO INV-Merchandise
       MOVE OI-Tax TO INV-Tax
       MOVE OI-Total TO INV-Total
       MOVE OI-AmountPaid TO INV-AmountPaid
       MOVE OI-Status TO INV-Status
       MOVE OI-ShipNum TO INV-ShipNum
       MOVE OI-TermsCode TO INV-TermsCode
       MOVE OI-DueDate TO INV-DueDate
       MOVE OI-DiscDate TO INV-DiscDate
       MOVE OI-DiscPct TO INV-DiscPct
       MOVE ZERO TO INV-Freight
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Invoice " OI-InvoiceNum " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO InvoicesConverted.

      *> The live file becomes *.old and the converted *.new takes
      *> its name - the cutover program's swap.
SwapOneFile.
       MOVE SPACES TO WS-SwapNewName
       STRING WS-SwapOldName DELIMITED BY SPACE
              ".old" DELIMITED BY SIZE
              INTO WS-SwapNewName
       END-STRING
       CALL "CBL_DELETE_FILE" USING WS-SwapNewName
           GIVING WS-SwapStatus
       PERFORM BuildLiveName
       CALL "CBL_RENAME_FILE" USING WS-SwapLiveName WS-SwapNewName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Could not set aside " WS-SwapLiveName
               " - converted copy left as .new"
           SET ConversionFailed TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-SwapNewName
       STRING WS-SwapOldName DELIMITED BY SPACE
              ".new" DELIMITED BY SIZE
              INTO WS-SwapNewName
       END-STRING
       CALL "CBL_RENAME_FILE" USING WS-SwapNewName WS-SwapLiveName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Could not install converted " WS-SwapLiveName
           SET ConversionFailed TO TRUE
       END-IF.

BuildLiveName.
       MOVE SPACES TO WS-SwapLiveName
       IF WS-SwapOldName(1:7) = "product"
           MOVE "product.dat" TO WS-SwapLiveName
       ELSE
           MOVE "invoice.dat" TO WS-SwapLiveName
       END-IF.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "FRTCONV" TO BAL-Program
       MOVE "FREIGHTCONV" TO BAL-Step
       MOVE RecordsIn TO BAL-RecordsIn
       MOVE RecordsOut TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
