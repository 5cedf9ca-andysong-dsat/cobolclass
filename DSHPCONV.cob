       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DSHPCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The files as they sit on disk BEFORE drop-ship - the product
      *> master ending at the shipping weights and the order lines
      *> ending at the promised ship date.
       SELECT OldProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OP-ProdName
           FILE STATUS IS OldProductStatus.
       SELECT OldLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OOL-Key
           FILE STATUS IS OldLineStatus.
      *> The same files in the shape every program now declares.
       SELECT NewProductFile ASSIGN TO "product.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS NewProductStatus.
       SELECT NewLineFile ASSIGN TO "ordline.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS NewLineStatus.
       SELECT OPTIONAL MarkerFile ASSIGN TO "dshpconv.done"
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
       02 OP-WeightEntry OCCURS 3 TIMES.
           03 OP-ShipWeight PIC 9(3)V99.

FD OldLineFile.
01 OldLineRecord.
       02 OOL-Key.
           03 OOL-OrderNum PIC 9(6).
           03 OOL-LineNum  PIC 9(3).
       02 OOL-ProdName  PIC X(5).
       02 OOL-ProdSize  PIC A.
       02 OOL-OrdQty    PIC 9(4).
       02 OOL-UnitPrice PIC 9(4)V99.
       02 OOL-ShipQty   PIC 9(4).
       02 OOL-PromiseDate PIC 9(8).

FD NewProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD NewLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD MarkerFile.
01 MarkerLine PIC X(30).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldProductStatus PIC XX.
01 OldLineStatus PIC XX.
01 NewProductStatus PIC XX.
01 NewLineStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 Confirm PIC X.
01 SizeIdx PIC 9.
01 ProductsConverted PIC 9(6) VALUE ZERO.
01 LinesConverted PIC 9(6) VALUE ZERO.
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

      *> One-time cutover conversion for drop-ship. Run this ONCE,
      *> before product maintenance, order entry or the pick run use
      *> the new layouts:
      *>   product.dat   36-byte records -> 41, every product stocked
      *>                 with no supplier until product maintenance
      *>                 marks it drop-ship
      *>   ordline.dat   37-byte records -> 38, every line stocked -
      *>                 nothing taken before today was drop-shipped
      *> Each live file is set aside as *.old and replaced only after
      *> its pass completes clean, and a dshpconv.done marker refuses
      *> a second run - the second pass would read the new layouts as
      *> the old ones.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME DROP-SHIP CONVERSION"
       DISPLAY "Adds the drop-ship flag and supplier to product.dat and"
           " the drop-ship flag to ordline.dat in place."
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       PERFORM ConvertProductFile
       PERFORM ConvertLineFile
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Products    : " ProductsConverted
       DISPLAY "  Order lines : " LinesConverted
       DISPLAY "Old files kept as product.old / ordline.old"
       DISPLAY "Mark drop-ship products and their suppliers in product"
           " maintenance before taking orders for them."
       PERFORM WriteBalanceLine
       STOP RUN.

CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove dshpconv.done only if you are"
                       " restoring pre-drop-ship files"
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
                       MOVE OP-ShipWeight(SizeIdx)
                           TO PMShipWeight(SizeIdx)
                   END-PERFORM
                   MOVE OP-Status TO PMStatus
                   MOVE 'N' TO PMDropShip
                   MOVE SPACES TO PMSupplier
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

ConvertLineFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldLineFile
       IF OldLineStatus NOT = "00"
           DISPLAY "ordline.dat not present (" OldLineStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewLineFile
       PERFORM UNTIL FileEOF
           READ OldLineFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOneLine
           END-READ
       END-PERFORM
       CLOSE OldLineFile
       CLOSE NewLineFile
       IF NOT ConversionFailed
           MOVE "ordline" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF
       ADD LinesConverted TO RecordsIn
       ADD LinesConverted TO RecordsOut.

ConvertOneLine.
       MOVE SPACES TO OrderLineData
       MOVE OOL-OrderNum TO OL-OrderNum
       MOVE OOL-LineNum TO OL-LineNum
       MOVE OOL-ProdName TO OL-ProdName
       MOVE OOL-ProdSize TO OL-ProdSize
       MOVE OOL-OrdQty TO OL-OrdQty
       MOVE OOL-UnitPrice TO OL-UnitPrice
       MOVE OOL-ShipQty TO OL-ShipQty
       MOVE OOL-PromiseDate TO OL-PromiseDate
       MOVE 'N' TO OL-DropShip
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Order line " OOL-OrderNum "/" OOL-LineNum
                   " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO LinesConverted.

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
           MOVE "ordline.dat" TO WS-SwapLiveName
       END-IF.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "DSHPCONV" TO BAL-Program
       MOVE "DROPSHIPCONV" TO BAL-Step
       MOVE RecordsIn TO BAL-RecordsIn
       MOVE RecordsOut TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
