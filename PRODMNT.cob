           FILE STATUS IS FreezeControlStatus.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PriceList ASSIGN TO "pricelist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PriceHistoryFile ASSIGN TO "pricehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
      *> only through the menu here, with the change audited.
FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 FILLER PIC X VALUE SPACE.
       02 PLPrice PIC 9(4)V99.

FD PriceHistoryFile.
01 PriceHistoryLine.
    COPY "PRCHIST.cpy".


WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 ProductExists PIC X.
01 Confirm PIC X.
01 WS-BeforeImage PIC X(20).
01 QtyBeforeImage.
       02 QBI-ProdName PIC X(5).
       02 QBI-SizeEntry OCCURS 3 TIMES.
           03 QBI-ProdSize PIC A.
           03 QBI-ProdQty PIC 9(4).
01 QtyWas PIC 9(4).
01 QtyNow PIC 9(4).
01 SizeIdx PIC 9.
01 SizeSlot PIC 9.
01 AskSize PIC A.
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
           03 CST-AvgCost PIC 9(4)V9999.
           03 CST-AvgDate PIC 9(8).
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.
01 CST-Slot PIC 999.
01 NewUnitCost PIC 9(4)V99.
01 WS-CostBefore PIC X(20).
01 WS-CostAfter PIC X(20).
01 WeightImage.
       02 WGT-Weight PIC 9(3)V99 OCCURS 3 TIMES.
01 WS-WeightBefore PIC X(20).
01 WS-WeightAfter PIC X(20).
01 SourceImage.
       02 SRC-DropShip PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 SRC-Supplier PIC X(4).
01 SourceBefore PIC X(20).
01 SourceAfter PIC X(20).
01 AskDropShip PIC X.
01 AskSupplier PIC X(4).
01 SupplierEOFFlag PIC X.
       88 SupplierEOF VALUE 'Y'.
01 SupplierUsableFlag PIC X.
       88 SupplierUsable VALUE 'Y'.
01 ProdTranStatus PIC XX.
01 TranEOF PIC X VALUE 'N'.
01 BatchMode PIC X.
       02 FILLER PIC X(13).
COPY "SIGNON.cpy".

COPY "STKMOVE.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
           ACCEPT PMProdSize(SizeIdx)
           DISPLAY "Quantity on hand : " WITH NO ADVANCING
           ACCEPT PMProdQty(SizeIdx)
           DISPLAY "Shipping weight per unit (lb) : " WITH NO ADVANCING
           ACCEPT PMShipWeight(SizeIdx)
       END-PERFORM
       MOVE 'A' TO PMStatus
       MOVE 'N' TO PMDropShip
       MOVE SPACES TO PMSupplier
       PERFORM AskSourcing
       WRITE ProductMasterRecord
           INVALID KEY
               MOVE "Product Already Exists" TO WS-ExceptionMessage
           PERFORM LogException
       ELSE
           MOVE ProductMasterRecord TO WS-BeforeImage
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               MOVE PMShipWeight(SizeIdx) TO WGT-Weight(SizeIdx)
           END-PERFORM
           MOVE WeightImage TO WS-WeightBefore
           PERFORM BuildSourceImage
           MOVE SourceImage TO SourceBefore
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               DISPLAY "New size code " SizeIdx " (S/M/L) : " WITH NO ADVANCING
               ACCEPT PMProdSize(SizeIdx)
               DISPLAY "New quantity on hand : " WITH NO ADVANCING
               ACCEPT PMProdQty(SizeIdx)
               DISPLAY "Shipping weight per unit (lb, now "
                   PMShipWeight(SizeIdx) ") : " WITH NO ADVANCING
               ACCEPT PMShipWeight(SizeIdx)
               MOVE PMShipWeight(SizeIdx) TO WGT-Weight(SizeIdx)
           END-PERFORM
           MOVE WeightImage TO WS-WeightAfter
           PERFORM AskSourcing
           PERFORM BuildSourceImage
           MOVE SourceImage TO SourceAfter
           REWRITE ProductMasterRecord
               INVALID KEY
                   MOVE "Product Not Changed" TO WS-ExceptionMessage
                   MOVE "UPDATE" TO PA-Action
                   MOVE SPACES TO PA-Reason
                   PERFORM WriteProductAudit
                   IF WS-WeightAfter NOT = WS-WeightBefore
                       PERFORM WriteWeightAudit
                   END-IF
                   IF SourceAfter NOT = SourceBefore
                       PERFORM WriteSourceAudit
                   END-IF
           END-REWRITE
       END-IF.

      *> A drop-ship product names the supplier who ships it straight
      *> to the customer; the supplier must be on the supplier master
      *> and not blocked, or the product stays stocked. A blank answer
      *> keeps what the product had.
AskSourcing.
       IF PMDropShipItem
           DISPLAY "Drop-ship (Y/N, now Y from " PMSupplier ") : "
               WITH NO ADVANCING
       ELSE
           DISPLAY "Drop-ship (Y/N, now N) : " WITH NO ADVANCING
       END-IF
       MOVE SPACE TO AskDropShip
       ACCEPT AskDropShip
       IF AskDropShip = 'y' MOVE 'Y' TO AskDropShip END-IF
       IF AskDropShip = 'n' MOVE 'N' TO AskDropShip END-IF
       EVALUATE AskDropShip
           WHEN SPACE
               CONTINUE
           WHEN 'Y'
               DISPLAY "Drop-ship supplier code : " WITH NO ADVANCING
               ACCEPT AskSupplier
               PERFORM CheckSupplierCode
               IF SupplierUsable
                   MOVE 'Y' TO PMDropShip
                   MOVE AskSupplier TO PMSupplier
               ELSE
                   MOVE "Unknown or Blocked Drop-Ship Supplier - Left Stocked"
                       TO WS-ExceptionMessage
                   PERFORM LogException
                   MOVE 'N' TO PMDropShip
                   MOVE SPACES TO PMSupplier
               END-IF
           WHEN OTHER
               MOVE 'N' TO PMDropShip
               MOVE SPACES TO PMSupplier
       END-EVALUATE.

CheckSupplierCode.
       MOVE 'N' TO SupplierUsableFlag
       MOVE 'N' TO SupplierEOFFlag
       OPEN INPUT SupplierFile
       PERFORM UNTIL SupplierEOF OR SupplierUsable
           READ SupplierFile
               AT END SET SupplierEOF TO TRUE
               NOT AT END
                   IF SU-Code = AskSupplier AND AskSupplier NOT = SPACES
                       AND NOT SU-BlockedSupplier
                       SET SupplierUsable TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

BuildSourceImage.
       IF PMDropShipItem
           MOVE 'Y' TO SRC-DropShip
       ELSE
           MOVE 'N' TO SRC-DropShip
       END-IF
       MOVE PMSupplier TO SRC-Supplier.

      *> The product record has no status byte to soft-delete into, so
      *> a delete removes the record outright - the audit before-image
      *> is the recovery path.
           MOVE SPACES TO WS-CostBefore
           IF CST-Slot > ZERO
               DISPLAY "Current unit cost : " CST-UnitCost(CST-Slot)
               IF CST-AvgCost(CST-Slot) > ZERO
                   DISPLAY "Average cost on hand : " CST-AvgCost(CST-Slot)
                       " as of " CST-AvgDate(CST-Slot)
               END-IF
               MOVE SPACES TO CostLine
               MOVE PMProdName TO PC-ProdName
               MOVE AskCostSize TO PC-ProdSize
                   MOVE CostCount TO CST-Slot
                   MOVE PMProdName TO CST-ProdName(CST-Slot)
                   MOVE AskCostSize TO CST-ProdSize(CST-Slot)
                   MOVE ZERO TO CST-AvgCost(CST-Slot) CST-AvgDate(CST-Slot)
               ELSE
                   MOVE "Cost Table Full - Cost Not Stored"
                       TO WS-ExceptionMessage
                       MOVE PC-ProdName TO CST-ProdName(CostCount)
                       MOVE PC-ProdSize TO CST-ProdSize(CostCount)
                       MOVE PC-UnitCost TO CST-UnitCost(CostCount)
                       IF PC-AvgCost IS NUMERIC AND PC-AvgDate IS NUMERIC
                           MOVE PC-AvgCost TO CST-AvgCost(CostCount)
                           MOVE PC-AvgDate TO CST-AvgDate(CostCount)
                       ELSE
                           MOVE ZERO TO CST-AvgCost(CostCount)
                           MOVE ZERO TO CST-AvgDate(CostCount)
                       END-IF
                   ELSE
                       DISPLAY "Cost table full - ignoring " PC-ProdName
                   END-IF
           MOVE CST-ProdName(CST-Index) TO PC-ProdName
           MOVE CST-ProdSize(CST-Index) TO PC-ProdSize
           MOVE CST-UnitCost(CST-Index) TO PC-UnitCost
           MOVE CST-AvgCost(CST-Index) TO PC-AvgCost
           MOVE CST-AvgDate(CST-Index) TO PC-AvgDate
           WRITE CostLine
       END-PERFORM
       CLOSE CostFile.
                   MOVE TranSize(SizeIdx) TO PMProdSize(SizeIdx)
                   MOVE TranQty(SizeIdx) TO PMProdQty(SizeIdx)
               END-PERFORM
               MOVE ZERO TO PMShipWeight(1) PMShipWeight(2)
                   PMShipWeight(3)
               MOVE 'A' TO PMStatus
               MOVE 'N' TO PMDropShip
               WRITE ProductMasterRecord
                   INVALID KEY
                       MOVE 'N' TO TranEditPassFlag
                   MOVE TranProdName TO PLT-ProdName(PLT-Slot)
                   MOVE TranSize(TranSizeIdx)
                       TO PLT-ProdSize(PLT-Slot)
                   MOVE ZERO TO PLT-Price(PLT-Slot)
               ELSE
                   MOVE "Price Table Full - Price Not Stored"
                       TO WS-ExceptionMessage
               END-IF
           END-IF
           IF PLT-Slot > ZERO
               IF TranPrice(TranSizeIdx) NOT = PLT-Price(PLT-Slot)
                   PERFORM WritePriceHistory
               END-IF
               MOVE TranPrice(TranSizeIdx) TO PLT-Price(PLT-Slot)
               SET PriceTableDirty TO TRUE
           END-IF
       END-PERFORM.

      *> A catalog price takes effect the day the batch posts and goes
      *> on the price history like any scheduled change, with no
      *> change number.
WritePriceHistory.
       MOVE FUNCTION CURRENT-DATE TO CurrentDateFields
       OPEN EXTEND PriceHistoryFile
       MOVE SPACES TO PriceHistoryLine
       MOVE CDF-Date TO PRH-EffDate
       MOVE TranProdName TO PRH-ProdName
       MOVE TranSize(TranSizeIdx) TO PRH-ProdSize
       MOVE PLT-Price(PLT-Slot) TO PRH-OldPrice
       MOVE TranPrice(TranSizeIdx) TO PRH-NewPrice
       MOVE ZERO TO PRH-ChangeNum
       MOVE "PRODMNT" TO PRH-Program
       MOVE SO-OperatorID TO PRH-Operator
       WRITE PriceHistoryLine
       CLOSE PriceHistoryFile.

LoadPriceTable.
       MOVE ZERO TO PriceCount
       MOVE 'N' TO PriceListEOFFlag
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
           DISPLAY "  Size " PMProdSize(SizeIdx)
               " Qty " PMProdQty(SizeIdx)
               " Ship Wt " PMShipWeight(SizeIdx)
       END-PERFORM
       IF PMDropShipItem
           DISPLAY "  Drop-ship from supplier " PMSupplier
       END-IF.

CountProductRecords.
       MOVE ZERO TO ProductRecordCount
       MOVE PMProdName TO PA-ProdName
       MOVE WS-BeforeImage TO PA-Before
       MOVE ProductMasterRecord TO PA-After
       WRITE ProductAuditRecord
       PERFORM LogQtyMovements.

      *> Every audited change that moved an on-hand count also goes
      *> on the stock movement ledger, one line per size that moved,
      *> so adds, changes, deletes, adjustments and catalog batches
      *> all explain themselves on the stock card. The before image
      *> holds the name and the three size slots exactly; a size code
      *> changed in place takes the old size to zero and starts the
      *> new one from nothing. Keyed RCV adjustments are receipts.
LogQtyMovements.
       MOVE WS-BeforeImage TO QtyBeforeImage
       IF PA-Action = "ADJUST" AND PA-Reason = "RCV"
           SET SM-Receipt TO TRUE
       ELSE
           SET SM-Adjustment TO TRUE
       END-IF
       MOVE "PRODMNT" TO SM-Program
       MOVE SO-OperatorID TO SM-Operator
       MOVE PMProdName TO SM-ProdName
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
           MOVE ZERO TO QtyWas QtyNow
           IF QBI-ProdQty(SizeIdx) IS NUMERIC
               MOVE QBI-ProdQty(SizeIdx) TO QtyWas
           END-IF
           IF PMProdQty(SizeIdx) IS NUMERIC
               MOVE PMProdQty(SizeIdx) TO QtyNow
           END-IF
           IF QBI-ProdSize(SizeIdx) = PMProdSize(SizeIdx)
               IF QtyNow NOT = QtyWas
                   MOVE PMProdSize(SizeIdx) TO SM-ProdSize
                   COMPUTE SM-Qty = QtyNow - QtyWas
                   MOVE QtyNow TO SM-QtyAfter
                   PERFORM WriteQtyMovement
               END-IF
           ELSE
               IF QtyWas > ZERO
                   MOVE QBI-ProdSize(SizeIdx) TO SM-ProdSize
                   COMPUTE SM-Qty = ZERO - QtyWas
                   MOVE ZERO TO SM-QtyAfter
                   PERFORM WriteQtyMovement
               END-IF
               IF QtyNow > ZERO
                   MOVE PMProdSize(SizeIdx) TO SM-ProdSize
                   MOVE QtyNow TO SM-Qty
                   MOVE QtyNow TO SM-QtyAfter
                   PERFORM WriteQtyMovement
               END-IF
           END-IF
       END-PERFORM.

WriteQtyMovement.
       MOVE SPACES TO SM-Reference
       STRING PA-Action DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              PA-Reason DELIMITED BY SIZE
              INTO SM-Reference
       END-STRING
       CALL "STKMOVE" USING SM-Parameters.

      *> The product audit images stop short of the weights, so a
      *> weight change writes its own WEIGHT entry with the three old
      *> and new per-unit weights the way a cost change does.
WriteWeightAudit.
       MOVE FUNCTION CURRENT-DATE TO PA-Timestamp
       MOVE "WEIGHT" TO PA-Action
       MOVE PMProdName TO PA-ProdName
       MOVE "COR" TO PA-Reason
       MOVE WS-WeightBefore TO PA-Before
       MOVE WS-WeightAfter TO PA-After
       WRITE ProductAuditRecord.

      *> A change between stocked and drop-ship, or of the drop-ship
      *> supplier, writes its own SOURCE entry the way a weight change
      *> does - the flag and supplier before and after.
WriteSourceAudit.
       MOVE FUNCTION CURRENT-DATE TO PA-Timestamp
       MOVE "SOURCE" TO PA-Action
       MOVE PMProdName TO PA-ProdName
       MOVE "COR" TO PA-Reason
       MOVE SourceBefore TO PA-Before
       MOVE SourceAfter TO PA-After
       WRITE ProductAuditRecord.

LogException.
