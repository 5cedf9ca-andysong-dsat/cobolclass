           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReorderControl ASSIGN TO "reordpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CostHistoryFile ASSIGN TO "costhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ProductAuditFile ASSIGN TO "prodaud.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DropShipFile ASSIGN TO "dropship.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReceiptLog ASSIGN TO "porcpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PODocument ASSIGN TO "po.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OpenPOReport ASSIGN TO "poopen.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD POFile.
01 POData.
    COPY "POREC.cpy".

FD ProductFile.
01 ProductMasterRecord.

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD ReorderControl.
01 ReorderControlLine.
       02 FILLER PIC X.
       02 RO-SuggestQty PIC 9(4).

      *> The unit cost purchasing has agreed with the supplier for a
      *> product and size - the price a new PO line is raised at.
FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

FD CostHistoryFile.
01 CostHistoryLine.
    COPY "COSTHIST.cpy".

FD ProductAuditFile.
01 ProductAuditRecord.
       02 PA-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 PA-After PIC X(20).

FD DropShipFile.
01 DropShipLine.
    COPY "DSHPREC.cpy".

FD ReceiptLog.
01 ReceiptLogRecord.
    COPY "RCPTREC.cpy".

FD PODocument.
01 PrintLine PIC X(60).

01 WS-BeforeImage PIC X(20).
01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 DropShipEOFFlag PIC X.
       88 DropShipEOF VALUE 'Y'.
01 DropShipPOFlag PIC X.
       88 DropShipPO VALUE 'Y'.
01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-Name PIC X(20).
           03 SUP-Phone PIC X(12).
           03 SUP-LeadDays PIC 9(3).
           03 SUP-Status PIC X.
               88 SUP-Blocked VALUE 'B'.
01 SupCount PIC 99 VALUE ZERO.
01 SUP-Index PIC 99.
01 SUP-Slot PIC 99.
01 RT-Slot PIC 999.
01 RT-FoundFlag PIC X.
       88 RT-EntryFound VALUE 'Y'.
01 CostFileEOFFlag PIC X VALUE 'N'.
       88 CostFileEOF VALUE 'Y'.
01 CostTable.
       02 CostEntry OCCURS 150 TIMES.
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
           03 CST-AvgCost PIC 9(4)V9999.
           03 CST-AvgDate PIC 9(8).
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.
01 CST-FoundFlag PIC X.
       88 CST-EntryFound VALUE 'Y'.
01 CST-Slot PIC 999.
01 CostTableDirtyFlag PIC X VALUE 'N'.
       88 CostTableDirty VALUE 'Y'.
      *> Set when prodcost.txt outgrows the cost table. Receipts still
      *> go on the shelf, but no average cost is reworked and the cost
      *> file is never rewritten, since that would drop the products
      *> left unloaded.
01 CostOverflowFlag PIC X VALUE 'N'.
       88 CostTableOverflowed VALUE 'Y'.
01 QtyBeforeReceipt PIC 9(5).
01 AvgCostBefore PIC 9(4)V9999.
01 AvgCostAfter PIC 9(4)V9999.
01 LinesUncosted PIC 9(4) VALUE ZERO.
01 ProductFileEOFFlag PIC X.
       88 ProductFileEOF VALUE 'Y'.
01 ShortageLinesAdded PIC 9(4) VALUE ZERO.
COPY "DATESRV.cpy".
COPY "SIGNON.cpy".

COPY "STKMOVE.cpy".

01 POHeadLine.
       02 FILLER PIC X(17) VALUE "PURCHASE ORDER # ".
       02 PrnPONum PIC 9(6).
       02 PrnProdSize PIC A.
       02 FILLER PIC X(8) VALUE "  Order ".
       02 PrnOrdQty PIC ZZZ9.
       02 FILLER PIC X(6) VALUE "  at $".
       02 PrnUnitCost PIC Z,ZZ9.99.
01 PORuleLine PIC X(40) VALUE ALL "-".
01 OpenPOHeading PIC X(30) VALUE "OPEN PURCHASE ORDER REPORT".
01 OpenPODetail.
           STOP RUN
       END-IF
       PERFORM LoadSupplierTable
       PERFORM LoadCostTable
       OPEN EXTEND ProductAuditFile
       OPEN EXTEND ReceiptLog
       OPEN EXTEND CostHistoryFile
       OPEN EXTEND ExceptionLog
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
       CLOSE POFile
       CLOSE ProductFile
       CLOSE ProductAuditFile
       CLOSE ReceiptLog
       CLOSE CostHistoryFile
       CLOSE ExceptionLog
       IF CostTableOverflowed
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

LoadSupplierTable.
                       MOVE SU-Code TO SUP-Code(SupCount)
                       MOVE SU-Name TO SUP-Name(SupCount)
                       MOVE SU-Phone TO SUP-Phone(SupCount)
                       IF SU-LeadDays IS NUMERIC
                           MOVE SU-LeadDays TO SUP-LeadDays(SupCount)
                       ELSE
                           MOVE ZERO TO SUP-LeadDays(SupCount)
                       END-IF
                       MOVE SU-Status TO SUP-Status(SupCount)
                   ELSE
                       DISPLAY "Supplier table full - ignoring " SU-Code
                   END-IF
       END-PERFORM
       CLOSE SupplierFile.

LoadCostTable.
       OPEN INPUT CostFile
       PERFORM UNTIL CostFileEOF
           READ CostFile
               AT END SET CostFileEOF TO TRUE
               NOT AT END
                   IF CostCount < 150
                       ADD 1 TO CostCount
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
                       SET CostTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CostFile
       IF CostTableOverflowed
           DISPLAY "prodcost.txt exceeds table capacity - average costs "
               "will not be reworked this run"
       END-IF.

FindSupplier.
       MOVE 'N' TO SUP-FoundFlag
       MOVE ZERO TO SUP-Slot
      *> but the answer is a numbered purchase order instead of a
      *> line of print. Five lines fill a PO; a sixth shortage rolls
      *> into the next number, so nothing is ever double-bought just
      *> because one PO was full. A blocked supplier gets no new PO,
      *> and an expected date left at zero is the supplier's quoted
      *> lead time from today.
CreatePOsFromShortages.
       DISPLAY " "
       DISPLAY "Supplier Code : " WITH NO ADVANCING
               TO WS-ExceptionMessage
           PERFORM LogException
       ELSE
       IF SUP-Blocked(SUP-Slot)
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Supplier Blocked - POs Not Created: " DELIMITED BY SIZE
                  AskSupplier DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       ELSE
           IF SUP-LeadDays(SUP-Slot) > ZERO
               DISPLAY "Expected Date (YYYYMMDD, 0 = lead time "
                   SUP-LeadDays(SUP-Slot) " days) : " WITH NO ADVANCING
           ELSE
               DISPLAY "Expected Date (YYYYMMDD) : " WITH NO ADVANCING
           END-IF
           ACCEPT AskExpectedDate
           IF AskExpectedDate = ZERO AND SUP-LeadDays(SUP-Slot) > ZERO
               SET DS-AddDays TO TRUE
               MOVE RunDate TO DS-Date1
               MOVE SUP-LeadDays(SUP-Slot) TO DS-Days
               CALL "DATESRV" USING DS-Parameters
               MOVE DS-Date2 TO AskExpectedDate
           END-IF
           SET DS-ValidateDate TO TRUE
           MOVE AskExpectedDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
               PERFORM LoadReorderTable
               PERFORM AssignNextPONum
               MOVE ZERO TO ShortageLinesAdded
               MOVE ZERO TO LinesUncosted
               PERFORM StartNewPO
               MOVE 'N' TO ProductFileEOFFlag
               MOVE LOW-VALUES TO PMProdName
               IF ShortageLinesAdded = ZERO
                   DISPLAY "No stock at or below reorder point - no POs"
               END-IF
               IF LinesUncosted > ZERO
                   MOVE "PO Line Raised With No Unit Cost On File"
                       TO WS-ExceptionMessage
                   PERFORM LogException
               END-IF
           END-IF
       END-IF
       END-IF.

StartNewPO.

      *> Sell-off and dead products never reorder - the same status
      *> filter the reorder report applies, so retiring stock is not
      *> bought back through the PO side door. A drop-ship product is
      *> never stocked; it is bought order line by order line.
CheckOneProductShort.
       IF PMSellOffProduct OR PMDeadProduct OR PMDropShipItem
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
       MOVE PMProdSize(SizeIdx) TO PO-ProdSize(LineIdx)
       MOVE RT-SuggestQty(RT-Slot) TO PO-OrdQty(LineIdx)
       MOVE ZERO TO PO-RecQty(LineIdx)
       MOVE ZERO TO PO-BilledQty(LineIdx)
       PERFORM FindAgreedCost
       ADD 1 TO ShortageLinesAdded.

      *> The line is raised at the cost on file today, and that cost
      *> is what the supplier's bill must match. A product with no
      *> cost on file goes out at zero, flagged, so the bill holds for
      *> review instead of matching blind.
FindAgreedCost.
       MOVE 'N' TO CST-FoundFlag
       MOVE ZERO TO PO-UnitCost(LineIdx)
       PERFORM VARYING CST-Index FROM 1 BY 1
           UNTIL CST-Index > CostCount OR CST-EntryFound
           IF CST-ProdName(CST-Index) = PO-ProdName(LineIdx)
               AND CST-ProdSize(CST-Index) = PO-ProdSize(LineIdx)
               SET CST-EntryFound TO TRUE
               MOVE CST-UnitCost(CST-Index) TO PO-UnitCost(LineIdx)
           END-IF
       END-PERFORM
       IF NOT CST-EntryFound
           ADD 1 TO LinesUncosted
       END-IF.

WriteCurrentPO.
       WRITE POData
           INVALID KEY
           DISPLAY "  " PO-ProdName(LineIdx) " " PO-ProdSize(LineIdx)
               " Ordered " PO-OrdQty(LineIdx)
               " Received " PO-RecQty(LineIdx)
               " Billed " PO-BilledQty(LineIdx)
               " Cost " PO-UnitCost(LineIdx)
       END-PERFORM.

PrintPODocument.
       MOVE PO-ProdName(LineIdx) TO PrnProdName
       MOVE PO-ProdSize(LineIdx) TO PrnProdSize
       MOVE PO-OrdQty(LineIdx) TO PrnOrdQty
       MOVE PO-UnitCost(LineIdx) TO PrnUnitCost
       WRITE PrintLine FROM PODetailLine AFTER ADVANCING 1 LINE.

      *> Goods come in against the open PO line by line: the keyed
      *> quantity posts straight into PMProdQty with an RCV audit
      *> entry, and anything over or under what was ordered is said
      *> out loud rather than silently absorbed. A drop-ship PO never
      *> comes through our door - the supplier ships it to the
      *> customer and its confirmation is keyed on the drop-ship run.
ReceiveAgainstPO.
       PERFORM ReadOnePO
       IF POExists = 'Y'
           PERFORM CheckDropShipPO
           IF DropShipPO
               MOVE "Drop-Ship PO - Supplier Ships Direct - Not Received"
                   TO WS-ExceptionMessage
               PERFORM LogException
           ELSE
           IF PO-ClosedPO OR PO-CancelledPO
               MOVE "PO Is Closed or Cancelled - Nothing To Receive"
                   TO WS-ExceptionMessage
                   NOT INVALID KEY
                       ADD 1 TO POsReceived
               END-REWRITE
               IF CostTableDirty AND NOT CostTableOverflowed
                   PERFORM RewriteCostFile
                   MOVE 'N' TO CostTableDirtyFlag
               END-IF
           END-IF
           END-IF
       END-IF.

CheckDropShipPO.
       MOVE 'N' TO DropShipPOFlag DropShipEOFFlag
       OPEN INPUT DropShipFile
       PERFORM UNTIL DropShipEOF OR DropShipPO
           READ DropShipFile
               AT END SET DropShipEOF TO TRUE
               NOT AT END
                   IF DSL-PONum = PO-PONum
                       SET DropShipPO TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DropShipFile.

ReceiveOneLine.
       DISPLAY "Line " LineIdx " " PO-ProdName(LineIdx)
           " " PO-ProdSize(LineIdx)
               PERFORM LogException
           END-IF
           PERFORM PostReceiptToStock
           PERFORM LogOneReceipt
       END-IF.

      *> The day the goods actually came, beside the day the PO said
      *> they would - what the supplier scorecard is built from.
LogOneReceipt.
       MOVE SPACES TO ReceiptLogRecord
       MOVE RunDate TO RC-ReceiptDate
       MOVE PO-PONum TO RC-PONum
       MOVE LineIdx TO RC-LineNum
       MOVE PO-Supplier TO RC-Supplier
       MOVE PO-OrderDate TO RC-OrderDate
       MOVE PO-ExpectedDate TO RC-ExpectedDate
       MOVE ReceiveQty TO RC-Qty
       MOVE SO-OperatorID TO RC-Operator
       WRITE ReceiptLogRecord.

PostReceiptToStock.
       MOVE 'Y' TO ProductExists
       MOVE PO-ProdName(LineIdx) TO PMProdName
               PERFORM LogException
           ELSE
               MOVE ProductMasterRecord TO WS-BeforeImage
               MOVE PMProdQty(SizeSlot) TO QtyBeforeReceipt
               ADD ReceiveQty TO PMProdQty(SizeSlot)
               REWRITE ProductMasterRecord
                   INVALID KEY
                       MOVE WS-BeforeImage TO PA-Before
                       MOVE ProductMasterRecord TO PA-After
                       WRITE ProductAuditRecord
                       SET SM-Receipt TO TRUE
                       MOVE PMProdName TO SM-ProdName
                       MOVE PO-ProdSize(LineIdx) TO SM-ProdSize
                       MOVE ReceiveQty TO SM-Qty
                       MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
                       MOVE PO-PONum TO SM-Reference
                       MOVE "PURCHORD" TO SM-Program
                       MOVE SO-OperatorID TO SM-Operator
                       CALL "STKMOVE" USING SM-Parameters
                       PERFORM ReworkAverageCost
               END-REWRITE
           END-IF
       END-IF.

      *> The goods on the shelf and the goods just in are averaged by
      *> quantity: what was there at its average cost plus what came
      *> in at the PO line's price, over the two quantities together.
      *> Nothing costed yet starts from the agreed cost; an empty
      *> shelf simply takes the receipt's price. A PO line raised at
      *> zero cost says nothing about what the goods cost and leaves
      *> the average alone. The cost file is rewritten once the PO
      *> has been received.
ReworkAverageCost.
       IF PO-UnitCost(LineIdx) = ZERO
           MOVE "Receipt On Uncosted PO Line - Average Cost Unchanged"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       IF CostTableOverflowed
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE "Average Cost Not Reworked - prodcost.txt Exceeds Table"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO CST-FoundFlag
       MOVE ZERO TO CST-Slot
       PERFORM VARYING CST-Index FROM 1 BY 1
           UNTIL CST-Index > CostCount OR CST-EntryFound
           IF CST-ProdName(CST-Index) = PO-ProdName(LineIdx)
               AND CST-ProdSize(CST-Index) = PO-ProdSize(LineIdx)
               SET CST-EntryFound TO TRUE
               MOVE CST-Index TO CST-Slot
           END-IF
       END-PERFORM
       IF CST-Slot = ZERO
           IF CostCount < 150
               ADD 1 TO CostCount
               MOVE CostCount TO CST-Slot
               MOVE PO-ProdName(LineIdx) TO CST-ProdName(CST-Slot)
               MOVE PO-ProdSize(LineIdx) TO CST-ProdSize(CST-Slot)
               MOVE PO-UnitCost(LineIdx) TO CST-UnitCost(CST-Slot)
               MOVE ZERO TO CST-AvgCost(CST-Slot) CST-AvgDate(CST-Slot)
           ELSE
               MOVE "Cost Table Full - Average Cost Not Stored"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF CST-AvgCost(CST-Slot) > ZERO
           MOVE CST-AvgCost(CST-Slot) TO AvgCostBefore
       ELSE
           MOVE CST-UnitCost(CST-Slot) TO AvgCostBefore
       END-IF
       IF QtyBeforeReceipt = ZERO OR AvgCostBefore = ZERO
           MOVE PO-UnitCost(LineIdx) TO AvgCostAfter
       ELSE
           COMPUTE AvgCostAfter ROUNDED =
               (QtyBeforeReceipt * AvgCostBefore
                + ReceiveQty * PO-UnitCost(LineIdx))
               / (QtyBeforeReceipt + ReceiveQty)
       END-IF
       MOVE AvgCostAfter TO CST-AvgCost(CST-Slot)
       MOVE RunDate TO CST-AvgDate(CST-Slot)
       SET CostTableDirty TO TRUE
       MOVE SPACES TO CostHistoryLine
       MOVE RunDate TO CH-Date
       MOVE PO-ProdName(LineIdx) TO CH-ProdName
       MOVE PO-ProdSize(LineIdx) TO CH-ProdSize
       MOVE PO-PONum TO CH-PONum
       MOVE LineIdx TO CH-LineNum
       MOVE ReceiveQty TO CH-ReceiptQty
       MOVE PO-UnitCost(LineIdx) TO CH-ReceiptCost
       MOVE QtyBeforeReceipt TO CH-QtyBefore
       MOVE AvgCostBefore TO CH-AvgBefore
       MOVE AvgCostAfter TO CH-AvgAfter
       MOVE SO-OperatorID TO CH-Operator
       WRITE CostHistoryLine.

RewriteCostFile.
       OPEN OUTPUT CostFile
       PERFORM VARYING CST-Index FROM 1 BY 1 UNTIL CST-Index > CostCount
           MOVE SPACES TO CostLine
           MOVE CST-ProdName(CST-Index) TO PC-ProdName
           MOVE CST-ProdSize(CST-Index) TO PC-ProdSize
           MOVE CST-UnitCost(CST-Index) TO PC-UnitCost
           MOVE CST-AvgCost(CST-Index) TO PC-AvgCost
           MOVE CST-AvgDate(CST-Index) TO PC-AvgDate
           WRITE CostLine
       END-PERFORM
       CLOSE CostFile.

      *> "Is it on order already?" - every open or partial PO line
      *> with quantity still due, on one page.
PrintOpenPOReport.
