                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD AddressBook.
01 AddressBookRecord.
01 PickWorkRecord.
       02 PCK-ProdName PIC X(5).
       02 PCK-ProdSize PIC A.
       02 PCK-PromiseDate PIC 9(8).
       02 PCK-OrderNum PIC 9(6).
       02 PCK-LineIdx PIC 9(3).
       02 PCK-Qty PIC 9(4).
       02 PCK-Branch PIC X(2).
       02 PCK-KitName PIC X(5).
       02 PCK-KitQty PIC 9(3).

FD PickReport.
01 PrintLine PIC X(92).

FD BackorderFile.
01 BackorderRecord.
01 SizeIdx PIC 9.
01 SizeSlot PIC 9.
01 LinesReleased PIC 9(5) VALUE ZERO.
01 StockReleasedFlag PIC X.
       88 StockReleased VALUE 'Y'.
01 LinesPicked PIC 9(5) VALUE ZERO.
01 LinesBackordered PIC 9(5) VALUE ZERO.
01 LinesPastPromise PIC 9(5) VALUE ZERO.
01 PickLocation PIC X(4).
01 BranchShelf PIC S9(5).
01 MainShelf PIC S9(5).
01 BranchPart PIC 9(4).
01 MainPart PIC 9(4).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 QtyAvailable PIC 9(4).
01 QtyToShip PIC 9(4).
01 QtyShort PIC 9(4).
01 ShipToExists PIC X.
      *> Orders released to this run's pick, so the ship-address page
      *> at the back of the document covers exactly what was picked.
      *> Kit lines released to this run, each with the number of whole
      *> kits its picked components make up - the least any one
      *> component covers. The order line takes that figure as its
      *> picked quantity once every component has been through.
01 KitLineTable.
       02 KL-Entry OCCURS 300 TIMES.
           03 KL-OrderNum PIC 9(6).
           03 KL-LineNum PIC 9(3).
           03 KL-Complete PIC 9(4).
01 KL-Count PIC 999 VALUE ZERO.
01 KL-Index PIC 999.
01 KL-Slot PIC 999.
01 KitIdx PIC 99.
01 KitsCovered PIC 9(4).
01 PickedOrderTable.
       02 PKO-OrderNum PIC 9(6) OCCURS 300 TIMES.
01 PKO-Count PIC 999 VALUE ZERO.
       02 PrnAddrOrderNum PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnShipAddress PIC X(30).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnShipCity PIC X(36).
01 CityPieces.
       02 PieceCity PIC X(20).
       02 PieceState PIC X(2).
       02 PieceZip PIC X(10).
01 PickBreakLine.
       02 FILLER PIC X(9) VALUE "PRODUCT: ".
       02 PrnBreakName PIC X(5).
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(8) VALUE "Order # ".
       02 PrnOrderNum PIC 9(6).
       02 FILLER PIC X(6) VALUE "  Loc ".
       02 PrnPickLoc PIC X(4).
       02 FILLER PIC X(7) VALUE "  Pick ".
       02 PrnPickQty PIC ZZZ9.
       02 FILLER PIC X(12) VALUE "  Backorder ".
       02 PrnShortQty PIC ZZZ9.
       02 FILLER PIC X(11) VALUE "  Promised ".
       02 PrnPromiseDate PIC X(8).
       02 PrnPromiseNote PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnKitNote PIC X(10).

COPY "STKMOVE.cpy".
COPY "LOCSRV.cpy".
COPY "KITSRV.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN I-O OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status " OrderFileStatus
           SET AddressBookOpen TO TRUE
       END-IF
       SORT PickWork ON ASCENDING KEY PCK-ProdName PCK-ProdSize
                                      PCK-PromiseDate PCK-OrderNum
           INPUT PROCEDURE IS BuildPickLines
           OUTPUT PROCEDURE IS ProcessPickLines
       PERFORM SettleKitLines
           VARYING KL-Index FROM 1 BY 1 UNTIL KL-Index > KL-Count
       PERFORM PrintShipAddressPage
       IF CustomerFileOpen
           CLOSE CustomerFile
       DISPLAY "  LINES RELEASED    : " LinesReleased
       DISPLAY "  LINES PICKED      : " LinesPicked
       DISPLAY "  LINES BACKORDERED : " LinesBackordered
       DISPLAY "  PROMISES MISSED   : " LinesPastPromise
       PERFORM WriteBalanceLine
       STOP RUN.


      *> Every line of every open order is released to the sort keyed
      *> by product and size, so the warehouse walks the racks once
      *> instead of once per order. Within an item the line promised
      *> soonest takes the stock first - the promise order entry made
      *> is the one the shelf keeps - and a line with no promise date
      *> sorts ahead as the oldest claim, just as it always picked.
BuildPickLines.
       MOVE 'N' TO OrderScanEOF
       MOVE LOW-VALUES TO ORD-OrderNum
           END-READ
           IF OrderScanEOF = 'N' AND ORD-OpenOrder
               PERFORM ReleaseOrderLines
               IF StockReleased
                   PERFORM NotePickedOrder
               END-IF
           END-IF
       END-PERFORM.

      *> A drop-ship line never comes near the racks - the supplier
      *> ships it to the customer - so only stock lines are released,
      *> and an order with nothing but drop-ship lines gets no carton
      *> address either.
ReleaseOrderLines.
       MOVE 'N' TO LineScanEOF StockReleasedFlag
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
       START OrderLineFile KEY IS GREATER THAN OL-Key
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO LineScanEOF
           END-READ
           EVALUATE TRUE
               WHEN LineScanEOF = 'Y'
                   CONTINUE
               WHEN OL-OrderNum NOT = ORD-OrderNum
                   MOVE 'Y' TO LineScanEOF
               WHEN OL-DropShipLine
                   CONTINUE
               WHEN OTHER
                   PERFORM ReleaseOneLine
           END-EVALUATE
       END-PERFORM.

ReleaseOneLine.
       SET StockReleased TO TRUE
       MOVE OL-ProdName TO PCK-ProdName
       MOVE OL-ProdSize TO PCK-ProdSize
       IF OL-PromiseDate IS NUMERIC
           MOVE OL-PromiseDate TO PCK-PromiseDate
       ELSE
           MOVE ZERO TO PCK-PromiseDate
       END-IF
       MOVE ORD-OrderNum TO PCK-OrderNum
       MOVE OL-LineNum TO PCK-LineIdx
       MOVE OL-OrdQty TO PCK-Qty
       MOVE ORD-Branch TO PCK-Branch
       MOVE SPACES TO PCK-KitName
       MOVE ZERO TO PCK-KitQty
       SET KT-Explode TO TRUE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       IF KT-IsKit
           PERFORM ReleaseKitComponents
       ELSE
           RELEASE PickWorkRecord
       END-IF
       ADD 1 TO LinesReleased.

      *> A kit line goes to the racks as its components, each for the
      *> kit quantity times what one kit holds, so every component
      *> picks, relieves and backorders like any other line.
ReleaseKitComponents.
       IF KL-Count < 300
           ADD 1 TO KL-Count
           MOVE ORD-OrderNum TO KL-OrderNum(KL-Count)
           MOVE OL-LineNum TO KL-LineNum(KL-Count)
           MOVE OL-OrdQty TO KL-Complete(KL-Count)
       ELSE
           DISPLAY "Kit line table full - order " ORD-OrderNum
               " kit not picked"
           EXIT PARAGRAPH
       END-IF
       MOVE OL-ProdName TO PCK-KitName
       PERFORM VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
           MOVE KT-CompName(KitIdx) TO PCK-ProdName
           MOVE KT-CompSize(KitIdx) TO PCK-ProdSize
           MOVE KT-CompQty(KitIdx) TO PCK-KitQty
           COMPUTE PCK-Qty = OL-OrdQty * KT-CompQty(KitIdx)
           RELEASE PickWorkRecord
       END-PERFORM.

NotePickedOrder.
       IF OrderExists = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PrnShipAddress CityPieces
       MOVE 'N' TO ShipToExists
       IF ORD-ShipTo NOT = SPACES AND AddressBookOpen
           MOVE 'Y' TO ShipToExists
           END-READ
           IF ShipToExists = 'Y'
               MOVE AB-ShipAddress TO PrnShipAddress
               MOVE AB-ShipCity TO PieceCity
               MOVE AB-ShipState TO PieceState
               MOVE AB-ShipZip TO PieceZip
           END-IF
       END-IF
       IF ShipToExists = 'N'
           END-READ
           IF CustExists = 'Y'
               MOVE CustAddress TO PrnShipAddress
               MOVE CustCity TO PieceCity
               MOVE CustState TO PieceState
               MOVE CustZip TO PieceZip
           END-IF
       END-IF
       PERFORM BuildCityText
       MOVE ORD-OrderNum TO PrnAddrOrderNum
       WRITE PrintLine FROM AddressDetailLine AFTER ADVANCING 1 LINE.

      *> City, state and ZIP go on one line under the street. An
      *> address never split out of the old free-text field has no
      *> city and so no second line.
BuildCityText.
       MOVE SPACES TO PrnShipCity
       IF PieceCity NOT = SPACES
           STRING PieceCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  PieceState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PieceZip DELIMITED BY SPACE
                  INTO PrnShipCity
           END-STRING
       END-IF.

ProcessPickLines.
       PERFORM ReturnPickLine
       PERFORM PickOneLine UNTIL PickEOF.
           AT END SET PickEOF TO TRUE
       END-RETURN.

      *> Release what the racks can cover, relieve PMProdQty by exactly
      *> that much, and put the shortfall on the backorder file. The
      *> order line remembers what was picked in OL-ShipQty and the
      *> order moves to picked status - the ship confirmation step is
      *> what finally marks it shipped. The racks are the order's
      *> branch stockroom first and the main warehouse after it;
      *> stock on a transfer truck is on neither and does not pick.
PickOneLine.
       IF PCK-ProdName NOT = CurrentProdName
           OR PCK-ProdSize NOT = CurrentProdSize
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               IF PMProdSize(SizeIdx) = PCK-ProdSize
                   MOVE SizeIdx TO SizeSlot
               END-IF
           END-PERFORM
       END-IF
       PERFORM FindLocationShelves
       IF QtyAvailable >= PCK-Qty
           MOVE PCK-Qty TO QtyToShip
           MOVE ZERO TO QtyShort
           MOVE QtyAvailable TO QtyToShip
           COMPUTE QtyShort = PCK-Qty - QtyToShip
       END-IF
       IF QtyToShip > BranchShelf
           MOVE BranchShelf TO BranchPart
       ELSE
           MOVE QtyToShip TO BranchPart
       END-IF
       COMPUTE MainPart = QtyToShip - BranchPart
       IF SizeSlot > ZERO AND QtyToShip > ZERO
           SUBTRACT QtyToShip FROM PMProdQty(SizeSlot)
           REWRITE ProductMasterRecord
               INVALID KEY
                   DISPLAY "Product not rewritten: " PCK-ProdName
               NOT INVALID KEY
                   SET SM-Issue TO TRUE
                   MOVE PCK-ProdName TO SM-ProdName
                   MOVE PCK-ProdSize TO SM-ProdSize
                   COMPUTE SM-Qty = ZERO - QtyToShip
                   MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
                   MOVE PCK-OrderNum TO SM-Reference
                   MOVE "PICKLIST" TO SM-Program
                   MOVE "PICKLIST" TO SM-Operator
                   CALL "STKMOVE" USING SM-Parameters
                   IF BranchPart > ZERO
                       SET LC-AdjustShelf TO TRUE
                       MOVE PickLocation TO LC-Location
                       MOVE PCK-ProdName TO LC-ProdName
                       MOVE PCK-ProdSize TO LC-ProdSize
                       COMPUTE LC-Qty = ZERO - BranchPart
                       CALL "LOCSRV" USING LC-Parameters
                   END-IF
           END-REWRITE
       END-IF
       IF QtyShort > ZERO
       IF QtyToShip > ZERO
           ADD 1 TO LinesPicked
       END-IF
       MOVE SPACES TO PrnKitNote
       IF PCK-KitName NOT = SPACES
           STRING "FOR KIT " DELIMITED BY SIZE
                  PCK-KitName DELIMITED BY SPACE
                  INTO PrnKitNote
           END-STRING
       END-IF
       MOVE PCK-OrderNum TO PrnOrderNum
       IF BranchPart > ZERO AND MainPart > ZERO
           MOVE PickLocation TO PrnPickLoc
           MOVE BranchPart TO PrnPickQty
           MOVE ZERO TO PrnShortQty
           MOVE SPACES TO PrnPromiseDate PrnPromiseNote
           WRITE PrintLine FROM PickDetailLine AFTER ADVANCING 1 LINE
           MOVE "MAIN" TO PrnPickLoc
           MOVE MainPart TO PrnPickQty
       ELSE
           IF MainPart > ZERO
               MOVE "MAIN" TO PrnPickLoc
           ELSE
               MOVE PickLocation TO PrnPickLoc
           END-IF
           MOVE QtyToShip TO PrnPickQty
       END-IF
       MOVE QtyShort TO PrnShortQty
       MOVE SPACES TO PrnPromiseDate PrnPromiseNote
       IF PCK-PromiseDate > ZERO
           MOVE PCK-PromiseDate TO PrnPromiseDate
           IF QtyShort > ZERO AND PCK-PromiseDate <= RunDate
               MOVE " MISSED" TO PrnPromiseNote
               ADD 1 TO LinesPastPromise
           END-IF
       END-IF
       WRITE PrintLine FROM PickDetailLine AFTER ADVANCING 1 LINE
       PERFORM UpdateOrderLine
       PERFORM ReturnPickLine.

      *> The branch's own stockroom and MAIN, each as LOCSRV works
      *> it out from the company count - never more between them than
      *> the master holds.
FindLocationShelves.
       MOVE ZERO TO BranchShelf MainShelf
       SET LC-DefaultLoc TO TRUE
       MOVE PCK-Branch TO LC-Branch
       CALL "LOCSRV" USING LC-Parameters
       MOVE LC-Location TO PickLocation
       IF SizeSlot = ZERO
           EXIT PARAGRAPH
       END-IF
       SET LC-Quantity TO TRUE
       MOVE PCK-ProdName TO LC-ProdName
       MOVE PCK-ProdSize TO LC-ProdSize
       MOVE PMProdQty(SizeSlot) TO LC-CompanyQty
       IF PickLocation NOT = "MAIN"
           CALL "LOCSRV" USING LC-Parameters
           IF LC-OnHand > ZERO
               MOVE LC-OnHand TO BranchShelf
           END-IF
       END-IF
       MOVE "MAIN" TO LC-Location
       CALL "LOCSRV" USING LC-Parameters
       IF LC-OnHand > ZERO
           MOVE LC-OnHand TO MainShelf
       END-IF
       IF BranchShelf + MainShelf > PMProdQty(SizeSlot)
           MOVE PMProdQty(SizeSlot) TO QtyAvailable
       ELSE
           COMPUTE QtyAvailable = BranchShelf + MainShelf
       END-IF.

UpdateOrderLine.
       IF PCK-KitName NOT = SPACES
           PERFORM NoteKitComponentPick
       ELSE
           PERFORM UpdatePickedLine
       END-IF
       IF QtyToShip > ZERO
           MOVE 'Y' TO OrderExists
           END-IF
       END-IF.

UpdatePickedLine.
       MOVE 'Y' TO OrderLineExists
       MOVE PCK-OrderNum TO OL-OrderNum
       MOVE PCK-LineIdx TO OL-LineNum
       READ OrderLineFile
           INVALID KEY MOVE 'N' TO OrderLineExists
       END-READ
       IF OrderLineExists = 'Y'
           MOVE QtyToShip TO OL-ShipQty
           REWRITE OrderLineData
               INVALID KEY
                   DISPLAY "Order line not rewritten: " PCK-OrderNum
           END-REWRITE
       END-IF.

      *> A component picked short holds its kit line to the whole kits
      *> it can still make; the stock it did pick waits on the bench
      *> for the backordered rest.
NoteKitComponentPick.
       MOVE ZERO TO KL-Slot
       PERFORM VARYING KL-Index FROM 1 BY 1
           UNTIL KL-Index > KL-Count OR KL-Slot > ZERO
           IF KL-OrderNum(KL-Index) = PCK-OrderNum
               AND KL-LineNum(KL-Index) = PCK-LineIdx
               MOVE KL-Index TO KL-Slot
           END-IF
       END-PERFORM
       IF KL-Slot > ZERO
           COMPUTE KitsCovered = QtyToShip / PCK-KitQty
           IF KitsCovered < KL-Complete(KL-Slot)
               MOVE KitsCovered TO KL-Complete(KL-Slot)
           END-IF
       END-IF.

SettleKitLines.
       MOVE 'Y' TO OrderLineExists
       MOVE KL-OrderNum(KL-Index) TO OL-OrderNum
       MOVE KL-LineNum(KL-Index) TO OL-LineNum
       READ OrderLineFile
           INVALID KEY MOVE 'N' TO OrderLineExists
       END-READ
       IF OrderLineExists = 'Y'
           MOVE KL-Complete(KL-Index) TO OL-ShipQty
           REWRITE OrderLineData
               INVALID KEY
                   DISPLAY "Order line not rewritten: " OL-OrderNum
           END-REWRITE
       END-IF.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
