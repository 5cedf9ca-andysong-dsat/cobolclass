       SELECT OPTIONAL ShipLineFile ASSIGN TO "shipline.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipLineFileStatus.
       SELECT OPTIONAL FreightRateFile ASSIGN TO "frtrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FreightZoneFile ASSIGN TO "frtzone.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NotifyQueue ASSIGN TO "notifq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD ProductFile.
01 ProductMasterRecord.
       02 FILLER PIC X VALUE SPACE.
       02 BO-QtyShort PIC 9(4).

      *> The carriers' rate cards, one line per carrier, zone and
      *> weight break: a carton at or above the break weight pays the
      *> per-pound rate of the highest break it reaches, never less
      *> than that line's minimum charge.
FD FreightRateFile.
01 FreightRateLine.
       02 FR-Carrier PIC X(10).
       02 FILLER PIC X.
       02 FR-Zone PIC X(2).
       02 FILLER PIC X.
       02 FR-BreakWeight PIC 9(5).
       02 FILLER PIC X.
       02 FR-RatePerLb PIC 9(2)V99.
       02 FILLER PIC X.
       02 FR-MinCharge PIC 9(4)V99.

      *> The carrier zone a tax jurisdiction ships into - the dock
      *> can override it on a carton going somewhere unusual.
FD FreightZoneFile.
01 FreightZoneLine.
       02 FZ-Jurisdiction PIC X(4).
       02 FILLER PIC X.
       02 FZ-Zone PIC X(2).

FD NotifyQueue.
01 NotifyQueueRecord.
       02 NQ-IDNum PIC 9(6).
01 AdjustConfirm PIC X.
01 ActualQty PIC 9(4).
01 QtyShort PIC 9(4).
01 StockName PIC X(5).
01 StockSize PIC A.
01 StockQty PIC 9(6).
01 KitIdx PIC 99.
01 AddressBookStatus PIC XX.
01 AddressBookOpenFlag PIC X VALUE 'N'.
       88 AddressBookOpen VALUE 'Y'.
01 PRS-Count PIC 999 VALUE ZERO.
01 PRS-Index PIC 999.
01 PriorShipped PIC 9(5).
01 FreightRateTable.
       02 FreightRateEntry OCCURS 100 TIMES.
           03 FRT-Carrier PIC X(10).
           03 FRT-Zone PIC X(2).
           03 FRT-BreakWeight PIC 9(5).
           03 FRT-RatePerLb PIC 9(2)V99.
           03 FRT-MinCharge PIC 9(4)V99.
01 FreightRateCount PIC 999 VALUE ZERO.
01 FRT-Index PIC 999.
01 FRT-Slot PIC 999.
01 FreightRateEOFFlag PIC X VALUE 'N'.
       88 FreightRateEOF VALUE 'Y'.
01 FreightZoneTable.
       02 FreightZoneEntry OCCURS 20 TIMES.
           03 FZT-Jurisdiction PIC X(4).
           03 FZT-Zone PIC X(2).
01 FreightZoneCount PIC 99 VALUE ZERO.
01 FZT-Index PIC 99.
01 FreightZoneEOFFlag PIC X VALUE 'N'.
       88 FreightZoneEOF VALUE 'Y'.
01 ShipWeight PIC 9(5)V99.
01 ShipZone PIC X(2).
01 AskZone PIC X(2).
01 AskWeight PIC 9(5)V99.
01 ShipFreight PIC 9(5)V99.
01 UnweighedFlag PIC X.
       88 CartonHasUnweighedItems VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".

COPY "STKMOVE.cpy".
COPY "KITSRV.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
           SET AddressBookOpen TO TRUE
       END-IF
       OPEN EXTEND ExceptionLog
       PERFORM LoadFreightRates
       PERFORM LoadFreightZones
       DISPLAY "SHIP CONFIRMATION - enter order number, 0 to finish"
       PERFORM AskOneOrder
       PERFORM UNTIL AskOrderNum = ZERO
           ACCEPT AskTracking
           PERFORM AskShipDatePara
           PERFORM AssignNextShipNum
           PERFORM WriteShipmentLines
           PERFORM RateShipmentFreight
           PERFORM WriteShipmentRecord
           MOVE OrderData TO OA-Before
           SET ORD-ShippedOrder TO TRUE
           REWRITE OrderData
                       " " OL-ProdSize
                       " Ordered " OL-OrdQty
                       " Picked " OL-ShipQty
                   IF OL-DropShipLine
                       DISPLAY "      drop-ship - not in this carton"
                   END-IF
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-READ
           IF ShipToExists = 'Y'
               DISPLAY "Ship To (" ORD-ShipTo ") : " AB-ShipAddress
               IF AB-ShipCity NOT = SPACES
                   DISPLAY "                    " AB-ShipCity " "
                       AB-ShipState " " AB-ShipZip
               END-IF
           END-IF
       END-IF
       IF ShipToExists = 'N'
           END-READ
           IF CustExists = 'Y'
               DISPLAY "Ship To (billing) : " CustAddress
               IF CustCity NOT = SPACES
                   DISPLAY "                    " CustCity " "
                       CustState " " CustZip
               END-IF
           END-IF
       END-IF.

      *> A short-ship leaves the difference on the shelf, so it goes
      *> back onto PMProdQty and onto the backorder file the same way
      *> the pick run records a shortage - the backorder release run
      *> will ship it when it can. On the movement ledger it is the
      *> pick's issue given back, a plus issue, not a return. A kit
      *> line short-shipped gives back and owes its components.
CorrectOneLine.
       IF OL-DropShipLine
           EXIT PARAGRAPH
       END-IF
       IF OL-ShipQty > ZERO
           DISPLAY "Line " OL-LineNum " " OL-ProdName
               " " OL-ProdSize
           ELSE
           IF ActualQty < OL-ShipQty
               COMPUTE QtyShort = OL-ShipQty - ActualQty
               SET KT-Explode TO TRUE
               MOVE OL-ProdName TO KT-KitName
               MOVE OL-ProdSize TO KT-KitSize
               CALL "KITSRV" USING KT-Parameters
               IF KT-IsKit
                   PERFORM VARYING KitIdx FROM 1 BY 1
                       UNTIL KitIdx > KT-CompCount
                       MOVE KT-CompName(KitIdx) TO StockName
                       MOVE KT-CompSize(KitIdx) TO StockSize
                       COMPUTE StockQty = QtyShort * KT-CompQty(KitIdx)
                       PERFORM RestockShortage
                       PERFORM WriteBackorderRecord
                   END-PERFORM
               ELSE
                   MOVE OL-ProdName TO StockName
                   MOVE OL-ProdSize TO StockSize
                   MOVE QtyShort TO StockQty
                   PERFORM RestockShortage
                   PERFORM WriteBackorderRecord
               END-IF
               MOVE ActualQty TO OL-ShipQty
               REWRITE OrderLineData
                   INVALID KEY

RestockShortage.
       MOVE 'Y' TO ProductExists
       MOVE StockName TO PMProdName
       READ ProductFile
           INVALID KEY MOVE 'N' TO ProductExists
       END-READ
       IF ProductExists = 'Y'
           MOVE ZERO TO SizeSlot
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               IF PMProdSize(SizeIdx) = StockSize
                   MOVE SizeIdx TO SizeSlot
               END-IF
           END-PERFORM
           IF SizeSlot > ZERO
               ADD StockQty TO PMProdQty(SizeSlot)
               REWRITE ProductMasterRecord
                   INVALID KEY
                       DISPLAY "Product not rewritten: " PMProdName
                   NOT INVALID KEY
                       SET SM-Issue TO TRUE
                       MOVE PMProdName TO SM-ProdName
                       MOVE StockSize TO SM-ProdSize
                       MOVE StockQty TO SM-Qty
                       MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
                       MOVE ORD-OrderNum TO SM-Reference
                       MOVE "SHIPCONF" TO SM-Program
                       MOVE SO-OperatorID TO SM-Operator
                       CALL "STKMOVE" USING SM-Parameters
               END-REWRITE
           END-IF
       END-IF.
WriteBackorderRecord.
       OPEN EXTEND BackorderFile
       MOVE ORD-OrderNum TO BO-OrderNum
       MOVE StockName TO BO-ProdName
       MOVE StockSize TO BO-ProdSize
       MOVE StockQty TO BO-QtyShort
       WRITE BackorderRecord
       CLOSE BackorderFile.

       MOVE AskShipDate TO SH-ShipDate
       MOVE AskCarrier TO SH-Carrier
       MOVE AskTracking TO SH-Tracking
       MOVE ShipWeight TO SH-Weight
       MOVE ShipZone TO SH-Zone
       MOVE ShipFreight TO SH-Freight
       WRITE ShipmentRecord
       CLOSE ShipmentFile.

      *> One shipment line per order line with new quantity in this
      *> carton - the difference between the line's shipped total and
      *> what earlier shipments already confirmed. Invoicing bills
      *> these lines shipment by shipment. A drop-ship line is never
      *> in the carton - the supplier's own shipment writes its lines.
WriteShipmentLines.
       MOVE ZERO TO PRS-Count
       MOVE ZERO TO ShipWeight
       MOVE 'N' TO UnweighedFlag
       MOVE 'N' TO ShipLineEOFFlag
       OPEN INPUT ShipLineFile
       IF ShipLineFileStatus = "00"
       END-IF.

WriteOneShipmentLine.
       IF OL-DropShipLine
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO PriorShipped
       PERFORM VARYING PRS-Index FROM 1 BY 1
           UNTIL PRS-Index > PRS-Count
           MOVE ShipDelta TO SL-Qty
           MOVE 'N' TO SL-InvoicedFlag
           WRITE ShipLineRecord
           SET KT-Explode TO TRUE
           MOVE OL-ProdName TO KT-KitName
           MOVE OL-ProdSize TO KT-KitSize
           CALL "KITSRV" USING KT-Parameters
           IF KT-IsKit
               PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KT-CompCount
                   MOVE KT-CompName(KitIdx) TO StockName
                   MOVE KT-CompSize(KitIdx) TO StockSize
                   COMPUTE StockQty = ShipDelta * KT-CompQty(KitIdx)
                   PERFORM WeighShipmentLine
               END-PERFORM
           ELSE
               MOVE OL-ProdName TO StockName
               MOVE OL-ProdSize TO StockSize
               MOVE ShipDelta TO StockQty
               PERFORM WeighShipmentLine
           END-IF
       END-IF.

      *> The carton weighs what its units weigh, off the product
      *> master's per-unit shipping weight for the size shipped. A
      *> size nobody has weighed adds nothing and is called out so
      *> the dock can key the scale weight instead. A kit weighs what
      *> its components weigh.
WeighShipmentLine.
       MOVE 'Y' TO ProductExists
       MOVE StockName TO PMProdName
       READ ProductFile
           INVALID KEY MOVE 'N' TO ProductExists
       END-READ
       MOVE ZERO TO SizeSlot
       IF ProductExists = 'Y'
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               IF PMProdSize(SizeIdx) = StockSize
                   MOVE SizeIdx TO SizeSlot
               END-IF
           END-PERFORM
       END-IF
       IF SizeSlot = ZERO
           SET CartonHasUnweighedItems TO TRUE
       ELSE
       IF PMShipWeight(SizeSlot) IS NOT NUMERIC
           OR PMShipWeight(SizeSlot) = ZERO
           SET CartonHasUnweighedItems TO TRUE
       ELSE
           COMPUTE ShipWeight = ShipWeight
               + StockQty * PMShipWeight(SizeSlot)
               ON SIZE ERROR
                   MOVE 99999.99 TO ShipWeight
           END-COMPUTE
       END-IF
       END-IF.

      *> Freight is rated once the carton is weighed: the zone comes
      *> from the order's jurisdiction unless the dock overrides it,
      *> and the weight from the product master unless the dock keys
      *> the scale weight. No rate for the carrier and zone ships the
      *> carton with no freight and asks somebody to load the card.
RateShipmentFreight.
       IF CartonHasUnweighedItems
           DISPLAY "Some items in this carton have no shipping weight"
       END-IF
       DISPLAY "Carton weight " ShipWeight
           " lb - scale weight (0 = keep) : " WITH NO ADVANCING
       ACCEPT AskWeight
       IF AskWeight > ZERO
           MOVE AskWeight TO ShipWeight
       END-IF
       MOVE SPACES TO ShipZone
       PERFORM VARYING FZT-Index FROM 1 BY 1
           UNTIL FZT-Index > FreightZoneCount
           IF FZT-Jurisdiction(FZT-Index) = ORD-Jurisdiction
               MOVE FZT-Zone(FZT-Index) TO ShipZone
           END-IF
       END-PERFORM
       DISPLAY "Freight zone (blank = " ShipZone ") : " WITH NO ADVANCING
       MOVE SPACES TO AskZone
       ACCEPT AskZone
       IF AskZone NOT = SPACES
           MOVE AskZone TO ShipZone
       END-IF
       MOVE ZERO TO ShipFreight
       MOVE ZERO TO FRT-Slot
       PERFORM VARYING FRT-Index FROM 1 BY 1
           UNTIL FRT-Index > FreightRateCount
           IF FRT-Carrier(FRT-Index) = AskCarrier
               AND FRT-Zone(FRT-Index) = ShipZone
               AND FRT-BreakWeight(FRT-Index) <= ShipWeight
               IF FRT-Slot = ZERO
                   MOVE FRT-Index TO FRT-Slot
               ELSE
               IF FRT-BreakWeight(FRT-Index) > FRT-BreakWeight(FRT-Slot)
                   MOVE FRT-Index TO FRT-Slot
               END-IF
               END-IF
           END-IF
       END-PERFORM
       IF FRT-Slot = ZERO
           STRING "No Freight Rate - Carrier " DELIMITED BY SIZE
                  AskCarrier DELIMITED BY SPACE
                  " Zone " DELIMITED BY SIZE
                  ShipZone DELIMITED BY SIZE
                  " Order " DELIMITED BY SIZE
                  ORD-OrderNum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       ELSE
           COMPUTE ShipFreight ROUNDED =
               ShipWeight * FRT-RatePerLb(FRT-Slot)
               ON SIZE ERROR
                   MOVE 99999.99 TO ShipFreight
           END-COMPUTE
           IF ShipFreight < FRT-MinCharge(FRT-Slot)
               MOVE FRT-MinCharge(FRT-Slot) TO ShipFreight
           END-IF
           DISPLAY "Freight " ShipFreight " (" AskCarrier " zone "
               ShipZone ")"
       END-IF.

LoadFreightRates.
       OPEN INPUT FreightRateFile
       PERFORM UNTIL FreightRateEOF
           READ FreightRateFile
               AT END SET FreightRateEOF TO TRUE
               NOT AT END
                   IF FreightRateCount < 100
                       ADD 1 TO FreightRateCount
                       MOVE FR-Carrier TO FRT-Carrier(FreightRateCount)
                       MOVE FR-Zone TO FRT-Zone(FreightRateCount)
                       MOVE FR-BreakWeight
                           TO FRT-BreakWeight(FreightRateCount)
                       MOVE FR-RatePerLb TO FRT-RatePerLb(FreightRateCount)
                       MOVE FR-MinCharge TO FRT-MinCharge(FreightRateCount)
                   ELSE
                       DISPLAY "Freight rate table full - ignoring "
                           FR-Carrier " " FR-Zone
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FreightRateFile.

LoadFreightZones.
       OPEN INPUT FreightZoneFile
       PERFORM UNTIL FreightZoneEOF
           READ FreightZoneFile
               AT END SET FreightZoneEOF TO TRUE
               NOT AT END
                   IF FreightZoneCount < 20
                       ADD 1 TO FreightZoneCount
                       MOVE FZ-Jurisdiction
                           TO FZT-Jurisdiction(FreightZoneCount)
                       MOVE FZ-Zone TO FZT-Zone(FreightZoneCount)
                   ELSE
                       DISPLAY "Freight zone table full - ignoring "
                           FZ-Jurisdiction
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FreightZoneFile.

QueueShippedNotice.
       MOVE 'Y' TO CustExists
       MOVE ORD-IDNum TO IDNum
