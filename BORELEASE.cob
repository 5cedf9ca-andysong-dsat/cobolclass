01 LinesReleased PIC 9(5) VALUE ZERO.
01 LinesStillShort PIC 9(5) VALUE ZERO.
01 LinesDropped PIC 9(5) VALUE ZERO.
01 PickLocation PIC X(4).
01 BranchShelf PIC S9(5).
01 MainShelf PIC S9(5).
01 BranchPart PIC 9(4).
01 KitMatchLine PIC 9(3).
01 KitLineFlag PIC X.
       88 KitLineMatched VALUE 'Y'.
01 KitIdx PIC 99.
01 KitsComplete PIC 9(4).
01 KitsThisPart PIC 9(4).
01 ComponentOwed PIC 9(6).
01 ComponentPicked PIC S9(6).
01 BOR-Scan PIC 999.

      *> The whole backorder file is worked in storage, earliest
      *> promised ship date first and oldest order first within a
      *> date, so the first stock in keeps the promise that falls due
      *> soonest and then goes to the customer who has waited longest
      *> - the same load-allocate-rewrite shape the pick run uses on
      *> this file. A line promised nothing counts as due already.
01 BackorderTable.
       02 BOR-Entry OCCURS 500 TIMES.
           03 BOR-OrderNum PIC 9(6).
           03 BOR-ProdSize PIC A.
           03 BOR-QtyShort PIC 9(4).
           03 BOR-Released PIC 9(4).
           03 BOR-PromiseDate PIC 9(8).
01 BOR-Count PIC 999 VALUE ZERO.
01 BOR-Index PIC 999.
01 BOR-OverflowFlag PIC X VALUE 'N'.
       02 SH-ProdSize PIC A.
       02 SH-QtyShort PIC 9(4).
       02 SH-Released PIC 9(4).
       02 SH-PromiseDate PIC 9(8).
COPY "OCAUDIT.cpy".

COPY "STKMOVE.cpy".
COPY "LOCSRV.cpy".
COPY "KITSRV.cpy".

01 ReportHeading PIC X(40) VALUE "BACKORDER RELEASE REGISTER".
01 DetailHeads PIC X(61)
       VALUE "Order  Product Size Owed  Released Still Short Promised  From".
01 ReleaseDetailLine.
       02 PrnOrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnReleased PIC ZZZ9.
       02 FILLER PIC X(7) VALUE SPACE.
       02 PrnStillShort PIC ZZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnPromiseDate PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnFromLoc PIC X(9).
01 NoActionLine PIC X(42) VALUE "No backorder lines on file - nothing to do".

COPY "REGION.cpy".
           CLOSE OrderFile
           STOP RUN
       END-IF
       PERFORM NotePromiseDate
           VARYING BOR-Index FROM 1 BY 1 UNTIL BOR-Index > BOR-Count
       PERFORM SortBackorderTable
       OPEN OUTPUT ReleaseReport
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
                       MOVE BO-ProdSize TO BOR-ProdSize(BOR-Count)
                       MOVE BO-QtyShort TO BOR-QtyShort(BOR-Count)
                       MOVE ZERO TO BOR-Released(BOR-Count)
                       MOVE ZERO TO BOR-PromiseDate(BOR-Count)
                   ELSE
                       SET BOR-Overflowed TO TRUE
                   END-IF
       END-PERFORM
       CLOSE BackorderFile.

      *> The backorder record carries no date of its own; the promise
      *> rides on the order line it is owed against.
NotePromiseDate.
       MOVE 'Y' TO OrderExists
       MOVE BOR-OrderNum(BOR-Index) TO ORD-OrderNum
       READ OrderFile
           INVALID KEY MOVE 'N' TO OrderExists
       END-READ
       IF OrderExists = 'Y'
           PERFORM FindMatchingOrderLine
           IF LineFound AND OL-PromiseDate IS NUMERIC
               MOVE OL-PromiseDate TO BOR-PromiseDate(BOR-Index)
           END-IF
       END-IF.

      *> Order numbers are assigned in sequence, so ascending order
      *> number is oldest order first.
SortBackorderTable.
           MOVE 'N' TO SortSwapFlag
           PERFORM VARYING SortOuter FROM 1 BY 1
               UNTIL SortOuter >= BOR-Count
               IF BOR-PromiseDate(SortOuter) > BOR-PromiseDate(SortOuter + 1)
                   OR (BOR-PromiseDate(SortOuter) =
                           BOR-PromiseDate(SortOuter + 1)
                       AND BOR-OrderNum(SortOuter) >
                           BOR-OrderNum(SortOuter + 1))
                   MOVE BOR-Entry(SortOuter) TO SortHoldEntry
                   MOVE BOR-Entry(SortOuter + 1) TO BOR-Entry(SortOuter)
                   MOVE SortHoldEntry TO BOR-Entry(SortOuter + 1)
           END-PERFORM
       END-PERFORM.

      *> What the racks can cover comes off PMProdQty and goes onto the
      *> order line's shipped quantity; the released order drops back
      *> to picked status so the ship confirmation step records the
      *> new carton the way it records any other shipment. As in the
      *> pick run, the order's branch stockroom gives first and the
      *> main warehouse makes up the rest.
ReleaseOneLine.
      *> A backorder line whose order was cancelled (or purged) since
      *> the pick run reconciled the file owes nobody anything -
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               IF PMProdSize(SizeIdx) = BOR-ProdSize(BOR-Index)
                   MOVE SizeIdx TO SizeSlot
               END-IF
           END-PERFORM
       END-IF
       PERFORM FindLocationShelves
       IF QtyAvailable >= BOR-QtyShort(BOR-Index)
           MOVE BOR-QtyShort(BOR-Index) TO QtyToRelease
       ELSE
           MOVE QtyAvailable TO QtyToRelease
       END-IF
       IF QtyToRelease > BranchShelf
           MOVE BranchShelf TO BranchPart
       ELSE
           MOVE QtyToRelease TO BranchPart
       END-IF
       MOVE SPACES TO PrnFromLoc
       IF QtyToRelease > ZERO AND SizeSlot > ZERO
           PERFORM ApplyReleaseToOrder
           IF OrderExists = 'Y'
               REWRITE ProductMasterRecord
                   INVALID KEY
                       DISPLAY "Product not rewritten: " PMProdName
                   NOT INVALID KEY
                       SET SM-Issue TO TRUE
                       MOVE PMProdName TO SM-ProdName
                       MOVE BOR-ProdSize(BOR-Index) TO SM-ProdSize
                       COMPUTE SM-Qty = ZERO - QtyToRelease
                       MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
                       MOVE BOR-OrderNum(BOR-Index) TO SM-Reference
                       MOVE "BORELEAS" TO SM-Program
                       MOVE "BORELEAS" TO SM-Operator
                       CALL "STKMOVE" USING SM-Parameters
                       PERFORM RelieveBranchShelf
               END-REWRITE
               MOVE QtyToRelease TO BOR-Released(BOR-Index)
               SUBTRACT QtyToRelease FROM BOR-QtyShort(BOR-Index)
       COMPUTE PrnOwed = BOR-QtyShort(BOR-Index) + BOR-Released(BOR-Index)
       MOVE BOR-Released(BOR-Index) TO PrnReleased
       MOVE BOR-QtyShort(BOR-Index) TO PrnStillShort
       MOVE SPACES TO PrnPromiseDate
       IF BOR-PromiseDate(BOR-Index) > ZERO
           MOVE BOR-PromiseDate(BOR-Index) TO PrnPromiseDate
       END-IF
       WRITE PrintLine FROM ReleaseDetailLine AFTER ADVANCING 1 LINE.

      *> The branch's own stockroom and MAIN, each as LOCSRV works
      *> it out from the company count - never more between them than
      *> the master holds.
FindLocationShelves.
       MOVE ZERO TO BranchShelf MainShelf
       SET LC-DefaultLoc TO TRUE
       MOVE ORD-Branch TO LC-Branch
       CALL "LOCSRV" USING LC-Parameters
       MOVE LC-Location TO PickLocation
       IF SizeSlot = ZERO
           EXIT PARAGRAPH
       END-IF
       SET LC-Quantity TO TRUE
       MOVE BOR-ProdName(BOR-Index) TO LC-ProdName
       MOVE BOR-ProdSize(BOR-Index) TO LC-ProdSize
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

RelieveBranchShelf.
       IF BranchPart > ZERO
           SET LC-AdjustShelf TO TRUE
           MOVE PickLocation TO LC-Location
           MOVE BOR-ProdName(BOR-Index) TO LC-ProdName
           MOVE BOR-ProdSize(BOR-Index) TO LC-ProdSize
           COMPUTE LC-Qty = ZERO - BranchPart
           CALL "LOCSRV" USING LC-Parameters
       END-IF
       EVALUATE TRUE
           WHEN BranchPart = ZERO
               MOVE "MAIN" TO PrnFromLoc
           WHEN BranchPart = QtyToRelease
               MOVE PickLocation TO PrnFromLoc
           WHEN OTHER
               STRING PickLocation DELIMITED BY SPACE
                      "+MAIN" DELIMITED BY SIZE
                      INTO PrnFromLoc
               END-STRING
       END-EVALUATE.

ApplyReleaseToOrder.
       MOVE 'Y' TO OrderExists
       MOVE BOR-OrderNum(BOR-Index) TO ORD-OrderNum
               MOVE 'N' TO OrderExists
               DISPLAY "Order " ORD-OrderNum
                   " has no matching line - not released"
           ELSE
           IF KitLineMatched
               PERFORM ApplyReleaseToKit
           ELSE
               MOVE OrderLineData TO OA-Before
               ADD QtyToRelease TO OL-ShipQty
                   END-REWRITE
               END-IF
           END-IF
           END-IF
       END-IF.

      *> A component owed against a kit line goes to the packing bench
      *> with the rest of that kit. The line's picked quantity is the
      *> whole kits every component now covers - ordered less what is
      *> still owed, once this release comes off - and the order goes
      *> back to the dock only when that makes at least one more kit.
ApplyReleaseToKit.
       SET KT-Explode TO TRUE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       MOVE OL-OrdQty TO KitsComplete
       PERFORM CountOneKitComponent
           VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
       IF KitsComplete > OL-ShipQty
           MOVE OrderLineData TO OA-Before
           MOVE KitsComplete TO OL-ShipQty
           REWRITE OrderLineData
               INVALID KEY
                   MOVE 'N' TO OrderExists
                   DISPLAY "Order line not rewritten: " ORD-OrderNum
               NOT INVALID KEY
                   SET OA-OrderLineFile TO TRUE
                   MOVE "BOREL" TO OA-Action
                   MOVE OL-OrderNum TO OA-KeyValue
                   MOVE "BORELEAS" TO OA-Operator
                   MOVE OrderLineData TO OA-After
                   CALL "OCAUDIT" USING OA-Parameters
           END-REWRITE
           IF OrderExists = 'Y'
               SET ORD-PickedOrder TO TRUE
               REWRITE OrderData
                   INVALID KEY
                       MOVE 'N' TO OrderExists
                       DISPLAY "Order not rewritten: " ORD-OrderNum
               END-REWRITE
           END-IF
       END-IF.

CountOneKitComponent.
       MOVE ZERO TO ComponentOwed
       PERFORM VARYING BOR-Scan FROM 1 BY 1 UNTIL BOR-Scan > BOR-Count
           IF BOR-OrderNum(BOR-Scan) = ORD-OrderNum
               AND BOR-ProdName(BOR-Scan) = KT-CompName(KitIdx)
               AND BOR-ProdSize(BOR-Scan) = KT-CompSize(KitIdx)
               ADD BOR-QtyShort(BOR-Scan) TO ComponentOwed
           END-IF
       END-PERFORM
       IF KT-CompName(KitIdx) = BOR-ProdName(BOR-Index)
           AND KT-CompSize(KitIdx) = BOR-ProdSize(BOR-Index)
           SUBTRACT QtyToRelease FROM ComponentOwed
       END-IF
       COMPUTE ComponentPicked = OL-OrdQty * KT-CompQty(KitIdx)
           - ComponentOwed
       IF ComponentPicked < ZERO
           MOVE ZERO TO ComponentPicked
       END-IF
       COMPUTE KitsThisPart = ComponentPicked / KT-CompQty(KitIdx)
       IF KitsThisPart < KitsComplete
           MOVE KitsThisPart TO KitsComplete
       END-IF.

      *> The order's own line for the product comes first; failing
      *> that, the first kit line on the order the product is a
      *> component of.
FindMatchingOrderLine.
       MOVE 'N' TO LineFoundFlag
       MOVE 'N' TO KitLineFlag
       MOVE ZERO TO KitMatchLine
       MOVE 'N' TO LineScanEOF
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
               IF OL-ProdName = BOR-ProdName(BOR-Index)
                   AND OL-ProdSize = BOR-ProdSize(BOR-Index)
                   SET LineFound TO TRUE
               ELSE
               IF KitMatchLine = ZERO
                   PERFORM CheckKitHoldsComponent
               END-IF
               END-IF
               END-IF
           END-IF
       END-PERFORM
       IF NOT LineFound AND KitMatchLine > ZERO
           MOVE ORD-OrderNum TO OL-OrderNum
           MOVE KitMatchLine TO OL-LineNum
           READ OrderLineFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET LineFound TO TRUE
                   SET KitLineMatched TO TRUE
           END-READ
       END-IF.

CheckKitHoldsComponent.
       SET KT-Explode TO TRUE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       IF KT-IsKit
           PERFORM VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
               IF KT-CompName(KitIdx) = BOR-ProdName(BOR-Index)
                   AND KT-CompSize(KitIdx) = BOR-ProdSize(BOR-Index)
                   MOVE OL-LineNum TO KitMatchLine
               END-IF
           END-PERFORM
       END-IF.

      *> Satisfied lines drop off the file; partially filled lines
      *> stay with their reduced owed quantity, so the next receipt
