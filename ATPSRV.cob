       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATPSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.
       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS OrderLineFileStatus.
       SELECT OPTIONAL POFile ASSIGN TO "po.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-PONum
           FILE STATUS IS POFileStatus.
       SELECT OPTIONAL BackorderFile ASSIGN TO "backorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DropShipFile ASSIGN TO "dropship.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD POFile.
01 PORecord.
    COPY "POREC.cpy".

FD BackorderFile.
01 BackorderRecord.
       02 BO-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 BO-ProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 BO-ProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 BO-QtyShort PIC 9(4).

FD DropShipFile.
01 DropShipLine.
    COPY "DSHPREC.cpy".

WORKING-STORAGE SECTION.
01 ProductFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 POFileStatus PIC XX.
01 TablesLoadedFlag PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 OrderFileOpenFlag PIC X.
       88 OrderFileOpen VALUE 'Y'.
01 OrderExists PIC X.
01 LastOrderNum PIC 9(6).
01 LastOrderCounts PIC X.
       88 LastOrderCommits VALUE 'Y'.
01 SizeIdx PIC 9.
01 LineIdx PIC 9.
01 OpenQty PIC S9(6).
01 FindProdName PIC X(5).
01 FindProdSize PIC A.
01 SlotFoundFlag PIC X.
       88 SlotFound VALUE 'Y'.

      *> One slot per product and size on the master, with the
      *> quantity every unfinished order has a claim on.
01 ItemTable.
       02 ItemEntry OCCURS 600 TIMES.
           03 IT-ProdName PIC X(5).
           03 IT-ProdSize PIC A.
           03 IT-OnHand PIC S9(6).
           03 IT-Committed PIC S9(6).
01 ItemCount PIC 999 VALUE ZERO.
01 IT-Index PIC 999.
01 IT-Slot PIC 999.
01 ItemFullFlag PIC X VALUE 'N'.
       88 ItemFull VALUE 'Y'.

      *> Every open PO line still to arrive, kept in expected-date
      *> order as it is loaded so the promise walk reads it straight
      *> through.
01 SupplyTable.
       02 SupplyEntry OCCURS 300 TIMES.
           03 SU-ProdName PIC X(5).
           03 SU-ProdSize PIC A.
           03 SU-ExpectedDate PIC 9(8).
           03 SU-PONum PIC 9(6).
           03 SU-Qty PIC 9(4).
01 SupplyCount PIC 999 VALUE ZERO.
01 SU-Index PIC 999.
01 SU-Slot PIC 999.
01 SupplyFullFlag PIC X VALUE 'N'.
       88 SupplyFull VALUE 'Y'.

      *> Set when dropship.txt shows the open PO was raised for a
      *> drop-ship line. The supplier ships those straight to our
      *> customer, so none of it will ever reach the shelf to promise
      *> from.
01 DropShipEOFFlag PIC X.
       88 DropShipEOF VALUE 'Y'.
01 DropShipPOFlag PIC X.
       88 DropShipPO VALUE 'Y'.
01 ProjectedQty PIC S9(6).
01 KitIdx PIC 99.
COPY "KITSRV.cpy".

LINKAGE SECTION.
COPY "ATPSRV.cpy".

PROCEDURE DIVISION USING AT-Parameters.
AtpServiceMain.
       IF NOT TablesLoaded OR AT-Reload
           PERFORM LoadAtpTables
       END-IF
       MOVE AT-ProdName TO FindProdName
       MOVE AT-ProdSize TO FindProdSize
       EVALUATE TRUE
           WHEN AT-Inquiry
               PERFORM FindItem
               PERFORM BuildItemPicture
           WHEN AT-Promise
               PERFORM FindItem
               PERFORM BuildItemPicture
               PERFORM WorkOutPromise
           WHEN AT-Commit
               PERFORM FindItem
               IF IT-Slot = ZERO
                   PERFORM AddItem
               END-IF
               IF IT-Slot > ZERO
                   ADD AT-ReqQty TO IT-Committed(IT-Slot)
               END-IF
               PERFORM BuildItemPicture
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       EXIT PROGRAM.

FindItem.
       MOVE ZERO TO IT-Slot
       PERFORM VARYING IT-Index FROM 1 BY 1
           UNTIL IT-Index > ItemCount OR IT-Slot > ZERO
           IF IT-ProdName(IT-Index) = FindProdName
               AND IT-ProdSize(IT-Index) = FindProdSize
               MOVE IT-Index TO IT-Slot
           END-IF
       END-PERFORM.

AddItem.
       IF ItemCount < 600
           ADD 1 TO ItemCount
           MOVE ItemCount TO IT-Slot
           MOVE FindProdName TO IT-ProdName(IT-Slot)
           MOVE FindProdSize TO IT-ProdSize(IT-Slot)
           MOVE ZERO TO IT-OnHand(IT-Slot) IT-Committed(IT-Slot)
       ELSE
           IF NOT ItemFull
               DISPLAY "Available-to-promise item table full - "
                   "later items not tracked"
               SET ItemFull TO TRUE
           END-IF
       END-IF.

      *> The supply lines come back with the available quantity
      *> projected forward as each one lands.
BuildItemPicture.
       MOVE ZERO TO AT-OnHand AT-Committed AT-Available AT-SupplyCount
       MOVE ZERO TO AT-PromiseDate
       SET AT-NoPromise TO TRUE
       IF IT-Slot = ZERO
           SET AT-ItemUnknown TO TRUE
           EXIT PARAGRAPH
       END-IF
       SET AT-ItemFound TO TRUE
       MOVE IT-OnHand(IT-Slot) TO AT-OnHand
       MOVE IT-Committed(IT-Slot) TO AT-Committed
       COMPUTE AT-Available = IT-OnHand(IT-Slot) - IT-Committed(IT-Slot)
       MOVE AT-Available TO ProjectedQty
       PERFORM VARYING SU-Index FROM 1 BY 1 UNTIL SU-Index > SupplyCount
           IF SU-ProdName(SU-Index) = AT-ProdName
               AND SU-ProdSize(SU-Index) = AT-ProdSize
               ADD SU-Qty(SU-Index) TO ProjectedQty
               IF AT-SupplyCount < 10
                   ADD 1 TO AT-SupplyCount
                   MOVE SU-ExpectedDate(SU-Index)
                       TO AT-SupplyDate(AT-SupplyCount)
                   MOVE SU-PONum(SU-Index) TO AT-SupplyPONum(AT-SupplyCount)
                   MOVE SU-Qty(SU-Index) TO AT-SupplyQty(AT-SupplyCount)
                   MOVE ProjectedQty TO AT-ProjectedQty(AT-SupplyCount)
               END-IF
           END-IF
       END-PERFORM.

      *> The shelf first; failing that, the first PO whose arrival
      *> lifts the projected quantity to what is wanted. A PO already
      *> past its expected date is promised from the as-of date - it
      *> is late, not lost.
WorkOutPromise.
       IF IT-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       IF AT-Available >= AT-ReqQty
           SET AT-FromStock TO TRUE
           MOVE AT-AsOfDate TO AT-PromiseDate
           EXIT PARAGRAPH
       END-IF
       MOVE AT-Available TO ProjectedQty
       PERFORM VARYING SU-Index FROM 1 BY 1
           UNTIL SU-Index > SupplyCount OR AT-FromSupply
           IF SU-ProdName(SU-Index) = AT-ProdName
               AND SU-ProdSize(SU-Index) = AT-ProdSize
               ADD SU-Qty(SU-Index) TO ProjectedQty
               IF ProjectedQty >= AT-ReqQty
                   SET AT-FromSupply TO TRUE
                   IF SU-ExpectedDate(SU-Index) > AT-AsOfDate
                       MOVE SU-ExpectedDate(SU-Index) TO AT-PromiseDate
                   ELSE
                       MOVE AT-AsOfDate TO AT-PromiseDate
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

LoadAtpTables.
       SET TablesLoaded TO TRUE
       MOVE ZERO TO ItemCount SupplyCount
       MOVE 'N' TO ItemFullFlag SupplyFullFlag
       PERFORM LoadOnHand
       MOVE 'N' TO OrderFileOpenFlag
       OPEN INPUT OrderFile
       IF OrderFileStatus = "00"
           SET OrderFileOpen TO TRUE
           PERFORM LoadOrderCommitments
           PERFORM LoadBackorderCommitments
           CLOSE OrderFile
       END-IF
       PERFORM LoadSupply.

LoadOnHand.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT ProductFile
       IF ProductFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL FileEOF
           READ ProductFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END
                   PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                       IF PMProdSize(SizeIdx) NOT = SPACE
                           MOVE PMProdName TO FindProdName
                           MOVE PMProdSize(SizeIdx) TO FindProdSize
                           PERFORM AddItem
                           IF IT-Slot > ZERO
                               MOVE PMProdQty(SizeIdx) TO IT-OnHand(IT-Slot)
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM
       CLOSE ProductFile.

      *> Open and held orders have shipped nothing yet, so each line
      *> still claims its ordered quantity less anything already
      *> released against it. The lines arrive in order number
      *> sequence, so the order header is read once per order.
LoadOrderCommitments.
       MOVE 'N' TO FileEOFFlag
       MOVE ZERO TO LastOrderNum
       MOVE 'N' TO LastOrderCounts
       OPEN INPUT OrderLineFile
       IF OrderLineFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL FileEOF
           READ OrderLineFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM NoteOneOrderLine
           END-READ
       END-PERFORM
       CLOSE OrderLineFile.

NoteOneOrderLine.
       IF OL-OrderNum NOT = LastOrderNum
           MOVE OL-OrderNum TO LastOrderNum
           MOVE 'N' TO LastOrderCounts
           MOVE 'Y' TO OrderExists
           MOVE OL-OrderNum TO ORD-OrderNum
           READ OrderFile
               INVALID KEY MOVE 'N' TO OrderExists
           END-READ
           IF OrderExists = 'Y'
               AND (ORD-OpenOrder OR ORD-HeldOrder)
               SET LastOrderCommits TO TRUE
           END-IF
       END-IF
      *> A drop-ship line claims nothing on the shelf - the supplier
      *> fills it from its own.
       IF NOT LastOrderCommits OR OL-DropShipLine
           EXIT PARAGRAPH
       END-IF
       COMPUTE OpenQty = OL-OrdQty - OL-ShipQty
       IF OpenQty > ZERO
           SET KT-Explode TO TRUE
           MOVE OL-ProdName TO KT-KitName
           MOVE OL-ProdSize TO KT-KitSize
           CALL "KITSRV" USING KT-Parameters
       END-IF
       IF OpenQty > ZERO AND KT-IsKit
           PERFORM NoteOneKitComponent
               VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
           EXIT PARAGRAPH
       END-IF
       IF OpenQty > ZERO
           MOVE OL-ProdName TO FindProdName
           MOVE OL-ProdSize TO FindProdSize
           PERFORM FindItem
           IF IT-Slot = ZERO
               PERFORM AddItem
           END-IF
           IF IT-Slot > ZERO
               ADD OpenQty TO IT-Committed(IT-Slot)
           END-IF
       END-IF.

      *> A kit line claims its components, never itself.
NoteOneKitComponent.
       MOVE KT-CompName(KitIdx) TO FindProdName
       MOVE KT-CompSize(KitIdx) TO FindProdSize
       PERFORM FindItem
       IF IT-Slot = ZERO
           PERFORM AddItem
       END-IF
       IF IT-Slot > ZERO
           COMPUTE IT-Committed(IT-Slot) = IT-Committed(IT-Slot)
               + OpenQty * KT-CompQty(KitIdx)
       END-IF.

      *> An open order's backorder lines are the same claim its order
      *> lines already make, and the next pick run drops them; only a
      *> picked or shipped order's owed quantity lives on this file
      *> alone.
LoadBackorderCommitments.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT BackorderFile
       PERFORM UNTIL FileEOF
           READ BackorderFile
               AT END SET FileEOF TO TRUE
               NOT AT END
                   IF BO-OrderNum IS NUMERIC AND BO-QtyShort IS NUMERIC
                       PERFORM NoteOneBackorder
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BackorderFile.

NoteOneBackorder.
       MOVE 'Y' TO OrderExists
       MOVE BO-OrderNum TO ORD-OrderNum
       READ OrderFile
           INVALID KEY MOVE 'N' TO OrderExists
       END-READ
       IF OrderExists = 'Y'
           AND (ORD-PickedOrder OR ORD-ShippedOrder)
           MOVE BO-ProdName TO FindProdName
           MOVE BO-ProdSize TO FindProdSize
           PERFORM FindItem
           IF IT-Slot = ZERO
               PERFORM AddItem
           END-IF
           IF IT-Slot > ZERO
               ADD BO-QtyShort TO IT-Committed(IT-Slot)
           END-IF
       END-IF.

      *> Only an open PO is looked up, and dropship.txt is read for
      *> it the way receiving checks it, so no history of closed
      *> drop-ship POs has to be held to recognise the live ones.
CheckDropShipPO.
       MOVE 'N' TO DropShipPOFlag DropShipEOFFlag
       OPEN INPUT DropShipFile
       PERFORM UNTIL DropShipEOF OR DropShipPO
           READ DropShipFile
               AT END SET DropShipEOF TO TRUE
               NOT AT END
                   IF DSL-PONum IS NUMERIC AND DSL-PORaised
                       AND DSL-PONum = PO-PONum
                       SET DropShipPO TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DropShipFile.

      *> A drop-ship PO is never received into stock, so it is left
      *> out of the supply the promise walk counts on.
LoadSupply.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT POFile
       IF POFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL FileEOF
           READ POFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END
                   IF PO-OpenPO OR PO-PartialPO
                       PERFORM CheckDropShipPO
                       IF NOT DropShipPO
                           PERFORM VARYING LineIdx FROM 1 BY 1
                               UNTIL LineIdx > PO-LineCount OR LineIdx > 5
                               IF PO-OrdQty(LineIdx) > PO-RecQty(LineIdx)
                                   PERFORM AddSupplyLine
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE POFile.

      *> Insertion keeps the table in expected-date order; lines with
      *> the same date stay in PO number order as read.
AddSupplyLine.
       IF SupplyCount >= 300
           IF NOT SupplyFull
               DISPLAY "Available-to-promise supply table full - "
                   "later PO lines not counted"
               SET SupplyFull TO TRUE
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE SupplyCount TO SU-Slot
       MOVE 'N' TO SlotFoundFlag
       PERFORM UNTIL SlotFound
           IF SU-Slot = ZERO
               SET SlotFound TO TRUE
           ELSE
               IF SU-ExpectedDate(SU-Slot) <= PO-ExpectedDate
                   SET SlotFound TO TRUE
               ELSE
                   MOVE SupplyEntry(SU-Slot) TO SupplyEntry(SU-Slot + 1)
                   SUBTRACT 1 FROM SU-Slot
               END-IF
           END-IF
       END-PERFORM
       ADD 1 TO SU-Slot
       ADD 1 TO SupplyCount
       MOVE PO-ProdName(LineIdx) TO SU-ProdName(SU-Slot)
       MOVE PO-ProdSize(LineIdx) TO SU-ProdSize(SU-Slot)
       MOVE PO-ExpectedDate TO SU-ExpectedDate(SU-Slot)
       MOVE PO-PONum TO SU-PONum(SU-Slot)
       COMPUTE SU-Qty(SU-Slot) = PO-OrdQty(LineIdx) - PO-RecQty(LineIdx).
