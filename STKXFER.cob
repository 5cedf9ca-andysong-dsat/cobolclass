       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STKXFER.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL TransferFile ASSIGN TO "transfer.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD TransferFile.
01 TransferLine.
    COPY "XFERREC.cpy".

FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 ProductFileStatus PIC XX.
01 ProductExists PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 TransferEOFFlag PIC X.
       88 TransferEOF VALUE 'Y'.
01 TransfersMade PIC 9(4) VALUE ZERO.
      *> Set when transfer.txt outgrows the table. Shipping or receiving
      *> moves stock on the product master at once, so neither is
      *> allowed when the transfer that goes with it could not be
      *> saved without losing the transfers left unloaded.
01 TransferOverflowFlag PIC X VALUE 'N'.
       88 TransferTableOverflowed VALUE 'Y'.
01 TransfersShown PIC 9(4).
01 SizeIdx PIC 9.
01 SizeSlot PIC 9.
01 QtyShort PIC 9(4).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

      *> The whole transfer file, received lines included, since it
      *> is written back as a whole and transfer numbers must never be
      *> reused.
01 TransferTable.
       02 TransferEntry OCCURS 500 TIMES.
           03 XT-TransferNum PIC 9(5).
           03 XT-FromLoc PIC X(4).
           03 XT-ToLoc PIC X(4).
           03 XT-ProdName PIC X(5).
           03 XT-ProdSize PIC A.
           03 XT-Qty PIC 9(4).
           03 XT-ShipDate PIC 9(8).
           03 XT-ShippedBy PIC X(8).
           03 XT-Status PIC X.
               88 XT-InTransit VALUE 'T'.
               88 XT-Received  VALUE 'R'.
           03 XT-RecvDate PIC 9(8).
           03 XT-RecvQty PIC 9(4).
           03 XT-ReceivedBy PIC X(8).
01 TransferCount PIC 999 VALUE ZERO.
01 XT-Index PIC 999.
01 XT-Slot PIC 999.
01 LastTransferNum PIC 9(5) VALUE ZERO.

01 AskTransferNum PIC 9(5).
01 AskFromLoc PIC X(4).
01 AskToLoc PIC X(4).
01 AskProdName PIC X(5).
01 AskProdSize PIC A.
01 AskQty PIC 9(4).
01 AskConfirm PIC X.
01 FromShelf PIC S9(5).

01 CompanyShelves PIC S9(6).
01 CompanyInTransit PIC S9(6).
01 PrnQuantity PIC -(5)9.
01 StockLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStockLoc PIC X(4).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStockName PIC X(20).
       02 PrnStockOnHand PIC -(5)9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStockInTransit PIC Z(6)9.
01 StockHeads PIC X(43) VALUE
    "  Loc   Name               On Hand  Transit".
01 TransitLine.
       02 PrnTransitNum PIC 9(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTransitFrom PIC X(4).
       02 FILLER PIC X(4) VALUE " -> ".
       02 PrnTransitTo PIC X(4).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTransitProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnTransitSize PIC A.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTransitQty PIC ZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTransitDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnTransitBy PIC X(8).
01 TransitHeads PIC X(47) VALUE
    "Xfer#  From    To    Item  Sz  Qty  Shipped  By".
COPY "LOCSRV.cpy".
COPY "STKMOVE.cpy".
COPY "SIGNON.cpy".

      *> Stock moves between the main warehouse and the branch
      *> stockrooms here. Shipping a transfer takes it off the sending
      *> shelf and puts it in transit to the receiving location; it
      *> reaches that shelf only when the receiving end confirms what
      *> arrived. The company count does not move on a transfer - it
      *> goes on the movement ledger as a matched pair, off and on,
      *> under the transfer number - except for any shortfall found
      *> on arrival, which is written off as an adjustment.
PROCEDURE DIVISION.
StartPara.
       MOVE "STKXFER" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-MaintLevel AND NOT SO-SupervisorLevel
           MOVE "Stock Transfer Refused - Maintenance Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN I-O ProductFile
       IF ProductFileStatus NOT = "00"
           DISPLAY "Product master file could not be opened - status "
               ProductFileStatus
           STOP RUN
       END-IF
       PERFORM LoadTransferTable
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "STOCK TRANSFERS BETWEEN LOCATIONS"
           DISPLAY "1: Ship Transfer"
           DISPLAY "2: Confirm Transfer Received"
           DISPLAY "3: List Transfers In Transit"
           DISPLAY "4: Stock By Location"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ShipTransfer
               WHEN 2 PERFORM ReceiveTransfer
               WHEN 3 PERFORM ListInTransit
               WHEN 4 PERFORM ShowStockByLocation
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       CLOSE ProductFile
       IF TransfersMade > ZERO AND NOT TransferTableOverflowed
           PERFORM WriteTransferFile
       END-IF
       IF TransferTableOverflowed
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

LoadTransferTable.
       MOVE ZERO TO TransferCount LastTransferNum
       MOVE 'N' TO TransferEOFFlag
       OPEN INPUT TransferFile
       PERFORM UNTIL TransferEOF
           READ TransferFile
               AT END SET TransferEOF TO TRUE
               NOT AT END
                   IF XF-TransferNum IS NUMERIC
                       IF TransferCount < 500
                           ADD 1 TO TransferCount
                           MOVE XF-TransferNum TO XT-TransferNum(TransferCount)
                           MOVE XF-FromLoc TO XT-FromLoc(TransferCount)
                           MOVE XF-ToLoc TO XT-ToLoc(TransferCount)
                           MOVE XF-ProdName TO XT-ProdName(TransferCount)
                           MOVE XF-ProdSize TO XT-ProdSize(TransferCount)
                           MOVE XF-Qty TO XT-Qty(TransferCount)
                           MOVE XF-ShipDate TO XT-ShipDate(TransferCount)
                           MOVE XF-ShippedBy TO XT-ShippedBy(TransferCount)
                           MOVE XF-Status TO XT-Status(TransferCount)
                           MOVE XF-RecvDate TO XT-RecvDate(TransferCount)
                           MOVE XF-RecvQty TO XT-RecvQty(TransferCount)
                           MOVE XF-ReceivedBy TO XT-ReceivedBy(TransferCount)
                           IF XF-TransferNum > LastTransferNum
                               MOVE XF-TransferNum TO LastTransferNum
                           END-IF
                       ELSE
                           SET TransferTableOverflowed TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TransferFile
       IF TransferTableOverflowed
           DISPLAY "transfer.txt exceeds table capacity - listing only, "
               "no transfer can be shipped or received"
       END-IF.

RefuseOverflowedTransfer.
       MOVE "Stock Transfer Refused - transfer.txt Exceeds Table Size"
           TO WS-ExceptionMessage
       PERFORM LogException.

      *> The sending shelf must hold the quantity today - a transfer
      *> never ships stock a location does not have.
ShipTransfer.
       IF TransferTableOverflowed
           PERFORM RefuseOverflowedTransfer
           EXIT PARAGRAPH
       END-IF
       IF TransferCount >= 500
           DISPLAY "Transfer table full"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "From location : " WITH NO ADVANCING
       ACCEPT AskFromLoc
       DISPLAY "To location : " WITH NO ADVANCING
       ACCEPT AskToLoc
       SET LC-KnownLoc TO TRUE
       MOVE AskFromLoc TO LC-Location
       CALL "LOCSRV" USING LC-Parameters
       IF LC-NotFound
           MOVE "Transfer Refused - Unknown From Location"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE AskToLoc TO LC-Location
       CALL "LOCSRV" USING LC-Parameters
       IF LC-NotFound OR AskToLoc = AskFromLoc
           MOVE "Transfer Refused - Bad To Location"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Product Name : " WITH NO ADVANCING
       ACCEPT AskProdName
       DISPLAY "Size (S/M/L) : " WITH NO ADVANCING
       ACCEPT AskProdSize
       PERFORM ReadProductSize
       IF SizeSlot = ZERO
           MOVE "Transfer Refused - Unknown Product or Size"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Quantity : " WITH NO ADVANCING
       ACCEPT AskQty
       SET LC-Quantity TO TRUE
       MOVE AskFromLoc TO LC-Location
       MOVE AskProdName TO LC-ProdName
       MOVE AskProdSize TO LC-ProdSize
       MOVE PMProdQty(SizeSlot) TO LC-CompanyQty
       CALL "LOCSRV" USING LC-Parameters
       MOVE LC-OnHand TO FromShelf
       IF AskQty = ZERO OR AskQty > FromShelf
           MOVE FromShelf TO PrnQuantity
           DISPLAY AskFromLoc " holds " PrnQuantity
           MOVE "Transfer Refused - Sending Location Short"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Ship " AskQty " " AskProdName " " AskProdSize
           " from " AskFromLoc " to " AskToLoc " (Y/N)? "
           WITH NO ADVANCING
       ACCEPT AskConfirm
       IF AskConfirm NOT = 'Y' AND AskConfirm NOT = 'y'
           DISPLAY "Transfer abandoned"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO LastTransferNum
       ADD 1 TO TransferCount
       MOVE LastTransferNum TO XT-TransferNum(TransferCount)
       MOVE AskFromLoc TO XT-FromLoc(TransferCount)
       MOVE AskToLoc TO XT-ToLoc(TransferCount)
       MOVE AskProdName TO XT-ProdName(TransferCount)
       MOVE AskProdSize TO XT-ProdSize(TransferCount)
       MOVE AskQty TO XT-Qty(TransferCount)
       MOVE RunDate TO XT-ShipDate(TransferCount)
       MOVE SO-OperatorID TO XT-ShippedBy(TransferCount)
       SET XT-InTransit(TransferCount) TO TRUE
       MOVE ZERO TO XT-RecvDate(TransferCount) XT-RecvQty(TransferCount)
       MOVE SPACES TO XT-ReceivedBy(TransferCount)
       ADD 1 TO TransfersMade
       SET LC-AdjustShelf TO TRUE
       MOVE AskFromLoc TO LC-Location
       COMPUTE LC-Qty = ZERO - AskQty
       CALL "LOCSRV" USING LC-Parameters
       SET LC-TransitAdj TO TRUE
       MOVE AskToLoc TO LC-Location
       MOVE AskQty TO LC-Qty
       CALL "LOCSRV" USING LC-Parameters
       MOVE TransferCount TO XT-Slot
       COMPUTE SM-Qty = ZERO - AskQty
       COMPUTE SM-QtyAfter = PMProdQty(SizeSlot) - AskQty
       PERFORM WriteTransferMovement
       MOVE AskQty TO SM-Qty
       MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
       PERFORM WriteTransferMovement
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Transfer " DELIMITED BY SIZE
              LastTransferNum DELIMITED BY SIZE
              " shipped " DELIMITED BY SIZE
              AskFromLoc DELIMITED BY SIZE
              " to " DELIMITED BY SIZE
              AskToLoc DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       PERFORM LogExceptionInfo
       DISPLAY "Transfer " LastTransferNum " in transit".

      *> What arrived goes on the receiving shelf and the transfer
      *> comes out of transit. Less than was shipped is a loss on the
      *> road: the shortfall comes off the company count as an
      *> adjustment under the transfer number.
ReceiveTransfer.
       IF TransferTableOverflowed
           PERFORM RefuseOverflowedTransfer
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Transfer number : " WITH NO ADVANCING
       ACCEPT AskTransferNum
       MOVE ZERO TO XT-Slot
       PERFORM VARYING XT-Index FROM 1 BY 1
           UNTIL XT-Index > TransferCount OR XT-Slot > ZERO
           IF XT-TransferNum(XT-Index) = AskTransferNum
               MOVE XT-Index TO XT-Slot
           END-IF
       END-PERFORM
       IF XT-Slot = ZERO
           DISPLAY "Transfer not on file"
           EXIT PARAGRAPH
       END-IF
       IF NOT XT-InTransit(XT-Slot)
           DISPLAY "Transfer already received " XT-RecvDate(XT-Slot)
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Shipped " XT-Qty(XT-Slot) " " XT-ProdName(XT-Slot) " "
           XT-ProdSize(XT-Slot) " from " XT-FromLoc(XT-Slot)
           " to " XT-ToLoc(XT-Slot)
       DISPLAY "Quantity received : " WITH NO ADVANCING
       ACCEPT AskQty
       IF AskQty > XT-Qty(XT-Slot)
           DISPLAY "More than was shipped - receive refused"
           EXIT PARAGRAPH
       END-IF
       MOVE XT-ProdName(XT-Slot) TO AskProdName
       MOVE XT-ProdSize(XT-Slot) TO AskProdSize
       PERFORM ReadProductSize
       SET LC-TransitAdj TO TRUE
       MOVE XT-ToLoc(XT-Slot) TO LC-Location
       MOVE XT-ProdName(XT-Slot) TO LC-ProdName
       MOVE XT-ProdSize(XT-Slot) TO LC-ProdSize
       COMPUTE LC-Qty = ZERO - XT-Qty(XT-Slot)
       CALL "LOCSRV" USING LC-Parameters
       SET LC-AdjustShelf TO TRUE
       MOVE AskQty TO LC-Qty
       CALL "LOCSRV" USING LC-Parameters
       COMPUTE QtyShort = XT-Qty(XT-Slot) - AskQty
       IF QtyShort > ZERO AND SizeSlot > ZERO
           IF QtyShort > PMProdQty(SizeSlot)
               MOVE ZERO TO PMProdQty(SizeSlot)
           ELSE
               SUBTRACT QtyShort FROM PMProdQty(SizeSlot)
           END-IF
           REWRITE ProductMasterRecord
               INVALID KEY
                   DISPLAY "Product not rewritten: " PMProdName
               NOT INVALID KEY
                   SET SM-Adjustment TO TRUE
                   MOVE PMProdName TO SM-ProdName
                   MOVE AskProdSize TO SM-ProdSize
                   COMPUTE SM-Qty = ZERO - QtyShort
                   MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
                   PERFORM BuildTransferReference
                   MOVE "STKXFER" TO SM-Program
                   MOVE SO-OperatorID TO SM-Operator
                   CALL "STKMOVE" USING SM-Parameters
           END-REWRITE
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Transfer " DELIMITED BY SIZE
                  XT-TransferNum(XT-Slot) DELIMITED BY SIZE
                  " arrived short " DELIMITED BY SIZE
                  QtyShort DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF
       SET XT-Received(XT-Slot) TO TRUE
       MOVE RunDate TO XT-RecvDate(XT-Slot)
       MOVE AskQty TO XT-RecvQty(XT-Slot)
       MOVE SO-OperatorID TO XT-ReceivedBy(XT-Slot)
       ADD 1 TO TransfersMade
       DISPLAY "Transfer " XT-TransferNum(XT-Slot) " received at "
           XT-ToLoc(XT-Slot).

ListInTransit.
       MOVE ZERO TO TransfersShown
       DISPLAY " "
       DISPLAY TransitHeads
       PERFORM VARYING XT-Index FROM 1 BY 1 UNTIL XT-Index > TransferCount
           IF XT-InTransit(XT-Index)
               MOVE XT-TransferNum(XT-Index) TO PrnTransitNum
               MOVE XT-FromLoc(XT-Index) TO PrnTransitFrom
               MOVE XT-ToLoc(XT-Index) TO PrnTransitTo
               MOVE XT-ProdName(XT-Index) TO PrnTransitProd
               MOVE XT-ProdSize(XT-Index) TO PrnTransitSize
               MOVE XT-Qty(XT-Index) TO PrnTransitQty
               MOVE XT-ShipDate(XT-Index) TO PrnTransitDate
               MOVE XT-ShippedBy(XT-Index) TO PrnTransitBy
               DISPLAY TransitLine
               ADD 1 TO TransfersShown
           END-IF
       END-PERFORM
       DISPLAY "Transfers in transit: " TransfersShown.

      *> Every location's shelf and inbound transfers for one item,
      *> rolled up to the company count on the product master.
ShowStockByLocation.
       DISPLAY "Product Name : " WITH NO ADVANCING
       ACCEPT AskProdName
       DISPLAY "Size (S/M/L) : " WITH NO ADVANCING
       ACCEPT AskProdSize
       PERFORM ReadProductSize
       IF SizeSlot = ZERO
           DISPLAY "Product or size not on the master"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO CompanyShelves CompanyInTransit
       DISPLAY " "
       DISPLAY "STOCK BY LOCATION - " AskProdName " size " AskProdSize
       DISPLAY StockHeads
       MOVE 1 TO LC-LocIndex
       SET LC-NextLoc TO TRUE
       CALL "LOCSRV" USING LC-Parameters
       PERFORM UNTIL LC-NotFound
           SET LC-Quantity TO TRUE
           MOVE AskProdName TO LC-ProdName
           MOVE AskProdSize TO LC-ProdSize
           MOVE PMProdQty(SizeSlot) TO LC-CompanyQty
           CALL "LOCSRV" USING LC-Parameters
           MOVE LC-Location TO PrnStockLoc
           MOVE LC-LocName TO PrnStockName
           MOVE LC-OnHand TO PrnStockOnHand
           MOVE LC-InTransit TO PrnStockInTransit
           DISPLAY StockLine
           ADD LC-OnHand TO CompanyShelves
           ADD LC-InTransit TO CompanyInTransit
           ADD 1 TO LC-LocIndex
           SET LC-NextLoc TO TRUE
           CALL "LOCSRV" USING LC-Parameters
       END-PERFORM
       MOVE SPACES TO StockLine
       MOVE "COMPANY-WIDE" TO PrnStockName
       MOVE CompanyShelves TO PrnStockOnHand
       MOVE CompanyInTransit TO PrnStockInTransit
       DISPLAY StockLine
       DISPLAY "  Product master count: " PMProdQty(SizeSlot).

ReadProductSize.
       MOVE ZERO TO SizeSlot
       MOVE 'Y' TO ProductExists
       MOVE AskProdName TO PMProdName
       READ ProductFile
           INVALID KEY MOVE 'N' TO ProductExists
       END-READ
       IF ProductExists = 'Y'
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               IF PMProdSize(SizeIdx) = AskProdSize
                   MOVE SizeIdx TO SizeSlot
               END-IF
           END-PERFORM
       END-IF.

WriteTransferMovement.
       SET SM-Transfer TO TRUE
       MOVE AskProdName TO SM-ProdName
       MOVE AskProdSize TO SM-ProdSize
       PERFORM BuildTransferReference
       MOVE "STKXFER" TO SM-Program
       MOVE SO-OperatorID TO SM-Operator
       CALL "STKMOVE" USING SM-Parameters.

BuildTransferReference.
       MOVE SPACES TO SM-Reference
       STRING "XFER " DELIMITED BY SIZE
              XT-TransferNum(XT-Slot) DELIMITED BY SIZE
              INTO SM-Reference
       END-STRING.

WriteTransferFile.
       OPEN OUTPUT TransferFile
       PERFORM VARYING XT-Index FROM 1 BY 1 UNTIL XT-Index > TransferCount
           MOVE SPACES TO TransferLine
           MOVE XT-TransferNum(XT-Index) TO XF-TransferNum
           MOVE XT-FromLoc(XT-Index) TO XF-FromLoc
           MOVE XT-ToLoc(XT-Index) TO XF-ToLoc
           MOVE XT-ProdName(XT-Index) TO XF-ProdName
           MOVE XT-ProdSize(XT-Index) TO XF-ProdSize
           MOVE XT-Qty(XT-Index) TO XF-Qty
           MOVE XT-ShipDate(XT-Index) TO XF-ShipDate
           MOVE XT-ShippedBy(XT-Index) TO XF-ShippedBy
           MOVE XT-Status(XT-Index) TO XF-Status
           MOVE XT-RecvDate(XT-Index) TO XF-RecvDate
           MOVE XT-RecvQty(XT-Index) TO XF-RecvQty
           MOVE XT-ReceivedBy(XT-Index) TO XF-ReceivedBy
           WRITE TransferLine
       END-PERFORM
       CLOSE TransferFile.

LogExceptionInfo.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "STKXFER" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'I' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       CLOSE ExceptionLog.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "STKXFER" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'W' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       DISPLAY WS-ExceptionMessage
       CLOSE ExceptionLog.
