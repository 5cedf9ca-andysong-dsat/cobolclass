       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STKPROOF.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL MovementFile ASSIGN TO "stkmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StockBalanceFile ASSIGN TO "stkbal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ProofReport ASSIGN TO "stkproof.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD MovementFile.
01 MovementRecord.
    COPY "MOVEREC.cpy".

      *> Month-end closing quantity per product and size, appended by
      *> every proof run. Next month's proof opens from it, so each
      *> month is proved against the count the month before closed
      *> on rather than against itself. A rerun for the same month
      *> appends again and the later line wins.
FD StockBalanceFile.
01 StockBalanceLine.
       02 SB-Period PIC 9(6).
       02 FILLER PIC X.
       02 SB-ProdName PIC X(5).
       02 FILLER PIC X.
       02 SB-ProdSize PIC A.
       02 FILLER PIC X.
       02 SB-Qty PIC 9(5).

FD ProofReport.
01 PrintLine PIC X(110).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 ProductFileStatus PIC XX.
01 ProductEOFFlag PIC X VALUE 'N'.
       88 ProductEOF VALUE 'Y'.
01 MovementEOFFlag PIC X VALUE 'N'.
       88 MovementEOF VALUE 'Y'.
01 StockBalanceEOFFlag PIC X VALUE 'N'.
       88 StockBalanceEOF VALUE 'Y'.
01 AskPeriod PIC 9(6).
01 PriorPeriod PIC 9(6).
01 MovementPeriod PIC 9(6).
01 MovementsRead PIC 9(7) VALUE ZERO.
01 ItemsProved PIC 9(5) VALUE ZERO.
01 ItemsFailed PIC 9(5) VALUE ZERO.
01 SizeIdx PIC 9.
01 WorkProdName PIC X(5).
01 WorkProdSize PIC A.
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

      *> One line per product and size on the master, plus any that
      *> moved during the month and have since been deleted. The
      *> opening comes from last month's closing line when there is
      *> one (S); failing that from what the ledger recorded on hand
      *> just before the month, or just before the month's first
      *> movement (L) - the ledger's first month has no closing line
      *> to open from. Later is everything that has moved since the
      *> month ended, taken back off today's on-hand to give the
      *> month's closing.
01 ItemTable.
       02 ItemEntry OCCURS 600 TIMES.
           03 ITM-ProdName PIC X(5).
           03 ITM-ProdSize PIC A.
           03 ITM-LiveQty PIC 9(5).
           03 ITM-Opening PIC S9(6).
           03 ITM-OpenSource PIC X.
               88 ITM-OpenFromSnapshot VALUE 'S'.
               88 ITM-OpenFromLedger   VALUE 'L'.
               88 ITM-OpenUnknown      VALUE ' '.
           03 ITM-Receipts PIC S9(6).
           03 ITM-Returns PIC S9(6).
           03 ITM-Issues PIC S9(6).
           03 ITM-Adjustments PIC S9(6).
           03 ITM-Transfers PIC S9(6).
           03 ITM-Later PIC S9(6).
01 ItemCount PIC 9(4) VALUE ZERO.
01 ITM-Index PIC 9(4).
01 ITM-Slot PIC 9(4).
01 ITM-FoundFlag PIC X.
       88 ITM-EntryFound VALUE 'Y'.
01 ClosingQty PIC S9(6).
01 ProvedQty PIC S9(6).
01 ProofDifference PIC S9(6).

01 ReportHeading.
       02 FILLER PIC X(37) VALUE "STOCK ROLL-FORWARD PROOF - MONTH ".
       02 PrnPeriod PIC 9(6).
01 ProofHeads PIC X(79) VALUE
    "Item  Sz Opening Receipts  Returns   Issues   Adjust Transfer  Closing   Proved".
01 ProofDetailLine.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdSize PIC A.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnOpening PIC ---,--9.
       02 PrnOpenSource PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PrnReceipts PIC ---,--9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReturns PIC ---,--9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnIssues PIC ---,--9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAdjustments PIC ---,--9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTransfers PIC ---,--9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnClosing PIC ---,--9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnProved PIC ---,--9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnProofFlag PIC X(20).
01 ReportFooting.
       02 FILLER PIC X(16) VALUE "Items proved: ".
       02 PrnItemsProved PIC ZZZZ9.
       02 FILLER PIC X(16) VALUE "   failing: ".
       02 PrnItemsFailed PIC ZZZZ9.
01 FootingNote PIC X(80) VALUE
    "Opening S = last month's closing line, L = taken from the ledger".

COPY "REGION.cpy".

      *> The month-end proof that every change to an on-hand count
      *> went through the movement ledger: for each product and size,
      *> opening plus receipts and returns, less issues, plus or minus
      *> adjustments and transfers, must come to the closing on hand.
      *> An item that does not prove was changed by something that
      *> never wrote a movement, and is flagged for the stockroom to
      *> chase on its stock card. Issues print as stock out - a short
      *> shipment put back nets against them. The closing quantities
      *> are then kept as next month's openings.
PROCEDURE DIVISION.
StartPara.
       DISPLAY "STOCK ROLL-FORWARD PROOF"
       DISPLAY "Month (YYYYMM, 0 = this month) : " WITH NO ADVANCING
       ACCEPT AskPeriod
       IF AskPeriod = ZERO
           MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
           MOVE CT-Date(1:6) TO AskPeriod
       END-IF
       IF AskPeriod(5:2) < "01" OR AskPeriod(5:2) > "12"
           DISPLAY "Invalid month - run skipped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF AskPeriod(5:2) = "01"
           COMPUTE PriorPeriod = AskPeriod - 89
       ELSE
           COMPUTE PriorPeriod = AskPeriod - 1
       END-IF
       PERFORM LoadProductItems
       PERFORM LoadOpeningBalances
       PERFORM LoadMonthMovements
       OPEN OUTPUT ProofReport
       MOVE AskPeriod TO PrnPeriod
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM ProofHeads AFTER ADVANCING 2 LINES
       OPEN EXTEND StockBalanceFile
       PERFORM ProveOneItem
           VARYING ITM-Index FROM 1 BY 1 UNTIL ITM-Index > ItemCount
       CLOSE StockBalanceFile
       MOVE ItemsProved TO PrnItemsProved
       MOVE ItemsFailed TO PrnItemsFailed
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM FootingNote AFTER ADVANCING 1 LINE
       CLOSE ProofReport
       DISPLAY "Stock proof written to stkproof.rpt - items: " ItemsProved
           "  failing: " ItemsFailed
       PERFORM WriteBalanceLine
       STOP RUN.

LoadProductItems.
       OPEN INPUT ProductFile
       IF ProductFileStatus NOT = "00"
           DISPLAY "Product master file could not be opened - status "
               ProductFileStatus
           STOP RUN
       END-IF
       PERFORM UNTIL ProductEOF
           READ ProductFile NEXT RECORD
               AT END SET ProductEOF TO TRUE
               NOT AT END
                   PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                       IF PMProdSize(SizeIdx) NOT = SPACE
                           MOVE PMProdName TO WorkProdName
                           MOVE PMProdSize(SizeIdx) TO WorkProdSize
                           PERFORM FindItemSlot
                           IF ITM-Slot > ZERO
                               MOVE PMProdQty(SizeIdx) TO ITM-LiveQty(ITM-Slot)
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM
       CLOSE ProductFile.

LoadOpeningBalances.
       OPEN INPUT StockBalanceFile
       PERFORM UNTIL StockBalanceEOF
           READ StockBalanceFile
               AT END SET StockBalanceEOF TO TRUE
               NOT AT END
                   IF SB-Period = PriorPeriod AND SB-Qty IS NUMERIC
                       MOVE SB-ProdName TO WorkProdName
                       MOVE SB-ProdSize TO WorkProdSize
                       PERFORM FindItemSlot
                       IF ITM-Slot > ZERO
                           MOVE SB-Qty TO ITM-Opening(ITM-Slot)
                           SET ITM-OpenFromSnapshot(ITM-Slot) TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StockBalanceFile.

      *> The ledger is in the order things happened, so the last line
      *> before the month holds the on-hand the month opened with.
LoadMonthMovements.
       OPEN INPUT MovementFile
       PERFORM UNTIL MovementEOF
           READ MovementFile
               AT END SET MovementEOF TO TRUE
               NOT AT END
                   ADD 1 TO MovementsRead
                   IF MV-Qty IS NUMERIC AND MV-QtyAfter IS NUMERIC
                       PERFORM NoteOneMovement
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MovementFile.

NoteOneMovement.
       MOVE MV-Date(1:6) TO MovementPeriod
       MOVE MV-ProdName TO WorkProdName
       MOVE MV-ProdSize TO WorkProdSize
       PERFORM FindItemSlot
       IF ITM-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN MovementPeriod < AskPeriod
               IF NOT ITM-OpenFromSnapshot(ITM-Slot)
                   MOVE MV-QtyAfter TO ITM-Opening(ITM-Slot)
                   SET ITM-OpenFromLedger(ITM-Slot) TO TRUE
               END-IF
           WHEN MovementPeriod > AskPeriod
               ADD MV-Qty TO ITM-Later(ITM-Slot)
           WHEN OTHER
               IF ITM-OpenUnknown(ITM-Slot)
                   COMPUTE ITM-Opening(ITM-Slot) = MV-QtyAfter - MV-Qty
                   SET ITM-OpenFromLedger(ITM-Slot) TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN MV-Receipt
                       ADD MV-Qty TO ITM-Receipts(ITM-Slot)
                   WHEN MV-Return
                       ADD MV-Qty TO ITM-Returns(ITM-Slot)
                   WHEN MV-Issue
                       ADD MV-Qty TO ITM-Issues(ITM-Slot)
                   WHEN MV-Transfer
                       ADD MV-Qty TO ITM-Transfers(ITM-Slot)
                   WHEN OTHER
                       ADD MV-Qty TO ITM-Adjustments(ITM-Slot)
               END-EVALUATE
       END-EVALUATE.

FindItemSlot.
       MOVE 'N' TO ITM-FoundFlag
       MOVE ZERO TO ITM-Slot
       PERFORM VARYING ITM-Index FROM 1 BY 1
           UNTIL ITM-Index > ItemCount OR ITM-EntryFound
           IF ITM-ProdName(ITM-Index) = WorkProdName
               AND ITM-ProdSize(ITM-Index) = WorkProdSize
               SET ITM-EntryFound TO TRUE
               MOVE ITM-Index TO ITM-Slot
           END-IF
       END-PERFORM
       IF NOT ITM-EntryFound
           IF ItemCount < 600
               ADD 1 TO ItemCount
               MOVE ItemCount TO ITM-Slot
               MOVE WorkProdName TO ITM-ProdName(ITM-Slot)
               MOVE WorkProdSize TO ITM-ProdSize(ITM-Slot)
               MOVE ZERO TO ITM-LiveQty(ITM-Slot) ITM-Opening(ITM-Slot)
               MOVE SPACE TO ITM-OpenSource(ITM-Slot)
               MOVE ZERO TO ITM-Receipts(ITM-Slot) ITM-Returns(ITM-Slot)
               MOVE ZERO TO ITM-Issues(ITM-Slot) ITM-Adjustments(ITM-Slot)
               MOVE ZERO TO ITM-Transfers(ITM-Slot) ITM-Later(ITM-Slot)
           ELSE
               DISPLAY "Item table full - " WorkProdName " " WorkProdSize
                   " skipped"
           END-IF
       END-IF.

      *> With nothing to open from and nothing moved, the item has no
      *> history on the ledger and opens where it closes.
ProveOneItem.
       COMPUTE ClosingQty = ITM-LiveQty(ITM-Index) - ITM-Later(ITM-Index)
       IF ITM-OpenUnknown(ITM-Index)
           MOVE ClosingQty TO ITM-Opening(ITM-Index)
       END-IF
       COMPUTE ProvedQty = ITM-Opening(ITM-Index)
           + ITM-Receipts(ITM-Index) + ITM-Returns(ITM-Index)
           + ITM-Issues(ITM-Index) + ITM-Adjustments(ITM-Index)
           + ITM-Transfers(ITM-Index)
       COMPUTE ProofDifference = ClosingQty - ProvedQty
       MOVE ITM-ProdName(ITM-Index) TO PrnProdName
       MOVE ITM-ProdSize(ITM-Index) TO PrnProdSize
       MOVE ITM-Opening(ITM-Index) TO PrnOpening
       MOVE ITM-OpenSource(ITM-Index) TO PrnOpenSource
       MOVE ITM-Receipts(ITM-Index) TO PrnReceipts
       MOVE ITM-Returns(ITM-Index) TO PrnReturns
       COMPUTE PrnIssues = ZERO - ITM-Issues(ITM-Index)
       MOVE ITM-Adjustments(ITM-Index) TO PrnAdjustments
       MOVE ITM-Transfers(ITM-Index) TO PrnTransfers
       MOVE ClosingQty TO PrnClosing
       MOVE ProvedQty TO PrnProved
       IF ProofDifference = ZERO
           MOVE SPACES TO PrnProofFlag
       ELSE
           MOVE "*** DOES NOT PROVE" TO PrnProofFlag
           ADD 1 TO ItemsFailed
       END-IF
       WRITE PrintLine FROM ProofDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO ItemsProved
       IF ClosingQty >= ZERO
           MOVE SPACES TO StockBalanceLine
           MOVE AskPeriod TO SB-Period
           MOVE ITM-ProdName(ITM-Index) TO SB-ProdName
           MOVE ITM-ProdSize(ITM-Index) TO SB-ProdSize
           MOVE ClosingQty TO SB-Qty
           WRITE StockBalanceLine
       END-IF.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "STKPROOF" TO BAL-Program
       MOVE "STOCKPROOF" TO BAL-Step
       MOVE MovementsRead TO BAL-RecordsIn
       MOVE ItemsProved TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
