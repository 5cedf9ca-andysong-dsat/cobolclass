       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SLOWMOVE.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL DemandFile ASSIGN TO "demand.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SlowControl ASSIGN TO "slowmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SlowReport ASSIGN TO "slowmove.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD DemandFile.
01 DemandLine.
       02 DM-ProdName PIC X(5).
       02 FILLER PIC X.
       02 DM-ProdSize PIC A.
       02 FILLER PIC X.
       02 DM-Months PIC 99.
       02 FILLER PIC X.
       02 DM-TotalUnits PIC 9(6).
       02 FILLER PIC X.
       02 DM-AvgUnits PIC 9(4).
       02 FILLER PIC X.
       02 DM-LastSold PIC 9(8).

FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

      *> The product manager's two thresholds: months without a
      *> shipment before an item counts as idle, and months of supply
      *> on hand before it counts as overstocked.
FD SlowControl.
01 SlowControlLine.
       02 SC-IdleMonths PIC 99.
       02 FILLER PIC X.
       02 SC-SupplyMonths PIC 99.

FD SlowReport.
01 PrintLine PIC X(100).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 ProductFileStatus PIC XX.
01 ProductEOFFlag PIC X VALUE 'N'.
       88 ProductEOF VALUE 'Y'.
01 DemandFileEOFFlag PIC X VALUE 'N'.
       88 DemandFileEOF VALUE 'Y'.
01 CostFileEOFFlag PIC X VALUE 'N'.
       88 CostFileEOF VALUE 'Y'.
01 SlowControlEOFFlag PIC X VALUE 'N'.
       88 SlowControlEOF VALUE 'Y'.
01 IdleMonths PIC 99 VALUE 6.
01 SupplyMonths PIC 99 VALUE 12.
01 EntriesChecked PIC 9(5) VALUE ZERO.
01 EntriesListed PIC 9(5) VALUE ZERO.
01 SizeIdx PIC 9.
01 RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 FILLER PIC 99.
01 LastSoldDate.
       02 LastSoldYear PIC 9(4).
       02 LastSoldMonth PIC 99.
       02 FILLER PIC 99.
01 IdleEdit PIC ZZZ9.
01 SupplyEdit PIC ZZZ9.9.
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 RunMonthCount PIC 9(6).
01 SoldMonthCount PIC 9(6).
01 MonthsIdle PIC 9(4).
01 MonthsSupply PIC 9(4)V9.
01 UnitCost PIC 9(4)V9999.
01 LineValue PIC 9(8)V99.
01 SlowFlags.
       02 IdleFlag PIC X.
           88 SizeIsIdle VALUE 'Y'.
       02 OverstockFlag PIC X.
           88 SizeIsOverstocked VALUE 'Y'.

      *> Average monthly shipped units and the last date each
      *> product/size shipped, from the DEMANDH pass over the orders.
01 DemandTable.
       02 DemandEntry OCCURS 150 TIMES.
           03 DT-ProdName PIC X(5).
           03 DT-ProdSize PIC A.
           03 DT-AvgUnits PIC 9(4).
           03 DT-LastSold PIC 9(8).
01 DemandCount PIC 999 VALUE ZERO.
01 DT-Index PIC 999.
01 DT-Slot PIC 999.
01 DT-FoundFlag PIC X.
       88 DT-EntryFound VALUE 'Y'.

01 CostTable.
       02 CostEntry OCCURS 150 TIMES.
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
           03 CST-AvgCost PIC 9(4)V9999.
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.
01 CST-FoundFlag PIC X.
       88 CST-EntryFound VALUE 'Y'.

      *> Per product: how many sizes carry stock and how many of those
      *> came out slow. An active product is a sell-off candidate only
      *> when every size with stock on the shelf is slow - one size
      *> still moving means the product is still earning its place.
01 StockedSizes PIC 9.
01 SlowSizes PIC 9.
01 ProductValue PIC 9(8)V99.
01 CandidateTable.
       02 CandidateEntry OCCURS 150 TIMES.
           03 CN-ProdName PIC X(5).
           03 CN-Value PIC 9(8)V99.
01 CandidateCount PIC 999 VALUE ZERO.
01 CN-Index PIC 999.
01 SlowTotals.
       02 SL-Units PIC 9(7) VALUE ZERO.
       02 SL-Value PIC 9(9)V99 VALUE ZERO.

01 ReportHeading.
       02 FILLER PIC X(39) VALUE "SLOW-MOVING AND OBSOLETE STOCK - as of ".
       02 PrnRunDate PIC 9(8).
01 ThresholdLine.
       02 FILLER PIC X(27) VALUE "Idle = no shipment in over ".
       02 PrnIdleMonths PIC Z9.
       02 FILLER PIC X(41) VALUE " months   Overstock = supply on hand over".
       02 PrnSupplyMonths PIC ZZ9.
       02 FILLER PIC X(7) VALUE " months".
01 Heads PIC X(96) VALUE
    "Item  Sz  Status    On Hand   Unit Cost          Value  Last Sold  Mo Idle  Mo Supply  Reason".
01 SlowDetailLine.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdSize PIC A.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnStatusName PIC X(8).
       02 PrnOnHand PIC ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUnitCost PIC Z,ZZ9.9999.
       02 FILLER PIC X VALUE SPACE.
       02 PrnValue PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLastSold PIC X(8).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnMonthsIdle PIC X(4).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnMonthsSupply PIC X(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnReason PIC X(15).
01 SuggestLine.
       02 FILLER PIC X(10) VALUE SPACES.
       02 FILLER PIC X(51)
           VALUE "*** every stocked size slow - suggest SELL-OFF for ".
       02 PrnSuggestName PIC X(5).
01 SlowTotalLine.
       02 FILLER PIC X(19) VALUE "TOTAL SLOW STOCK   ".
       02 PrnTotalUnits PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(13) VALUE SPACES.
       02 PrnTotalValue PIC $$$,$$$,$$9.99.
01 CandidateHeading PIC X(60) VALUE
    "SELL-OFF CANDIDATES - set status S in product maintenance".
01 CandidateHeads PIC X(30) VALUE "Item            Value at cost".
01 CandidateLine.
       02 PrnCandName PIC X(5).
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnCandValue PIC $$$,$$$,$$9.99.
01 NoSlowLine PIC X(50)
       VALUE "No product/size is idle or overstocked".
01 NoCandidateLine PIC X(50)
       VALUE "No active product is slow in every stocked size".

COPY "REGION.cpy".

      *> The other side of the reorder report: stock that has stopped
      *> selling. Each product/size with stock on hand is tried
      *> against the shipment history DEMANDH builds - idle when its
      *> last shipment is more than the idle threshold in months
      *> behind the run date, or never shipped at all; overstocked
      *> when the shelf holds more months of supply than the supply
      *> threshold at the average monthly rate. The value at cost is
      *> the same weighted average the inventory valuation uses, with
      *> the agreed cost standing in until a receipt is costed. Active
      *> products slow in every stocked size are listed at the end as
      *> sell-off candidates for product maintenance's lifecycle;
      *> sell-off and dead stock still print, since it is still money
      *> on the shelf, but is never suggested again.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       COMPUTE RunMonthCount = RunYear * 12 + RunMonth
       PERFORM LoadSlowControl
       PERFORM LoadDemandTable
       PERFORM LoadCostTable
       OPEN INPUT ProductFile
       IF ProductFileStatus NOT = "00"
           DISPLAY "Product master file could not be opened - status "
               ProductFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT SlowReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       MOVE IdleMonths TO PrnIdleMonths
       MOVE SupplyMonths TO PrnSupplyMonths
       WRITE PrintLine FROM ThresholdLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM UNTIL ProductEOF
           READ ProductFile NEXT RECORD
               AT END SET ProductEOF TO TRUE
               NOT AT END PERFORM CheckOneProduct
           END-READ
       END-PERFORM
       CLOSE ProductFile
       IF EntriesListed = ZERO
           WRITE PrintLine FROM NoSlowLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE SL-Units TO PrnTotalUnits
           MOVE SL-Value TO PrnTotalValue
           WRITE PrintLine FROM SlowTotalLine AFTER ADVANCING 2 LINES
       END-IF
       PERFORM PrintCandidates
       CLOSE SlowReport
       DISPLAY "Slow-moving stock written to slowmove.rpt - "
           EntriesListed " of " EntriesChecked " product/size(s) slow, "
           CandidateCount " sell-off candidate(s)"
       PERFORM WriteBalanceLine
       STOP RUN.

      *> Six idle months and twelve months of supply unless the
      *> product manager has set other thresholds in slowmove.txt.
LoadSlowControl.
       OPEN INPUT SlowControl
       PERFORM UNTIL SlowControlEOF
           READ SlowControl
               AT END SET SlowControlEOF TO TRUE
               NOT AT END
                   IF SC-IdleMonths IS NUMERIC AND SC-IdleMonths > ZERO
                       MOVE SC-IdleMonths TO IdleMonths
                   END-IF
                   IF SC-SupplyMonths IS NUMERIC AND SC-SupplyMonths > ZERO
                       MOVE SC-SupplyMonths TO SupplyMonths
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SlowControl.

LoadDemandTable.
       OPEN INPUT DemandFile
       PERFORM UNTIL DemandFileEOF
           READ DemandFile
               AT END SET DemandFileEOF TO TRUE
               NOT AT END
                   IF DemandCount < 150
                       ADD 1 TO DemandCount
                       MOVE DM-ProdName TO DT-ProdName(DemandCount)
                       MOVE DM-ProdSize TO DT-ProdSize(DemandCount)
                       MOVE DM-AvgUnits TO DT-AvgUnits(DemandCount)
                       IF DM-LastSold IS NUMERIC
                           MOVE DM-LastSold TO DT-LastSold(DemandCount)
                       ELSE
                           MOVE ZERO TO DT-LastSold(DemandCount)
                       END-IF
                   ELSE
                       DISPLAY "Demand table full - ignoring " DM-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DemandFile.

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
                       ELSE
                           MOVE ZERO TO CST-AvgCost(CostCount)
                       END-IF
                   ELSE
                       DISPLAY "Cost table full - ignoring " PC-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CostFile.

CheckOneProduct.
       MOVE ZERO TO StockedSizes SlowSizes ProductValue
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
           IF PMProdSize(SizeIdx) NOT = SPACE
               AND PMProdQty(SizeIdx) > ZERO
               ADD 1 TO EntriesChecked
               ADD 1 TO StockedSizes
               PERFORM CheckOneSize
           END-IF
       END-PERFORM
       IF PMActiveProduct AND StockedSizes > ZERO
           AND SlowSizes = StockedSizes
           MOVE PMProdName TO PrnSuggestName
           WRITE PrintLine FROM SuggestLine AFTER ADVANCING 1 LINE
           IF CandidateCount < 150
               ADD 1 TO CandidateCount
               MOVE PMProdName TO CN-ProdName(CandidateCount)
               MOVE ProductValue TO CN-Value(CandidateCount)
           ELSE
               DISPLAY "Candidate table full - ignoring " PMProdName
           END-IF
       END-IF.

CheckOneSize.
       MOVE 'N' TO IdleFlag OverstockFlag
       MOVE SPACES TO SlowDetailLine
       PERFORM FindDemandEntry
       IF DT-EntryFound AND DT-LastSold(DT-Slot) > ZERO
           MOVE DT-LastSold(DT-Slot) TO LastSoldDate
           COMPUTE SoldMonthCount = LastSoldYear * 12 + LastSoldMonth
           IF SoldMonthCount < RunMonthCount
               COMPUTE MonthsIdle = RunMonthCount - SoldMonthCount
           ELSE
               MOVE ZERO TO MonthsIdle
           END-IF
           IF MonthsIdle > IdleMonths
               SET SizeIsIdle TO TRUE
           END-IF
           MOVE DT-LastSold(DT-Slot) TO PrnLastSold
           MOVE MonthsIdle TO IdleEdit
           MOVE IdleEdit TO PrnMonthsIdle
       ELSE
           SET SizeIsIdle TO TRUE
           MOVE "NEVER" TO PrnLastSold
           MOVE "   -" TO PrnMonthsIdle
       END-IF
       IF DT-EntryFound AND DT-AvgUnits(DT-Slot) > ZERO
           COMPUTE MonthsSupply ROUNDED =
               PMProdQty(SizeIdx) / DT-AvgUnits(DT-Slot)
               ON SIZE ERROR MOVE 9999.9 TO MonthsSupply
           END-COMPUTE
           IF MonthsSupply > SupplyMonths
               SET SizeIsOverstocked TO TRUE
           END-IF
           MOVE MonthsSupply TO SupplyEdit
           MOVE SupplyEdit TO PrnMonthsSupply
       ELSE
           MOVE "     -" TO PrnMonthsSupply
       END-IF
       IF NOT SizeIsIdle AND NOT SizeIsOverstocked
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SlowSizes
       PERFORM FindUnitCost
       COMPUTE LineValue ROUNDED = PMProdQty(SizeIdx) * UnitCost
       EVALUATE TRUE
           WHEN SizeIsIdle AND SizeIsOverstocked
               MOVE "IDLE+OVERSTOCK" TO PrnReason
           WHEN SizeIsIdle
               MOVE "IDLE" TO PrnReason
           WHEN OTHER
               MOVE "OVERSTOCK" TO PrnReason
       END-EVALUATE
       EVALUATE TRUE
           WHEN PMSellOffProduct MOVE "SELL-OFF" TO PrnStatusName
           WHEN PMDeadProduct MOVE "DEAD" TO PrnStatusName
           WHEN OTHER MOVE "ACTIVE" TO PrnStatusName
       END-EVALUATE
       MOVE PMProdName TO PrnProdName
       MOVE PMProdSize(SizeIdx) TO PrnProdSize
       MOVE PMProdQty(SizeIdx) TO PrnOnHand
       MOVE UnitCost TO PrnUnitCost
       MOVE LineValue TO PrnValue
       WRITE PrintLine FROM SlowDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO EntriesListed
       ADD PMProdQty(SizeIdx) TO SL-Units
       ADD LineValue TO SL-Value ProductValue.

FindDemandEntry.
       MOVE 'N' TO DT-FoundFlag
       PERFORM VARYING DT-Index FROM 1 BY 1
           UNTIL DT-Index > DemandCount OR DT-EntryFound
           IF DT-ProdName(DT-Index) = PMProdName
               AND DT-ProdSize(DT-Index) = PMProdSize(SizeIdx)
               SET DT-EntryFound TO TRUE
               MOVE DT-Index TO DT-Slot
           END-IF
       END-PERFORM.

      *> Average cost where receiving has costed one, else the agreed
      *> cost; nothing on file values the stock at zero.
FindUnitCost.
       MOVE ZERO TO UnitCost
       MOVE 'N' TO CST-FoundFlag
       PERFORM VARYING CST-Index FROM 1 BY 1
           UNTIL CST-Index > CostCount OR CST-EntryFound
           IF CST-ProdName(CST-Index) = PMProdName
               AND CST-ProdSize(CST-Index) = PMProdSize(SizeIdx)
               SET CST-EntryFound TO TRUE
               IF CST-AvgCost(CST-Index) > ZERO
                   MOVE CST-AvgCost(CST-Index) TO UnitCost
               ELSE
                   MOVE CST-UnitCost(CST-Index) TO UnitCost
               END-IF
           END-IF
       END-PERFORM.

PrintCandidates.
       WRITE PrintLine FROM CandidateHeading AFTER ADVANCING 3 LINES
       IF CandidateCount = ZERO
           WRITE PrintLine FROM NoCandidateLine AFTER ADVANCING 2 LINES
           EXIT PARAGRAPH
       END-IF
       WRITE PrintLine FROM CandidateHeads AFTER ADVANCING 2 LINES
       PERFORM VARYING CN-Index FROM 1 BY 1 UNTIL CN-Index > CandidateCount
           MOVE CN-ProdName(CN-Index) TO PrnCandName
           MOVE CN-Value(CN-Index) TO PrnCandValue
           WRITE PrintLine FROM CandidateLine AFTER ADVANCING 1 LINE
       END-PERFORM.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "SLOWMOVE" TO BAL-Program
       MOVE "SLOWSTOCK" TO BAL-Step
       MOVE EntriesChecked TO BAL-RecordsIn
       MOVE EntriesListed TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
