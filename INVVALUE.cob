       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVVALUE.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ValueWork ASSIGN TO "valsort.tmp".
       SELECT ValuationReport ASSIGN TO "invvalue.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

      *> One line per product and size, keyed so active stock prints
      *> first, then sell-off, then dead.
SD ValueWork.
01 ValueWorkRecord.
       02 VW-StatusOrder PIC 9.
       02 VW-Status PIC X.
       02 VW-ProdName PIC X(5).
       02 VW-ProdSize PIC A.
       02 VW-OnHand PIC 9(4).
       02 VW-UnitCost PIC 9(4)V9999.
       02 VW-CostBasis PIC X.
           88 VW-AverageCost VALUE 'A'.
           88 VW-AgreedCost  VALUE 'G'.
           88 VW-NoCost      VALUE 'N'.
       02 VW-CostDate PIC 9(8).

FD ValuationReport.
01 PrintLine PIC X(100).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 ProductFileStatus PIC XX.
01 ProductEOFFlag PIC X VALUE 'N'.
       88 ProductEOF VALUE 'Y'.
01 CostFileEOFFlag PIC X VALUE 'N'.
       88 CostFileEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 ProductsRead PIC 9(5) VALUE ZERO.
01 LinesPrinted PIC 9(5) VALUE ZERO.
01 LinesUncosted PIC 9(5) VALUE ZERO.
01 SizeIdx PIC 9.
01 LineValue PIC 9(8)V99.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

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

01 PriorStatus PIC X.
01 PriorStatusFlag PIC X VALUE 'N'.
       88 PriorStatusSet VALUE 'Y'.
01 StatusTotals.
       02 ST-Units PIC 9(7).
       02 ST-Value PIC 9(9)V99.
01 CompanyTotals.
       02 CO-Units PIC 9(7) VALUE ZERO.
       02 CO-Value PIC 9(9)V99 VALUE ZERO.

01 ReportHeading.
       02 FILLER PIC X(31) VALUE "INVENTORY VALUATION - as of ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(64) VALUE
    "Item  Sz  Status  On Hand   Unit Cost          Value  Cost Basis".
01 ValueDetailLine.
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
       02 PrnCostBasis PIC X(20).
01 ValueTotalLine.
       02 PrnTotalLabel PIC X(16).
       02 PrnTotalUnits PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(13) VALUE SPACES.
       02 PrnTotalValue PIC $$$,$$$,$$9.99.
01 FootingNote PIC X(80) VALUE
    "Cost basis: AVERAGE = receipts costed, AGREED = no receipt costed yet".

COPY "REGION.cpy".

      *> Month-end inventory valuation: every product and size on the
      *> master at its on-hand quantity times the weighted-average
      *> cost receiving has built up, falling back to the agreed
      *> cost where no receipt has been costed yet and flagging
      *> anything with no cost at all. Active, sell-off and dead
      *> stock are subtotaled separately - dead stock on the books is
      *> the write-down conversation - and the report ends in the
      *> total the ledger's inventory account should agree with.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadCostTable
       OPEN INPUT ProductFile
       IF ProductFileStatus NOT = "00"
           DISPLAY "Product master file could not be opened - status "
               ProductFileStatus
           STOP RUN
       END-IF
       OPEN OUTPUT ValuationReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       SORT ValueWork ON ASCENDING KEY VW-StatusOrder VW-ProdName VW-ProdSize
           INPUT PROCEDURE IS ReleaseProductSizes
           OUTPUT PROCEDURE IS PrintValuation
       CLOSE ProductFile
       WRITE PrintLine FROM FootingNote AFTER ADVANCING 2 LINES
       CLOSE ValuationReport
       DISPLAY "Inventory valuation written to invvalue.rpt - lines: "
           LinesPrinted "  uncosted: " LinesUncosted
       PERFORM WriteBalanceLine
       STOP RUN.

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
                       DISPLAY "Cost table full - ignoring " PC-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CostFile.

ReleaseProductSizes.
       PERFORM UNTIL ProductEOF
           READ ProductFile NEXT RECORD
               AT END SET ProductEOF TO TRUE
               NOT AT END
                   ADD 1 TO ProductsRead
                   PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                       IF PMProdSize(SizeIdx) NOT = SPACE
                           PERFORM ReleaseOneSize
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM.

ReleaseOneSize.
       EVALUATE TRUE
           WHEN PMSellOffProduct
               MOVE 2 TO VW-StatusOrder
               MOVE 'S' TO VW-Status
           WHEN PMDeadProduct
               MOVE 3 TO VW-StatusOrder
               MOVE 'D' TO VW-Status
           WHEN OTHER
               MOVE 1 TO VW-StatusOrder
               MOVE 'A' TO VW-Status
       END-EVALUATE
       MOVE PMProdName TO VW-ProdName
       MOVE PMProdSize(SizeIdx) TO VW-ProdSize
       MOVE PMProdQty(SizeIdx) TO VW-OnHand
       MOVE ZERO TO VW-UnitCost VW-CostDate
       SET VW-NoCost TO TRUE
       MOVE 'N' TO CST-FoundFlag
       PERFORM VARYING CST-Index FROM 1 BY 1
           UNTIL CST-Index > CostCount OR CST-EntryFound
           IF CST-ProdName(CST-Index) = PMProdName
               AND CST-ProdSize(CST-Index) = PMProdSize(SizeIdx)
               SET CST-EntryFound TO TRUE
               IF CST-AvgCost(CST-Index) > ZERO
                   MOVE CST-AvgCost(CST-Index) TO VW-UnitCost
                   MOVE CST-AvgDate(CST-Index) TO VW-CostDate
                   SET VW-AverageCost TO TRUE
               ELSE
                   IF CST-UnitCost(CST-Index) > ZERO
                       MOVE CST-UnitCost(CST-Index) TO VW-UnitCost
                       SET VW-AgreedCost TO TRUE
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       RELEASE ValueWorkRecord.

PrintValuation.
       PERFORM ReturnOneValueLine
       PERFORM PrintNextValueLine UNTIL WorkEOF
       IF PriorStatusSet
           PERFORM PrintStatusTotal
       END-IF
       MOVE SPACES TO ValueTotalLine
       MOVE "TOTAL INVENTORY" TO PrnTotalLabel
       MOVE CO-Units TO PrnTotalUnits
       MOVE CO-Value TO PrnTotalValue
       WRITE PrintLine FROM ValueTotalLine AFTER ADVANCING 2 LINES.

ReturnOneValueLine.
       RETURN ValueWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

PrintNextValueLine.
       IF PriorStatusSet AND VW-Status NOT = PriorStatus
           PERFORM PrintStatusTotal
       END-IF
       IF NOT PriorStatusSet OR VW-Status NOT = PriorStatus
           MOVE VW-Status TO PriorStatus
           SET PriorStatusSet TO TRUE
           MOVE ZERO TO ST-Units ST-Value
       END-IF
       COMPUTE LineValue ROUNDED = VW-OnHand * VW-UnitCost
       MOVE SPACES TO ValueDetailLine
       MOVE VW-ProdName TO PrnProdName
       MOVE VW-ProdSize TO PrnProdSize
       PERFORM NameStatus
       MOVE VW-OnHand TO PrnOnHand
       MOVE VW-UnitCost TO PrnUnitCost
       MOVE LineValue TO PrnValue
       EVALUATE TRUE
           WHEN VW-AverageCost
               STRING "AVERAGE " DELIMITED BY SIZE
                      VW-CostDate DELIMITED BY SIZE
                      INTO PrnCostBasis
               END-STRING
           WHEN VW-AgreedCost
               MOVE "AGREED" TO PrnCostBasis
           WHEN OTHER
               MOVE "*** NO COST" TO PrnCostBasis
               ADD 1 TO LinesUncosted
       END-EVALUATE
       WRITE PrintLine FROM ValueDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO LinesPrinted
       ADD VW-OnHand TO ST-Units
       ADD LineValue TO ST-Value
       PERFORM ReturnOneValueLine.

NameStatus.
       EVALUATE PriorStatus
           WHEN 'S' MOVE "SELL-OFF" TO PrnStatusName
           WHEN 'D' MOVE "DEAD" TO PrnStatusName
           WHEN OTHER MOVE "ACTIVE" TO PrnStatusName
       END-EVALUATE.

PrintStatusTotal.
       ADD ST-Units TO CO-Units
       ADD ST-Value TO CO-Value
       MOVE SPACES TO ValueTotalLine
       EVALUATE PriorStatus
           WHEN 'S' MOVE "SELL-OFF TOTAL" TO PrnTotalLabel
           WHEN 'D' MOVE "DEAD STOCK TOTAL" TO PrnTotalLabel
           WHEN OTHER MOVE "ACTIVE TOTAL" TO PrnTotalLabel
       END-EVALUATE
       MOVE ST-Units TO PrnTotalUnits
       MOVE ST-Value TO PrnTotalValue
       WRITE PrintLine FROM ValueTotalLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "INVVALUE" TO BAL-Program
       MOVE "VALUATION" TO BAL-Step
       MOVE ProductsRead TO BAL-RecordsIn
       MOVE LinesPrinted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
