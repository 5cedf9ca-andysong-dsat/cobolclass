
FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

FD MarginReport.
01 PrintLine PIC X(90).
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
           03 CST-AvgCost PIC 9(4)V9999.
           03 CST-AvgDate PIC 9(8).
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.
01 CST-FoundFlag PIC X.
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
       CLOSE CostFile.

      *> Shipped units at the selling price the invoice carried, and
      *> at the average cost receiving has built up - the agreed cost
      *> until a receipt has been costed, and costhist.txt shows the
      *> receipts behind any average. A line with no cost on file is
      *> flagged NO COST rather than pretending a 100 percent margin.
AnalyzeOneOrder.
       MOVE ORD-OrderDate(1:6) TO WorkMonth
               AND CST-ProdSize(CST-Index) = OL-ProdSize
               SET CST-EntryFound TO TRUE
               SET CostKnown TO TRUE
               IF CST-AvgCost(CST-Index) > ZERO
                   COMPUTE WorkUnitCost ROUNDED = CST-AvgCost(CST-Index)
               ELSE
                   MOVE CST-UnitCost(CST-Index) TO WorkUnitCost
               END-IF
           END-IF
       END-PERFORM.

