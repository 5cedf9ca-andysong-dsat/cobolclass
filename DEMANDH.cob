           FILE STATUS IS OrderLineFileStatus.
       SELECT DemandFile ASSIGN TO "demand.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DemandControl ASSIGN TO "demandctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LostSalesFile ASSIGN TO "lostsale.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
       02 DM-TotalUnits PIC 9(6).
       02 FILLER PIC X.
       02 DM-AvgUnits PIC 9(4).
       02 FILLER PIC X.
       02 DM-LastSold PIC 9(8).

      *> Optional run control. Y in the first column counts the
      *> demand order entry turned away on lostsale.txt along with
      *> what shipped, so the reorder suggestions reflect what
      *> customers asked for rather than only what they got. Anything
      *> else, or no control line, is shipped units only as before.
FD DemandControl.
01 DemandControlLine.
       02 DC-IncludeLost PIC X.
           88 DC-LostDemandIncluded VALUE 'Y'.

FD LostSalesFile.
01 LostSaleLine.
    COPY "LOSTREC.cpy".

FD BalanceReport.
01 BalanceRecord.
01 DemandLinesOut PIC 9(5) VALUE ZERO.
01 LineUnits PIC 9(4).
01 WorkMonth PIC 9(6).
01 WorkDate PIC 9(8).
01 WorkProdName PIC X(5).
01 WorkProdSize PIC A.
01 IncludeLostFlag PIC X VALUE 'N'.
       88 IncludeLost VALUE 'Y'.
01 LostEOFFlag PIC X VALUE 'N'.
       88 LostEOF VALUE 'Y'.
01 LostLinesAdded PIC 9(5) VALUE ZERO.

      *> Shipped units bucketed by product, size and month - the same
      *> accumulation SALESRPT does for the sales analysis, kept here
      *> so purchasing sees movement, not revenue. The latest order
      *> date that shipped the item rides along as its last-sold date
      *> for the slow-moving stock report.
01 DemandTable.
       02 DemandEntry OCCURS 200 TIMES.
           03 DH-ProdName PIC X(5).
           03 DH-ProdSize PIC A.
           03 DH-Month PIC 9(6).
           03 DH-Units PIC 9(6).
           03 DH-LastDate PIC 9(8).
01 DemandCount PIC 999 VALUE ZERO.
01 DH-Index PIC 999.
01 DH-Slot PIC 999.
           03 SM-ProdSize PIC A.
           03 SM-Months PIC 99.
           03 SM-TotalUnits PIC 9(6).
           03 SM-LastDate PIC 9(8).
01 SummaryCount PIC 999 VALUE ZERO.
01 SM-Index PIC 999.
01 SM-Slot PIC 999.
       END-PERFORM
       CLOSE OrderFile
       CLOSE OrderLineFile
       PERFORM ReadDemandControl
       IF IncludeLost
           PERFORM AddLostDemand
       END-IF
       PERFORM CollapseToSummary
       OPEN OUTPUT DemandFile
       PERFORM WriteOneSummary
       DISPLAY "Demand history written - " DemandLinesOut
           " product/size summar(ies) from " LinesAnalyzed
           " shipped line(s)"
       IF IncludeLost
           DISPLAY "Lost demand included - " LostLinesAdded
               " lost-sales line(s)"
       END-IF
       PERFORM WriteBalanceLine
       STOP RUN.

AnalyzeOneOrder.
       MOVE ORD-OrderDate(1:6) TO WorkMonth
       MOVE ORD-OrderDate TO WorkDate
       MOVE 'N' TO LineScanEOF
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
                   MOVE OL-ShipQty TO LineUnits
                   IF LineUnits > ZERO
                       ADD 1 TO LinesAnalyzed
                       MOVE OL-ProdName TO WorkProdName
                       MOVE OL-ProdSize TO WorkProdSize
                       PERFORM AddToDemandTable
                   END-IF
               ELSE
           END-IF
       END-PERFORM.

ReadDemandControl.
       OPEN INPUT DemandControl
       READ DemandControl
           AT END CONTINUE
           NOT AT END
               IF DC-LostDemandIncluded
                   SET IncludeLost TO TRUE
               END-IF
       END-READ
       CLOSE DemandControl.

      *> Lost units land in the month they were turned away, the same
      *> buckets shipped units use. They say nothing about when the
      *> item last sold, so they carry no last-sold date - a product
      *> only ever lost stays at zero for the slow-moving report.
AddLostDemand.
       OPEN INPUT LostSalesFile
       PERFORM UNTIL LostEOF
           READ LostSalesFile
               AT END SET LostEOF TO TRUE
               NOT AT END
                   IF LS-Date IS NUMERIC AND LS-Qty IS NUMERIC
                       AND LS-Qty > ZERO
                       MOVE LS-ProdName TO WorkProdName
                       MOVE LS-ProdSize TO WorkProdSize
                       MOVE LS-Date(1:6) TO WorkMonth
                       MOVE ZERO TO WorkDate
                       MOVE LS-Qty TO LineUnits
                       ADD 1 TO LostLinesAdded
                       PERFORM AddToDemandTable
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LostSalesFile.

AddToDemandTable.
       MOVE 'N' TO DH-FoundFlag
       PERFORM VARYING DH-Slot FROM 1 BY 1
           UNTIL DH-Slot > DemandCount OR DH-EntryFound
           IF DH-ProdName(DH-Slot) = WorkProdName
               AND DH-ProdSize(DH-Slot) = WorkProdSize
               AND DH-Month(DH-Slot) = WorkMonth
               SET DH-EntryFound TO TRUE
               ADD LineUnits TO DH-Units(DH-Slot)
               IF WorkDate > DH-LastDate(DH-Slot)
                   MOVE WorkDate TO DH-LastDate(DH-Slot)
               END-IF
           END-IF
       END-PERFORM
       IF NOT DH-EntryFound
           IF DemandCount < 200
               ADD 1 TO DemandCount
               MOVE WorkProdName TO DH-ProdName(DemandCount)
               MOVE WorkProdSize TO DH-ProdSize(DemandCount)
               MOVE WorkMonth TO DH-Month(DemandCount)
               MOVE LineUnits TO DH-Units(DemandCount)
               MOVE WorkDate TO DH-LastDate(DemandCount)
           ELSE
               DISPLAY "Demand table full - line skipped"
           END-IF
                   SET SM-EntryFound TO TRUE
                   ADD 1 TO SM-Months(SM-Slot)
                   ADD DH-Units(DH-Index) TO SM-TotalUnits(SM-Slot)
                   IF DH-LastDate(DH-Index) > SM-LastDate(SM-Slot)
                       MOVE DH-LastDate(DH-Index) TO SM-LastDate(SM-Slot)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT SM-EntryFound
                   MOVE 1 TO SM-Months(SummaryCount)
                   MOVE DH-Units(DH-Index)
                       TO SM-TotalUnits(SummaryCount)
                   MOVE DH-LastDate(DH-Index)
                       TO SM-LastDate(SummaryCount)
               ELSE
                   DISPLAY "Demand summary full - entry skipped"
               END-IF
       MOVE SM-TotalUnits(SM-Index) TO DM-TotalUnits
       COMPUTE DM-AvgUnits ROUNDED =
           SM-TotalUnits(SM-Index) / SM-Months(SM-Index)
       MOVE SM-LastDate(SM-Index) TO DM-LastSold
       WRITE DemandLine
       ADD 1 TO DemandLinesOut.

