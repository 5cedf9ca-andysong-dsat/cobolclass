       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOSTRPT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LostSalesFile ASSIGN TO "lostsale.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LostWork ASSIGN TO "lostsort.tmp".
       SELECT LostReport ASSIGN TO "lostsale.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD LostSalesFile.
01 LostSaleLine.
    COPY "LOSTREC.cpy".

SD LostWork.
01 LostWorkRecord.
       02 LW-ProdName PIC X(5).
       02 LW-ProdSize PIC A.
       02 LW-Reason PIC X.
       02 LW-Qty PIC 9(4).
       02 LW-Value PIC 9(8)V99.

FD LostReport.
01 PrintLine PIC X(80).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 LostEOFFlag PIC X VALUE 'N'.
       88 LostEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 AskPeriod PIC 9(6).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 LostLinesRead PIC 9(6) VALUE ZERO.
01 LostLinesInMonth PIC 9(6) VALUE ZERO.
01 LinesPrinted PIC 9(5) VALUE ZERO.

      *> Running totals for the product/size/reason group being
      *> printed, the product/size above it and the whole month.
01 GroupTotals.
       02 GT-Lines PIC 9(5).
       02 GT-Units PIC 9(7).
       02 GT-Value PIC 9(9)V99.
01 ItemTotals.
       02 IT-Lines PIC 9(5).
       02 IT-Units PIC 9(7).
       02 IT-Value PIC 9(9)V99.
01 MonthTotals.
       02 MT-Lines PIC 9(5) VALUE ZERO.
       02 MT-Units PIC 9(7) VALUE ZERO.
       02 MT-Value PIC 9(9)V99 VALUE ZERO.
01 PriorProdName PIC X(5).
01 PriorProdSize PIC A.
01 PriorReason PIC X.
01 PriorGroupFlag PIC X VALUE 'N'.
       88 PriorGroupSet VALUE 'Y'.
01 ItemReasonCount PIC 9.

      *> The month's totals by reason, for the summary at the foot.
01 ReasonTable.
       02 ReasonEntry OCCURS 4 TIMES.
           03 RT-Lines PIC 9(5).
           03 RT-Units PIC 9(7).
           03 RT-Value PIC 9(9)V99.
01 RT-Index PIC 9.
01 WorkReason PIC X.
01 ReasonText PIC X(24).

01 ReportHeading.
       02 FILLER PIC X(22) VALUE "LOST SALES - MONTH ".
       02 PrnPeriod PIC 9(6).
01 Heads PIC X(77) VALUE
    "Product Sz Reason                    Lines      Units             Value".
01 LostDetailLine.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnProdSize PIC A.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReason PIC X(24).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLines PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUnits PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnValue PIC $$$$,$$$,$$9.99.
01 ReportFooting.
       02 FILLER PIC X(30) VALUE "END OF REPORT - Lost lines:   ".
       02 PrnTotLines PIC ZZ,ZZ9.

COPY "REGION.cpy".

      *> Month-end look at the demand order entry turned away - lines
      *> the customer would not wait for, sell-off items asked for
      *> beyond what was left and discontinued products asked for -
      *> by product, size and reason, with the units and what they
      *> would have sold for. A reason summary closes the report so
      *> purchasing can tell a stocking problem from a range problem.
PROCEDURE DIVISION.
StartPara.
       DISPLAY "LOST SALES REPORT"
       DISPLAY "Month (YYYYMM, 0 = this month) : " WITH NO ADVANCING
       ACCEPT AskPeriod
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       IF AskPeriod = ZERO
           MOVE CT-Date(1:6) TO AskPeriod
       END-IF
       IF AskPeriod(5:2) < "01" OR AskPeriod(5:2) > "12"
           DISPLAY "Invalid month - run skipped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING RT-Index FROM 1 BY 1 UNTIL RT-Index > 4
           MOVE ZERO TO RT-Lines(RT-Index)
           MOVE ZERO TO RT-Units(RT-Index)
           MOVE ZERO TO RT-Value(RT-Index)
       END-PERFORM
       OPEN OUTPUT LostReport
       MOVE AskPeriod TO PrnPeriod
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       SORT LostWork ON ASCENDING KEY LW-ProdName LW-ProdSize LW-Reason
           INPUT PROCEDURE IS ReleaseMonthLostSales
           OUTPUT PROCEDURE IS PrintLostSales
       PERFORM PrintReasonSummary
       MOVE MT-Lines TO PrnTotLines
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       CLOSE LostReport
       PERFORM CatalogThisReport
       DISPLAY "Lost sales report written to lostsale.rpt - lost lines: "
           LostLinesInMonth
       PERFORM WriteBalanceLine
       STOP RUN.

ReleaseMonthLostSales.
       OPEN INPUT LostSalesFile
       PERFORM UNTIL LostEOF
           READ LostSalesFile
               AT END SET LostEOF TO TRUE
               NOT AT END
                   ADD 1 TO LostLinesRead
                   IF LS-Date IS NUMERIC AND LS-Qty IS NUMERIC
                       AND LS-Date(1:6) = AskPeriod
                       ADD 1 TO LostLinesInMonth
                       MOVE LS-ProdName TO LW-ProdName
                       MOVE LS-ProdSize TO LW-ProdSize
                       MOVE LS-Reason TO LW-Reason
                       MOVE LS-Qty TO LW-Qty
                       IF LS-UnitPrice IS NUMERIC
                           COMPUTE LW-Value = LS-Qty * LS-UnitPrice
                       ELSE
                           MOVE ZERO TO LW-Value
                       END-IF
                       RELEASE LostWorkRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LostSalesFile.

PrintLostSales.
       PERFORM ReturnOneLostLine
       PERFORM AddNextLostLine UNTIL WorkEOF
       IF PriorGroupSet
           PERFORM PrintGroupLine
           PERFORM PrintItemTotal
       END-IF.

ReturnOneLostLine.
       RETURN LostWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

      *> A new reason prints the group before it; a new product or
      *> size also closes the item above it.
AddNextLostLine.
       IF PriorGroupSet
           IF LW-ProdName NOT = PriorProdName
               OR LW-ProdSize NOT = PriorProdSize
               PERFORM PrintGroupLine
               PERFORM PrintItemTotal
               MOVE 'N' TO PriorGroupFlag
           ELSE
               IF LW-Reason NOT = PriorReason
                   PERFORM PrintGroupLine
                   PERFORM StartReasonGroup
               END-IF
           END-IF
       END-IF
       IF NOT PriorGroupSet
           MOVE LW-ProdName TO PriorProdName
           MOVE LW-ProdSize TO PriorProdSize
           MOVE ZERO TO IT-Lines IT-Units IT-Value
           MOVE ZERO TO ItemReasonCount
           PERFORM StartReasonGroup
           SET PriorGroupSet TO TRUE
       END-IF
       ADD 1 TO GT-Lines
       ADD LW-Qty TO GT-Units
       ADD LW-Value TO GT-Value
       PERFORM ReturnOneLostLine.

StartReasonGroup.
       MOVE LW-Reason TO PriorReason
       MOVE ZERO TO GT-Lines GT-Units GT-Value.

PrintGroupLine.
       MOVE SPACES TO LostDetailLine
       MOVE PriorProdName TO PrnProdName
       MOVE PriorProdSize TO PrnProdSize
       MOVE PriorReason TO WorkReason
       PERFORM NameTheReason
       MOVE ReasonText TO PrnReason
       MOVE GT-Lines TO PrnLines
       MOVE GT-Units TO PrnUnits
       MOVE GT-Value TO PrnValue
       WRITE PrintLine FROM LostDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO LinesPrinted
       ADD 1 TO ItemReasonCount
       ADD GT-Lines TO IT-Lines
       ADD GT-Units TO IT-Units
       ADD GT-Value TO IT-Value
       ADD GT-Lines TO RT-Lines(RT-Index)
       ADD GT-Units TO RT-Units(RT-Index)
       ADD GT-Value TO RT-Value(RT-Index).

      *> An item lost for one reason only needs no total under it.
PrintItemTotal.
       ADD IT-Lines TO MT-Lines
       ADD IT-Units TO MT-Units
       ADD IT-Value TO MT-Value
       IF ItemReasonCount > 1
           MOVE SPACES TO LostDetailLine
           MOVE "  ITEM TOTAL" TO PrnReason
           MOVE IT-Lines TO PrnLines
           MOVE IT-Units TO PrnUnits
           MOVE IT-Value TO PrnValue
           WRITE PrintLine FROM LostDetailLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE.

      *> Sets the reason's wording and its slot in the reason table;
      *> a code order entry never writes goes to the last slot.
NameTheReason.
       EVALUATE WorkReason
           WHEN 'B'
               MOVE "Customer would not wait" TO ReasonText
               MOVE 1 TO RT-Index
           WHEN 'S'
               MOVE "Sell-off stock short" TO ReasonText
               MOVE 2 TO RT-Index
           WHEN 'D'
               MOVE "Discontinued product" TO ReasonText
               MOVE 3 TO RT-Index
           WHEN OTHER
               MOVE "Reason not recorded" TO ReasonText
               MOVE 4 TO RT-Index
       END-EVALUATE.

PrintReasonSummary.
       MOVE SPACES TO PrintLine
       MOVE "SUMMARY BY REASON" TO PrintLine
       WRITE PrintLine AFTER ADVANCING 2 LINES
       MOVE 'B' TO WorkReason
       PERFORM PrintOneReasonTotal
       MOVE 'S' TO WorkReason
       PERFORM PrintOneReasonTotal
       MOVE 'D' TO WorkReason
       PERFORM PrintOneReasonTotal
       MOVE SPACE TO WorkReason
       PERFORM PrintOneReasonTotal
       MOVE SPACES TO LostDetailLine
       MOVE "MONTH TOTAL" TO PrnReason
       MOVE MT-Lines TO PrnLines
       MOVE MT-Units TO PrnUnits
       MOVE MT-Value TO PrnValue
       WRITE PrintLine FROM LostDetailLine AFTER ADVANCING 2 LINES.

PrintOneReasonTotal.
       PERFORM NameTheReason
       IF RT-Lines(RT-Index) > ZERO
           MOVE SPACES TO LostDetailLine
           MOVE ReasonText TO PrnReason
           MOVE RT-Lines(RT-Index) TO PrnLines
           MOVE RT-Units(RT-Index) TO PrnUnits
           MOVE RT-Value(RT-Index) TO PrnValue
           WRITE PrintLine FROM LostDetailLine AFTER ADVANCING 1 LINE
       END-IF.

      *> Catalog the report so RPTBRWS can pull it back by date and
      *> RPTBURST can split it into branch copies.
CatalogThisReport.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "lostsale.rpt" TO RCAT-FileName
       MOVE RunDate TO RCAT-RunDate
       MOVE "LOSTRPT" TO RCAT-Step
       MOVE LinesPrinted TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "LOSTRPT" TO BAL-Program
       MOVE "LOSTSALE" TO BAL-Step
       MOVE LostLinesRead TO BAL-RecordsIn
       MOVE LinesPrinted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
