           FILE STATUS IS OrderLineFileStatus.
       SELECT SalesReport ASSIGN TO "salesrpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FD SalesReport.
01 PrintLine PIC X(70).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".
01 LinesAnalyzed PIC 9(5) VALUE ZERO.
01 LineUnits PIC 9(4).
01 LineDollars PIC 9(8)V99.
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

      *> Month-level accumulator - one slot per product/size/month
      *> combination seen on a shipped order.
       PERFORM PrintOneBranchLine
           VARYING BR-Index FROM 1 BY 1 UNTIL BR-Index > BranchCount
       CLOSE SalesReport
       PERFORM CatalogThisReport
       DISPLAY "Sales analysis written - " SalesCount " summary line(s)"
       PERFORM WriteBalanceLine
       STOP RUN.
       MOVE RK-Dollars(RK-Index) TO PrnRankDollars
       WRITE PrintLine FROM RankDetailLine AFTER ADVANCING 1 LINE.

      *> Catalog the report so RPTBRWS can pull it back by date and
      *> RPTBURST can split it into branch copies.
CatalogThisReport.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "salesrpt.rpt" TO RCAT-FileName
       MOVE CT-Date TO RCAT-RunDate
       MOVE "SALESRPT" TO RCAT-Step
       MOVE SalesCount TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
