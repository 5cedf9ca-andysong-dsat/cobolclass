           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SummaryReport ASSIGN TO "mgmtrpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       02 FILLER PIC X.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X.
       02 AR-Before PIC X(143).
       02 FILLER PIC X.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

FD SummaryReport.
01 PrintLine PIC X(70).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

WORKING-STORAGE SECTION.
01 CustomerFileStatus PIC XX.
01 CustomerEOFFlag PIC X VALUE 'N'.
01 TotalAdds PIC 9(6) VALUE ZERO.
01 TotalDeletes PIC 9(6) VALUE ZERO.
01 NetGrowth PIC S9(6) VALUE ZERO.
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

01 MonthTable.
       02 MonthEntry OCCURS 24 TIMES.
       COMPUTE NetGrowth = TotalAdds - TotalDeletes
       PERFORM SortNameTable
       PERFORM WriteSummaryReport
       PERFORM CatalogThisReport
       DISPLAY "Management summary written to mgmtrpt.rpt"
       STOP RUN.

           WRITE PrintLine FROM BranchDetailLine AFTER ADVANCING 1 LINE
       END-PERFORM
       CLOSE SummaryReport.

      *> Catalog the report so RPTBRWS can pull it back by date and
      *> RPTBURST can split it into branch copies.
CatalogThisReport.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "mgmtrpt.rpt" TO RCAT-FileName
       MOVE CT-Date TO RCAT-RunDate
       MOVE "MGMTRPT" TO RCAT-Step
       MOVE TotalCustomers TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.
