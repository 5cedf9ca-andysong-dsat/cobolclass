
FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
             NOT AT END
                   IF RCAT-RunDate = RunDateStamp
                       AND RCAT-Step = "CUSTREPORT"
                       AND RCAT-Branch = SPACES
                       ADD 1 TO ReportSequence
                   END-IF
       END-READ

CatalogThisReport.
OPEN EXTEND ReportCatalog
MOVE SPACES TO ReportCatalogLine
MOVE ReportFileName TO RCAT-FileName
MOVE RunDateStamp TO RCAT-RunDate
MOVE "CUSTREPORT" TO RCAT-Step

CatalogThisCsv.
OPEN EXTEND ReportCatalog
MOVE SPACES TO ReportCatalogLine
MOVE CsvFileName TO RCAT-FileName
MOVE RunDateStamp TO RCAT-RunDate
MOVE "CUSTCSV" TO RCAT-Step
