           FILE STATUS IS MergeCkpStatus.
       SELECT OPTIONAL JobLog ASSIGN TO "joblog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StatusReport ASSIGN TO "opsstat.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
       02 FILLER PIC X.
       02 JL-ReturnCode PIC 9(4).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD StatusReport.
01 PrintLine PIC X(80).

       88 LogEOF VALUE 'Y'.
01 JobEOFFlag PIC X.
       88 JobEOF VALUE 'Y'.
01 CatalogEOFFlag PIC X.
       88 CatalogEOF VALUE 'Y'.
01 FlashFoundFlag PIC X VALUE 'N'.
       88 FlashFound VALUE 'Y'.
01 AskRunDate PIC 9(8).
01 BalanceLinesFound PIC 9(4) VALUE ZERO.
01 ExcpInfoCount PIC 9(4) VALUE ZERO.
       02 PrnExcpWarn PIC ZZZ9.
       02 FILLER PIC X(19) VALUE "  Action-required: ".
       02 PrnExcpAction PIC ZZZ9.
01 FlashPointerLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnFlashFile PIC X(30).
       02 FILLER PIC X(8) VALUE " Lines: ".
       02 PrnFlashLines PIC ZZZZZ9.
01 VerdictLine.
       02 FILLER PIC X(18) VALUE "OVERALL VERDICT : ".
       02 PrnVerdict PIC X(5).
       PERFORM ReportCheckpoints
       PERFORM ReportBalanceLines
       PERFORM ReportJobLog
       PERFORM ReportSalesFlash
       PERFORM ReportExceptions
       IF RedFlag = 'Y'
           MOVE "RED" TO PrnVerdict
           WRITE PrintLine AFTER ADVANCING 1 LINE
       END-IF.

      *> The day's sales flash is cataloged under the business date
      *> it reports on, so management is pointed straight at it from
      *> here. A rerun catalogs again - the last entry is the one
      *> that stands.
ReportSalesFlash.
       MOVE "DAILY SALES FLASH" TO SectionLine
       WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
       MOVE 'N' TO CatalogEOFFlag
       OPEN INPUT ReportCatalog
       PERFORM UNTIL CatalogEOF
           READ ReportCatalog
               AT END SET CatalogEOF TO TRUE
               NOT AT END
                   IF RCAT-Step = "FLASHRPT"
                       AND RCAT-RunDate = AskRunDate
                       AND RCAT-Branch = SPACES
                       SET FlashFound TO TRUE
                       MOVE RCAT-FileName TO PrnFlashFile
                       MOVE RCAT-LineCount TO PrnFlashLines
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ReportCatalog
       IF FlashFound
           WRITE PrintLine FROM FlashPointerLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE "  no sales flash cataloged for the date" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
       END-IF.

ReportExceptions.
       MOVE "EXCEPTIONS LOGGED ON THE DATE" TO SectionLine
       WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
