FILE SECTION.
FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD CatalogedReport.
01 CatalogedReportLine PIC X(100).
01 BrowseLineCount PIC 99.
01 BrowsePageSize PIC 99 VALUE 20.
01 BrowsePauseKey PIC X.
01 AskStep PIC X(15).
01 AskBranch PIC X(2).
01 BranchCopyFound PIC X.

PROCEDURE DIVISION.
StartPara.
           DISPLAY "1: List Cataloged Reports For A Date"
           DISPLAY "2: Browse A Cataloged Report"
           DISPLAY "3: Reprint A Cataloged Report"
           DISPLAY "4: Reprint A Branch Copy"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 1 PERFORM ListCatalogForDate
               WHEN 2 PERFORM BrowseReport
               WHEN 3 PERFORM ReprintReport
               WHEN 4 PERFORM ReprintBranchCopy
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
                           ADD 1 TO EntriesListed
                           DISPLAY RCAT-FileName " " RCAT-RunDate
                               " " RCAT-Step " " RCAT-LineCount
                               " line(s) " RCAT-Branch
                       END-IF
               END-READ
           END-PERFORM

ReprintReport.
       PERFORM AskReportName
       PERFORM CopyToReprint.

      *> Branch copies are the pieces RPTBURST split out of a report and
      *> cataloged with the branch code.  When a report was burst more
      *> than once on the same date the latest piece is the one reprinted.
ReprintBranchCopy.
       DISPLAY "Run date (YYYYMMDD) : " WITH NO ADVANCING
       ACCEPT AskRunDate
       DISPLAY "Report step (e.g. ARAGING) : " WITH NO ADVANCING
       ACCEPT AskStep
       MOVE FUNCTION UPPER-CASE(AskStep) TO AskStep
       DISPLAY "Branch (HO = head office) : " WITH NO ADVANCING
       ACCEPT AskBranch
       MOVE FUNCTION UPPER-CASE(AskBranch) TO AskBranch
       MOVE 'N' TO BranchCopyFound
       MOVE 'N' TO CatalogEOFFlag
       OPEN INPUT ReportCatalog
       IF CatalogStatus NOT = "00"
           DISPLAY "Report catalog not found"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL CatalogEOF
           READ ReportCatalog
               AT END SET CatalogEOF TO TRUE
               NOT AT END
                   IF RCAT-RunDate = AskRunDate
                       AND RCAT-Step = AskStep
                       AND RCAT-Branch = AskBranch
                       MOVE 'Y' TO BranchCopyFound
                       MOVE RCAT-FileName TO BrowseFileName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ReportCatalog
       IF BranchCopyFound = 'N'
           DISPLAY "No branch copy cataloged for that date, step and branch"
       ELSE
           DISPLAY "Reprinting " BrowseFileName
           PERFORM CopyToReprint
       END-IF.

CopyToReprint.
       MOVE 'N' TO ReportEOFFlag
       MOVE ZERO TO LinesCopied
       OPEN INPUT CatalogedReport
