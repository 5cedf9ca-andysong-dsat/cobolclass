       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOWLRPT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL QuoteFile ASSIGN TO "quote.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS QUO-QuoteNum
           FILE STATUS IS QuoteFileStatus.
       SELECT QuoteWork ASSIGN TO "quowlsrt.tmp".
       SELECT WinLossReport ASSIGN TO "quotewl.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD QuoteFile.
01 QuoteData.
    COPY "QUOREC.cpy".

      *> One record per quote under its salesperson and under its
      *> customer, and one per quote line under its product and size.
SD QuoteWork.
01 QuoteWorkRecord.
       02 QW-Section PIC 9.
       02 QW-Key PIC X(8).
       02 QW-Outcome PIC X.
           88 QW-Won       VALUE 'C'.
           88 QW-Lost      VALUE 'L'.
           88 QW-StillOpen VALUE 'O'.
       02 QW-Reason PIC X.
       02 QW-Value PIC 9(8)V99.
       02 QW-DaysFlag PIC X.
           88 QW-DaysKnown VALUE 'Y'.
       02 QW-Days PIC 9(5).

FD WinLossReport.
01 PrintLine PIC X(120).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 QuoteFileStatus PIC XX.
01 QuoteEOFFlag PIC X VALUE 'N'.
       88 QuoteEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 AskPeriod PIC 9(6).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 QuotesRead PIC 9(6) VALUE ZERO.
01 QuotesInMonth PIC 9(6) VALUE ZERO.
01 LinesPrinted PIC 9(5) VALUE ZERO.
01 LineIdx PIC 99.
01 QuoteTotal PIC 9(8)V99.
      *> What became of the quote in hand, put on each of its work
      *> records as they are released.
01 QuoteResult.
       02 QR-Outcome PIC X.
           88 QR-Won       VALUE 'C'.
           88 QR-Lost      VALUE 'L'.
           88 QR-StillOpen VALUE 'O'.
       02 QR-Reason PIC X.
       02 QR-DaysFlag PIC X.
           88 QR-DaysKnown VALUE 'Y'.
       02 QR-Days PIC 9(5).

      *> Totals for the salesperson, product or customer being
      *> printed and for the section it is in. A reason is counted
      *> in its slot of the reason table; slot 7 is a lost quote with
      *> no reason on it.
01 GroupTotals.
       02 GT-Issued PIC 9(5).
       02 GT-Won PIC 9(5).
       02 GT-Lost PIC 9(5).
       02 GT-Open PIC 9(5).
       02 GT-IssuedValue PIC 9(9)V99.
       02 GT-WonValue PIC 9(9)V99.
       02 GT-DaysTotal PIC 9(8).
       02 GT-DaysCount PIC 9(5).
       02 GT-ReasonCount PIC 9(5) OCCURS 7 TIMES.
01 SectionTotals.
       02 ST-Issued PIC 9(5).
       02 ST-Won PIC 9(5).
       02 ST-Lost PIC 9(5).
       02 ST-Open PIC 9(5).
       02 ST-IssuedValue PIC 9(9)V99.
       02 ST-WonValue PIC 9(9)V99.
       02 ST-DaysTotal PIC 9(8).
       02 ST-DaysCount PIC 9(5).
       02 ST-ReasonCount PIC 9(5) OCCURS 7 TIMES.
      *> The totals being put on the print line - a group or a
      *> section is moved here first.
01 LineTotals.
       02 LT-Issued PIC 9(5).
       02 LT-Won PIC 9(5).
       02 LT-Lost PIC 9(5).
       02 LT-Open PIC 9(5).
       02 LT-IssuedValue PIC 9(9)V99.
       02 LT-WonValue PIC 9(9)V99.
       02 LT-DaysTotal PIC 9(8).
       02 LT-DaysCount PIC 9(5).
       02 LT-ReasonCount PIC 9(5) OCCURS 7 TIMES.
01 LineKey PIC X(8).
01 PriorSection PIC 9.
01 PriorKey PIC X(8).
01 PriorGroupFlag PIC X VALUE 'N'.
       88 PriorGroupSet VALUE 'Y'.
01 CountRate PIC 999V9.
01 ValueRate PIC 999V9.
01 AverageDays PIC 9(4)V9.
01 LeadIndex PIC 9.
01 LeadCount PIC 9(5).

      *> The month's lost quotes by reason, taken from the
      *> salesperson section, where every quote appears once.
01 ReasonTable.
       02 ReasonEntry OCCURS 7 TIMES.
           03 RT-Quotes PIC 9(5).
           03 RT-Value PIC 9(9)V99.
01 RT-Index PIC 9.
01 WorkReason PIC X.
01 ReasonText PIC X(20).

01 ReportHeading.
       02 FILLER PIC X(32) VALUE "QUOTE WIN/LOSS ANALYSIS - MONTH ".
       02 PrnPeriod PIC 9(6).
01 SectionHeading PIC X(60).
01 Heads.
       02 PrnHeadKey PIC X(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 FILLER PIC X(45) VALUE
           "Issued    Won   Lost   Open   Cnt%   Val%    ".
       02 FILLER PIC X(57) VALUE
           "Quoted Value       Won Value AvgDays  Leading Loss Reason".
01 WinLossLine.
       02 PrnKey PIC X(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnIssued PIC ZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnWon PIC ZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnLost PIC ZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOpen PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCountRate PIC ZZ9.9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnValueRate PIC ZZ9.9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnIssuedValue PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnWonValue PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAvgDays PIC ZZZ9.9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLeadReason PIC X(20).
01 ReasonLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReasonText PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReasonQuotes PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReasonValue PIC $$$,$$$,$$9.99.
01 ReportFooting.
       02 FILLER PIC X(34) VALUE "END OF REPORT - Quotes issued:    ".
       02 PrnTotQuotes PIC ZZ,ZZ9.

COPY "DATESRV.cpy".
COPY "REGION.cpy".

      *> Month-end look at the quotes issued in a month and what
      *> became of them - converted to an order, lost (expired or
      *> declined) or still open - by salesperson, by product and by
      *> customer. Conversion rates are by count and by quoted value;
      *> days to convert run from the quote date to the conversion
      *> date. The leading loss reason for each line and a summary of
      *> the month's losses by reason show sales management where
      *> jobs are being lost. The product section counts quote lines,
      *> since one quote can price several products.
PROCEDURE DIVISION.
StartPara.
       DISPLAY "QUOTE WIN/LOSS ANALYSIS"
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
       PERFORM VARYING RT-Index FROM 1 BY 1 UNTIL RT-Index > 7
           MOVE ZERO TO RT-Quotes(RT-Index)
           MOVE ZERO TO RT-Value(RT-Index)
       END-PERFORM
       OPEN OUTPUT WinLossReport
       MOVE AskPeriod TO PrnPeriod
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       SORT QuoteWork ON ASCENDING KEY QW-Section QW-Key
           INPUT PROCEDURE IS ReleaseMonthQuotes
           OUTPUT PROCEDURE IS PrintWinLoss
       PERFORM PrintReasonSummary
       MOVE QuotesInMonth TO PrnTotQuotes
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       CLOSE WinLossReport
       PERFORM CatalogThisReport
       DISPLAY "Win/loss analysis written to quotewl.rpt - quotes issued: "
           QuotesInMonth
       PERFORM WriteBalanceLine
       STOP RUN.

ReleaseMonthQuotes.
       OPEN INPUT QuoteFile
       IF QuoteFileStatus NOT = "00" AND QuoteFileStatus NOT = "05"
           DISPLAY "Quote file not available - status " QuoteFileStatus
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL QuoteEOF
           READ QuoteFile NEXT RECORD
               AT END SET QuoteEOF TO TRUE
               NOT AT END
                   ADD 1 TO QuotesRead
                   IF QUO-QuoteDate(1:6) = AskPeriod
                       ADD 1 TO QuotesInMonth
                       PERFORM ReleaseOneQuote
                   END-IF
           END-READ
       END-PERFORM
       CLOSE QuoteFile.

ReleaseOneQuote.
       MOVE ZERO TO QuoteTotal
       PERFORM VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > QUO-LineCount OR LineIdx > 20
           COMPUTE QuoteTotal = QuoteTotal
               + QUO-OrdQty(LineIdx) * QUO-UnitPrice(LineIdx)
       END-PERFORM
       PERFORM SetQuoteOutcome
       MOVE 1 TO QW-Section
       IF QUO-SalesRep = SPACES
           MOVE "HOUSE" TO QW-Key
       ELSE
           MOVE QUO-SalesRep TO QW-Key
       END-IF
       MOVE QuoteTotal TO QW-Value
       PERFORM ReleaseWorkRecord
       MOVE 3 TO QW-Section
       MOVE QUO-IDNum TO QW-Key
       MOVE QuoteTotal TO QW-Value
       PERFORM ReleaseWorkRecord
       PERFORM VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > QUO-LineCount OR LineIdx > 20
           MOVE 2 TO QW-Section
           MOVE SPACES TO QW-Key
           STRING QUO-ProdName(LineIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QUO-ProdSize(LineIdx) DELIMITED BY SIZE
                  INTO QW-Key
           END-STRING
           COMPUTE QW-Value =
               QUO-OrdQty(LineIdx) * QUO-UnitPrice(LineIdx)
           PERFORM ReleaseWorkRecord
       END-PERFORM.

ReleaseWorkRecord.
       MOVE QR-Outcome TO QW-Outcome
       MOVE QR-Reason TO QW-Reason
       MOVE QR-DaysFlag TO QW-DaysFlag
       MOVE QR-Days TO QW-Days
       RELEASE QuoteWorkRecord.

      *> Outcome as the quote stands today. Days to convert are known
      *> only where the conversion was dated - quotes converted before
      *> close dates were kept are left out of the average.
SetQuoteOutcome.
       MOVE 'N' TO QR-DaysFlag
       MOVE ZERO TO QR-Days
       MOVE SPACE TO QR-Reason
       EVALUATE TRUE
           WHEN QUO-ConvertedQuote
               SET QR-Won TO TRUE
               IF QUO-CloseDate IS NUMERIC AND QUO-CloseDate NOT = ZERO
                   SET DS-DayDifference TO TRUE
                   MOVE QUO-QuoteDate TO DS-Date1
                   MOVE QUO-CloseDate TO DS-Date2
                   CALL "DATESRV" USING DS-Parameters
                   IF DS-DateValid AND DS-Days >= ZERO
                       SET QR-DaysKnown TO TRUE
                       MOVE DS-Days TO QR-Days
                   END-IF
               END-IF
           WHEN QUO-ExpiredQuote OR QUO-DeclinedQuote
               SET QR-Lost TO TRUE
               MOVE QUO-LossReason TO QR-Reason
           WHEN OTHER
               SET QR-StillOpen TO TRUE
       END-EVALUATE.

PrintWinLoss.
       PERFORM ReturnOneWorkRecord
       PERFORM AddNextWorkRecord UNTIL WorkEOF
       IF PriorGroupSet
           PERFORM PrintGroupLine
           PERFORM PrintSectionTotal
       END-IF.

ReturnOneWorkRecord.
       RETURN QuoteWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

      *> A new key prints the group before it; a new section also
      *> closes the section above it and heads the next.
AddNextWorkRecord.
       IF PriorGroupSet
           IF QW-Section NOT = PriorSection
               PERFORM PrintGroupLine
               PERFORM PrintSectionTotal
               MOVE 'N' TO PriorGroupFlag
           ELSE
               IF QW-Key NOT = PriorKey
                   PERFORM PrintGroupLine
                   PERFORM StartKeyGroup
               END-IF
           END-IF
       END-IF
       IF NOT PriorGroupSet
           MOVE QW-Section TO PriorSection
           PERFORM StartSection
           PERFORM StartKeyGroup
           SET PriorGroupSet TO TRUE
       END-IF
       ADD 1 TO GT-Issued
       ADD QW-Value TO GT-IssuedValue
       EVALUATE TRUE
           WHEN QW-Won
               ADD 1 TO GT-Won
               ADD QW-Value TO GT-WonValue
               IF QW-DaysKnown
                   ADD QW-Days TO GT-DaysTotal
                   ADD 1 TO GT-DaysCount
               END-IF
           WHEN QW-Lost
               ADD 1 TO GT-Lost
               MOVE QW-Reason TO WorkReason
               PERFORM NameTheReason
               ADD 1 TO GT-ReasonCount(RT-Index)
               IF QW-Section = 1
                   ADD 1 TO RT-Quotes(RT-Index)
                   ADD QW-Value TO RT-Value(RT-Index)
               END-IF
           WHEN OTHER
               ADD 1 TO GT-Open
       END-EVALUATE
       PERFORM ReturnOneWorkRecord.

StartSection.
       INITIALIZE SectionTotals
       MOVE SPACES TO SectionHeading
       EVALUATE PriorSection
           WHEN 1
               MOVE "BY SALESPERSON" TO SectionHeading
               MOVE "Rep" TO PrnHeadKey
           WHEN 2
               MOVE "BY PRODUCT AND SIZE (quote lines)" TO SectionHeading
               MOVE "Product" TO PrnHeadKey
           WHEN OTHER
               MOVE "BY CUSTOMER" TO SectionHeading
               MOVE "Customer" TO PrnHeadKey
       END-EVALUATE
       WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

StartKeyGroup.
       MOVE QW-Key TO PriorKey
       INITIALIZE GroupTotals.

PrintGroupLine.
       MOVE GroupTotals TO LineTotals
       MOVE PriorKey TO LineKey
       PERFORM PrintTotalsLine
       ADD GT-Issued TO ST-Issued
       ADD GT-Won TO ST-Won
       ADD GT-Lost TO ST-Lost
       ADD GT-Open TO ST-Open
       ADD GT-IssuedValue TO ST-IssuedValue
       ADD GT-WonValue TO ST-WonValue
       ADD GT-DaysTotal TO ST-DaysTotal
       ADD GT-DaysCount TO ST-DaysCount
       PERFORM VARYING RT-Index FROM 1 BY 1 UNTIL RT-Index > 7
           ADD GT-ReasonCount(RT-Index) TO ST-ReasonCount(RT-Index)
       END-PERFORM.

PrintSectionTotal.
       MOVE SectionTotals TO LineTotals
       MOVE "TOTAL" TO LineKey
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       PERFORM PrintTotalsLine.

      *> Rates and the average are worked out here, so a group and a
      *> section total print the same way.
PrintTotalsLine.
       MOVE SPACES TO WinLossLine
       MOVE LineKey TO PrnKey
       MOVE LT-Issued TO PrnIssued
       MOVE LT-Won TO PrnWon
       MOVE LT-Lost TO PrnLost
       MOVE LT-Open TO PrnOpen
       MOVE ZERO TO CountRate ValueRate AverageDays
       IF LT-Issued > ZERO
           COMPUTE CountRate ROUNDED = LT-Won * 100 / LT-Issued
       END-IF
       IF LT-IssuedValue > ZERO
           COMPUTE ValueRate ROUNDED =
               LT-WonValue * 100 / LT-IssuedValue
       END-IF
       IF LT-DaysCount > ZERO
           COMPUTE AverageDays ROUNDED = LT-DaysTotal / LT-DaysCount
       END-IF
       MOVE CountRate TO PrnCountRate
       MOVE ValueRate TO PrnValueRate
       MOVE LT-IssuedValue TO PrnIssuedValue
       MOVE LT-WonValue TO PrnWonValue
       MOVE AverageDays TO PrnAvgDays
       PERFORM FindLeadingReason
       WRITE PrintLine FROM WinLossLine AFTER ADVANCING 1 LINE
       ADD 1 TO LinesPrinted.

      *> The reason behind the most losses; on a tie the one earlier
      *> in the table is shown.
FindLeadingReason.
       MOVE ZERO TO LeadIndex LeadCount
       PERFORM VARYING RT-Index FROM 1 BY 1 UNTIL RT-Index > 7
           IF LT-ReasonCount(RT-Index) > LeadCount
               MOVE LT-ReasonCount(RT-Index) TO LeadCount
               MOVE RT-Index TO LeadIndex
           END-IF
       END-PERFORM
       IF LeadIndex > ZERO
           PERFORM CodeForReasonSlot
           PERFORM NameTheReason
           MOVE ReasonText TO PrnLeadReason
       END-IF.

CodeForReasonSlot.
       EVALUATE LeadIndex
           WHEN 1 MOVE 'P' TO WorkReason
           WHEN 2 MOVE 'C' TO WorkReason
           WHEN 3 MOVE 'D' TO WorkReason
           WHEN 4 MOVE 'N' TO WorkReason
           WHEN 5 MOVE 'R' TO WorkReason
           WHEN 6 MOVE 'O' TO WorkReason
           WHEN OTHER MOVE SPACE TO WorkReason
       END-EVALUATE.

      *> Sets the reason's wording and its slot in the reason table;
      *> a quote lost with no reason - one closed before reasons were
      *> kept - goes to the last slot.
NameTheReason.
       EVALUATE WorkReason
           WHEN 'P'
               MOVE "Price" TO ReasonText
               MOVE 1 TO RT-Index
           WHEN 'C'
               MOVE "Lost to competitor" TO ReasonText
               MOVE 2 TO RT-Index
           WHEN 'D'
               MOVE "Delivery/lead time" TO ReasonText
               MOVE 3 TO RT-Index
           WHEN 'N'
               MOVE "No longer needed" TO ReasonText
               MOVE 4 TO RT-Index
           WHEN 'R'
               MOVE "No response" TO ReasonText
               MOVE 5 TO RT-Index
           WHEN 'O'
               MOVE "Other" TO ReasonText
               MOVE 6 TO RT-Index
           WHEN OTHER
               MOVE "Reason not recorded" TO ReasonText
               MOVE 7 TO RT-Index
       END-EVALUATE.

PrintReasonSummary.
       MOVE SPACES TO PrintLine
       MOVE "LOST QUOTES BY REASON   Quotes    Quoted Value"
           TO PrintLine
       WRITE PrintLine AFTER ADVANCING 2 LINES
       PERFORM VARYING LeadIndex FROM 1 BY 1 UNTIL LeadIndex > 7
           PERFORM CodeForReasonSlot
           PERFORM NameTheReason
           IF RT-Quotes(RT-Index) > ZERO
               MOVE ReasonText TO PrnReasonText
               MOVE RT-Quotes(RT-Index) TO PrnReasonQuotes
               MOVE RT-Value(RT-Index) TO PrnReasonValue
               WRITE PrintLine FROM ReasonLine AFTER ADVANCING 1 LINE
               ADD 1 TO LinesPrinted
           END-IF
       END-PERFORM.

      *> Catalog the report so RPTBRWS can pull it back by date and
      *> RPTBURST can split it into branch copies.
CatalogThisReport.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "quotewl.rpt" TO RCAT-FileName
       MOVE RunDate TO RCAT-RunDate
       MOVE "QUOWLRPT" TO RCAT-Step
       MOVE LinesPrinted TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "QUOWLRPT" TO BAL-Program
       MOVE "QUOTEWL" TO BAL-Step
       MOVE QuotesRead TO BAL-RecordsIn
       MOVE LinesPrinted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
