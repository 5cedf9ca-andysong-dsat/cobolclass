       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPSCOR.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT POFile ASSIGN TO "po.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PO-PONum
           FILE STATUS IS POFileStatus.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReceiptLog ASSIGN TO "porcpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ScorecardReport ASSIGN TO "suppscor.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD POFile.
01 POData.
    COPY "POREC.cpy".

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD ReceiptLog.
01 ReceiptLogRecord.
    COPY "RCPTREC.cpy".

FD ScorecardReport.
01 PrintLine PIC X(100).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 POFileStatus PIC XX.
01 POEOFFlag PIC X VALUE 'N'.
       88 POEOF VALUE 'Y'.
01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 ReceiptEOFFlag PIC X VALUE 'N'.
       88 ReceiptEOF VALUE 'Y'.
01 AskMonth PIC 9(6).
01 MonthStart PIC 9(8).
01 MonthEnd PIC 9(8).
01 RecordsRead PIC 9(7) VALUE ZERO.
01 SuppliersListed PIC 9(5) VALUE ZERO.
01 LineIdx PIC 9.
01 WorkDays PIC S9(5).
01 WorkPct PIC 9(4).
01 WorkAvg PIC 9(4).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
COPY "DATESRV.cpy".

      *> One scorecard slot per supplier: seeded from the master so a
      *> supplier we bought nothing from still shows, then any code
      *> the POs or receipts carry that the master has lost. The PO
      *> side (POs due this month, ordered against received) gives the
      *> fill rate; the receipt log (goods that came this month) gives
      *> on-time delivery and the lead time actually achieved.
01 ScoreTable.
       02 ScoreEntry OCCURS 200 TIMES.
           03 SC-Supplier PIC X(4).
           03 SC-Name PIC X(20).
           03 SC-QuotedLead PIC 9(3).
           03 SC-POCount PIC 9(4).
           03 SC-OrdQty PIC 9(7).
           03 SC-RecQty PIC 9(7).
           03 SC-Receipts PIC 9(5).
           03 SC-OnTime PIC 9(5).
           03 SC-Late PIC 9(5).
           03 SC-DaysLate PIC 9(7).
           03 SC-LeadDays PIC 9(7).
01 ScoreCount PIC 999 VALUE ZERO.
01 SC-Index PIC 999.
01 SC-Slot PIC 999.
01 ScoreKey PIC X(4).

01 TotalOrdered PIC 9(8) VALUE ZERO.
01 TotalReceived PIC 9(8) VALUE ZERO.
01 TotalReceipts PIC 9(6) VALUE ZERO.
01 TotalOnTime PIC 9(6) VALUE ZERO.

01 PageHeading.
       02 FILLER PIC X(32) VALUE "SUPPLIER DELIVERY SCORECARD for ".
       02 PrnMonth PIC 9(6).
       02 FILLER PIC X(11) VALUE "   run on ".
       02 PrnRunDate PIC 9(8).
01 Heads.
       02 FILLER PIC X(4) VALUE "Supp".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(20) VALUE "Name".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(4) VALUE "Lead".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(4) VALUE " POs".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(7) VALUE "Ordered".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(8) VALUE "Received".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(5) VALUE "Fill%".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(5) VALUE "Rcpts".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(7) VALUE "OnTime%".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(7) VALUE "AvgLate".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(7) VALUE "AvgLead".
01 ScoreDetailLine.
       02 PrnSupCode PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSupName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnQuotedLead PIC ZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnPOCount PIC ZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOrdered PIC ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnReceived PIC Z,ZZZ,ZZ9.
       02 PrnFillPct PIC ZZZ9.
       02 FILLER PIC X VALUE "%".
       02 FILLER PIC X VALUE SPACE.
       02 PrnReceipts PIC ZZZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnOnTimePct PIC ZZZ9.
       02 FILLER PIC X VALUE "%".
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnAvgLate PIC ZZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnAvgLead PIC ZZZ9.
01 ScoreFooting.
       02 FILLER PIC X(34) VALUE "ALL SUPPLIERS".
       02 PrnTotOrdered PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotReceived PIC Z,ZZZ,ZZ9.
       02 PrnTotFillPct PIC ZZZ9.
       02 FILLER PIC X VALUE "%".
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotReceipts PIC ZZZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnTotOnTimePct PIC ZZZ9.
       02 FILLER PIC X VALUE "%".

COPY "REGION.cpy".

      *> The month's delivery record for every supplier, for
      *> purchasing to see who keeps us short: how much of what fell
      *> due this month came in (fill rate), how many of this month's
      *> deliveries came by the PO's expected date, how late the late
      *> ones were on average, and the lead time from order to goods
      *> actually achieved against the lead time the supplier quotes.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "SUPPLIER DELIVERY SCORECARD"
       DISPLAY "Month (YYYYMM, 0 = this month) : " WITH NO ADVANCING
       ACCEPT AskMonth
       IF AskMonth = ZERO
           MOVE RunDate(1:6) TO AskMonth
       END-IF
       COMPUTE MonthStart = AskMonth * 100 + 1
       COMPUTE MonthEnd = AskMonth * 100 + 31
       SET DS-ValidateDate TO TRUE
       MOVE MonthStart TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Invalid month - no scorecard"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadSupplierTable
       OPEN INPUT POFile
       IF POFileStatus NOT = "00"
           DISPLAY "Purchase order file could not be opened - status "
               POFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL POEOF
           READ POFile NEXT RECORD
               AT END SET POEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsRead
                   IF PO-ExpectedDate >= MonthStart
                       AND PO-ExpectedDate <= MonthEnd
                       AND NOT PO-CancelledPO
                       PERFORM ScoreOnePO
                   END-IF
           END-READ
       END-PERFORM
       CLOSE POFile
       OPEN INPUT ReceiptLog
       PERFORM UNTIL ReceiptEOF
           READ ReceiptLog
               AT END SET ReceiptEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsRead
                   IF RC-ReceiptDate IS NUMERIC
                       AND RC-ReceiptDate >= MonthStart
                       AND RC-ReceiptDate <= MonthEnd
                       PERFORM ScoreOneReceipt
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ReceiptLog
       PERFORM PrintScorecard
       DISPLAY "Supplier scorecard written to suppscor.rpt - suppliers: "
           SuppliersListed
       PERFORM WriteBalanceLine
       STOP RUN.

LoadSupplierTable.
       OPEN INPUT SupplierFile
       PERFORM UNTIL SupplierEOF
           READ SupplierFile
               AT END SET SupplierEOF TO TRUE
               NOT AT END
                   MOVE SU-Code TO ScoreKey
                   PERFORM FindScoreSlot
                   IF SC-Slot > ZERO
                       MOVE SU-Name TO SC-Name(SC-Slot)
                       IF SU-LeadDays IS NUMERIC
                           MOVE SU-LeadDays TO SC-QuotedLead(SC-Slot)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

FindScoreSlot.
       MOVE ZERO TO SC-Slot
       PERFORM VARYING SC-Index FROM 1 BY 1
           UNTIL SC-Index > ScoreCount OR SC-Slot > ZERO
           IF SC-Supplier(SC-Index) = ScoreKey
               MOVE SC-Index TO SC-Slot
           END-IF
       END-PERFORM
       IF SC-Slot = ZERO
           IF ScoreCount < 200
               ADD 1 TO ScoreCount
               MOVE ScoreCount TO SC-Slot
               MOVE ScoreKey TO SC-Supplier(SC-Slot)
               MOVE "(NOT ON MASTER)" TO SC-Name(SC-Slot)
               MOVE ZERO TO SC-QuotedLead(SC-Slot) SC-POCount(SC-Slot)
                   SC-OrdQty(SC-Slot) SC-RecQty(SC-Slot)
                   SC-Receipts(SC-Slot) SC-OnTime(SC-Slot)
                   SC-Late(SC-Slot) SC-DaysLate(SC-Slot)
                   SC-LeadDays(SC-Slot)
           ELSE
               DISPLAY "Scorecard table full - supplier " ScoreKey
                   " skipped"
           END-IF
       END-IF.

ScoreOnePO.
       MOVE PO-Supplier TO ScoreKey
       PERFORM FindScoreSlot
       IF SC-Slot > ZERO
           ADD 1 TO SC-POCount(SC-Slot)
           PERFORM VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > PO-LineCount
               ADD PO-OrdQty(LineIdx) TO SC-OrdQty(SC-Slot)
               ADD PO-RecQty(LineIdx) TO SC-RecQty(SC-Slot)
           END-PERFORM
       END-IF.

      *> A delivery is on time when it came on or before the PO's
      *> expected date; a late one adds its days late. Lead time runs
      *> from the PO's order date to the day the goods came.
ScoreOneReceipt.
       MOVE RC-Supplier TO ScoreKey
       PERFORM FindScoreSlot
       IF SC-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SC-Receipts(SC-Slot)
       IF RC-ReceiptDate <= RC-ExpectedDate
           ADD 1 TO SC-OnTime(SC-Slot)
       ELSE
           ADD 1 TO SC-Late(SC-Slot)
           SET DS-DayDifference TO TRUE
           MOVE RC-ExpectedDate TO DS-Date1
           MOVE RC-ReceiptDate TO DS-Date2
           CALL "DATESRV" USING DS-Parameters
           IF DS-DateValid
               MOVE DS-Days TO WorkDays
               ADD WorkDays TO SC-DaysLate(SC-Slot)
           END-IF
       END-IF
       SET DS-DayDifference TO TRUE
       MOVE RC-OrderDate TO DS-Date1
       MOVE RC-ReceiptDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       IF DS-DateValid AND DS-Days > ZERO
           MOVE DS-Days TO WorkDays
           ADD WorkDays TO SC-LeadDays(SC-Slot)
       END-IF.

PrintScorecard.
       OPEN OUTPUT ScorecardReport
       MOVE AskMonth TO PrnMonth
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM PrintOneScoreLine
           VARYING SC-Index FROM 1 BY 1 UNTIL SC-Index > ScoreCount
       MOVE TotalOrdered TO PrnTotOrdered
       MOVE TotalReceived TO PrnTotReceived
       MOVE ZERO TO WorkPct
       IF TotalOrdered > ZERO
           COMPUTE WorkPct ROUNDED = TotalReceived * 100 / TotalOrdered
       END-IF
       MOVE WorkPct TO PrnTotFillPct
       MOVE TotalReceipts TO PrnTotReceipts
       MOVE ZERO TO WorkPct
       IF TotalReceipts > ZERO
           COMPUTE WorkPct ROUNDED = TotalOnTime * 100 / TotalReceipts
       END-IF
       MOVE WorkPct TO PrnTotOnTimePct
       WRITE PrintLine FROM ScoreFooting AFTER ADVANCING 2 LINES
       CLOSE ScorecardReport.

PrintOneScoreLine.
       MOVE SC-Supplier(SC-Index) TO PrnSupCode
       MOVE SC-Name(SC-Index) TO PrnSupName
       MOVE SC-QuotedLead(SC-Index) TO PrnQuotedLead
       MOVE SC-POCount(SC-Index) TO PrnPOCount
       MOVE SC-OrdQty(SC-Index) TO PrnOrdered
       MOVE SC-RecQty(SC-Index) TO PrnReceived
       MOVE ZERO TO WorkPct
       IF SC-OrdQty(SC-Index) > ZERO
           COMPUTE WorkPct ROUNDED =
               SC-RecQty(SC-Index) * 100 / SC-OrdQty(SC-Index)
       END-IF
       MOVE WorkPct TO PrnFillPct
       MOVE SC-Receipts(SC-Index) TO PrnReceipts
       MOVE ZERO TO WorkPct
       MOVE ZERO TO WorkAvg
       IF SC-Receipts(SC-Index) > ZERO
           COMPUTE WorkPct ROUNDED =
               SC-OnTime(SC-Index) * 100 / SC-Receipts(SC-Index)
           COMPUTE WorkAvg ROUNDED =
               SC-LeadDays(SC-Index) / SC-Receipts(SC-Index)
       END-IF
       MOVE WorkPct TO PrnOnTimePct
       MOVE WorkAvg TO PrnAvgLead
       MOVE ZERO TO WorkAvg
       IF SC-Late(SC-Index) > ZERO
           COMPUTE WorkAvg ROUNDED =
               SC-DaysLate(SC-Index) / SC-Late(SC-Index)
       END-IF
       MOVE WorkAvg TO PrnAvgLate
       ADD SC-OrdQty(SC-Index) TO TotalOrdered
       ADD SC-RecQty(SC-Index) TO TotalReceived
       ADD SC-Receipts(SC-Index) TO TotalReceipts
       ADD SC-OnTime(SC-Index) TO TotalOnTime
       WRITE PrintLine FROM ScoreDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO SuppliersListed.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "SUPPSCOR" TO BAL-Program
       MOVE "SCORECARD" TO BAL-Step
       MOVE RecordsRead TO BAL-RecordsIn
       MOVE SuppliersListed TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
