       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTARPT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.
       SELECT OPTIONAL SalesRepFile ASSIGN TO "slsmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL QuotaFile ASSIGN TO "quota.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QuotaWork ASSIGN TO "quotsort.tmp".
       SELECT QuotaReport ASSIGN TO "quota.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD SalesRepFile.
01 SalesRepLine.
       02 SR-Code PIC X(3).
       02 FILLER PIC X.
       02 SR-Name PIC X(20).
       02 FILLER PIC X.
       02 SR-Rate PIC V999.

      *> Sales management's targets: one line per salesperson, branch
      *> and month, keyed by hand the way the salesperson master is.
      *> A salesperson working two branches carries a line for each.
FD QuotaFile.
01 QuotaLine.
       02 QF-SalesRep PIC X(3).
       02 FILLER PIC X.
       02 QF-Branch PIC X(2).
       02 FILLER PIC X.
       02 QF-Period PIC 9(6).
       02 FILLER PIC X.
       02 QF-Amount PIC 9(7)V99.

SD QuotaWork.
01 QuotaWorkRecord.
       02 QW-Branch PIC X(2).
       02 QW-SalesRep PIC X(3).
       02 QW-MonthQuota PIC 9(8)V99.
       02 QW-YTDQuota PIC 9(9)V99.
       02 QW-MonthSales PIC S9(8)V99.
       02 QW-YTDSales PIC S9(9)V99.

FD QuotaReport.
01 PrintLine PIC X(110).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 InvoiceFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 SalesRepEOFFlag PIC X VALUE 'N'.
       88 SalesRepEOF VALUE 'Y'.
01 QuotaEOFFlag PIC X VALUE 'N'.
       88 QuotaEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 OrderExists PIC X.
01 AskPeriod PIC 9(6).
01 InvoicesScanned PIC 9(5) VALUE ZERO.
01 LinesPrinted PIC 9(5) VALUE ZERO.
01 QuotaLinesRead PIC 9(5) VALUE ZERO.
01 WorkMerch PIC S9(8)V99.
01 WorkBranch PIC X(2).
01 WorkRep PIC X(3).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

01 RepTable.
       02 RepEntry OCCURS 50 TIMES.
           03 REP-Code PIC X(3).
           03 REP-Name PIC X(20).
01 RepCount PIC 99 VALUE ZERO.
01 REP-Index PIC 99.
01 REP-Slot PIC 99.
01 REP-FoundFlag PIC X.
       88 REP-EntryFound VALUE 'Y'.

      *> One slot per branch and salesperson, built from the quota
      *> lines for the year and from the invoices as they are scanned.
      *> Sales with no salesperson on the order, or one no longer on
      *> the master, go to the branch's house line the way commission
      *> treats them - they count toward the branch, not to anybody's
      *> quota.
01 QuotaTable.
       02 QuotaEntry OCCURS 300 TIMES.
           03 QTA-Branch PIC X(2).
           03 QTA-SalesRep PIC X(3).
           03 QTA-MonthQuota PIC 9(8)V99.
           03 QTA-YTDQuota PIC 9(9)V99.
           03 QTA-MonthSales PIC S9(8)V99.
           03 QTA-YTDSales PIC S9(9)V99.
01 QuotaCount PIC 999 VALUE ZERO.
01 QTA-Index PIC 999.
01 QTA-Slot PIC 999.
01 QTA-FoundFlag PIC X.
       88 QTA-EntryFound VALUE 'Y'.

01 BranchTotals.
       02 BT-MonthQuota PIC 9(9)V99.
       02 BT-YTDQuota PIC 9(10)V99.
       02 BT-MonthSales PIC S9(9)V99.
       02 BT-YTDSales PIC S9(10)V99.
01 CompanyTotals.
       02 CO-MonthQuota PIC 9(9)V99 VALUE ZERO.
       02 CO-YTDQuota PIC 9(10)V99 VALUE ZERO.
       02 CO-MonthSales PIC S9(9)V99 VALUE ZERO.
       02 CO-YTDSales PIC S9(10)V99 VALUE ZERO.
01 AttainFigures.
       02 AF-MonthQuota PIC 9(9)V99.
       02 AF-YTDQuota PIC 9(10)V99.
       02 AF-MonthSales PIC S9(9)V99.
       02 AF-YTDSales PIC S9(10)V99.
01 PriorBranch PIC X(2).
01 PriorBranchFlag PIC X VALUE 'N'.
       88 PriorBranchSet VALUE 'Y'.
01 WorkPct PIC S9(5)V9.

01 ReportHeading.
       02 FILLER PIC X(29) VALUE "SALES AGAINST QUOTA - MONTH ".
       02 PrnPeriod PIC 9(6).
01 Heads1 PIC X(104) VALUE
    "                           --------------  MONTH  --------------- -----------  YEAR TO DATE  -----------".
01 Heads2 PIC X(103) VALUE
    "Br Rep Name                         Quota          Sales     Pct           Quota          Sales     Pct".
01 QuotaDetailLine.
       02 PrnBranch PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRepCode PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRepName PIC X(20).
       02 PrnMonthQuota PIC $$$,$$$,$$9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnMonthSales PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnMonthPct PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 PrnYTDQuota PIC $$$,$$$,$$9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnYTDSales PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnYTDPct PIC X(7).
01 PctEdit PIC ZZZ9.9-.
01 PctText REDEFINES PctEdit PIC X(7).

COPY "REGION.cpy".

      *> Month-end review of how each salesperson is tracking against
      *> target: invoiced merchandise, credit memos netted, for the
      *> month asked and for the calendar year through it, against
      *> the quota for the same span. Sales follow the order's
      *> salesperson and branch, exactly as the commission statements
      *> credit them, so the two reports tie. Branches subtotal and
      *> the report ends in the company total.
PROCEDURE DIVISION.
StartPara.
       DISPLAY "SALES AGAINST QUOTA"
       DISPLAY "Month (YYYYMM, 0 = this month) : " WITH NO ADVANCING
       ACCEPT AskPeriod
       IF AskPeriod = ZERO
           MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
           MOVE CT-Date(1:6) TO AskPeriod
       END-IF
       IF AskPeriod(5:2) < "01" OR AskPeriod(5:2) > "12"
           DISPLAY "Invalid month - run skipped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadSalesRepTable
       PERFORM LoadQuotaTable
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           STOP RUN
       END-IF
       OPEN INPUT OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status " OrderFileStatus
           CLOSE InvoiceFile
           STOP RUN
       END-IF
       PERFORM UNTIL InvoiceEOF
           READ InvoiceFile NEXT RECORD
               AT END SET InvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO InvoicesScanned
                   IF INV-InvoiceDate(1:4) = AskPeriod(1:4)
                       AND INV-InvoiceDate(1:6) <= AskPeriod
                       AND INV-OrderNum > ZERO
                       PERFORM CreditOneInvoice
                   END-IF
           END-READ
       END-PERFORM
       CLOSE InvoiceFile
       CLOSE OrderFile
       OPEN OUTPUT QuotaReport
       MOVE AskPeriod TO PrnPeriod
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads1 AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM Heads2 AFTER ADVANCING 1 LINE
       SORT QuotaWork ON ASCENDING KEY QW-Branch QW-SalesRep
           INPUT PROCEDURE IS ReleaseQuotaTable
           OUTPUT PROCEDURE IS PrintQuotaReport
       CLOSE QuotaReport
       DISPLAY "Quota report written to quota.rpt - lines printed: "
           LinesPrinted
       PERFORM WriteBalanceLine
       STOP RUN.

LoadSalesRepTable.
       OPEN INPUT SalesRepFile
       PERFORM UNTIL SalesRepEOF
           READ SalesRepFile
               AT END SET SalesRepEOF TO TRUE
               NOT AT END
                   IF RepCount < 50
                       ADD 1 TO RepCount
                       MOVE SR-Code TO REP-Code(RepCount)
                       MOVE SR-Name TO REP-Name(RepCount)
                   ELSE
                       DISPLAY "Salesperson table full - ignoring " SR-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SalesRepFile.

      *> Only the year being reported matters - the month's own line
      *> is the month quota, every line from January through it adds
      *> to the year-to-date quota. A line for a salesperson who is
      *> not on the master is reported and skipped.
LoadQuotaTable.
       OPEN INPUT QuotaFile
       PERFORM UNTIL QuotaEOF
           READ QuotaFile
               AT END SET QuotaEOF TO TRUE
               NOT AT END
                   ADD 1 TO QuotaLinesRead
                   IF QF-Period IS NUMERIC AND QF-Amount IS NUMERIC
                       AND QF-Period(1:4) = AskPeriod(1:4)
                       AND QF-Period <= AskPeriod
                       PERFORM ApplyOneQuota
                   END-IF
           END-READ
       END-PERFORM
       CLOSE QuotaFile.

ApplyOneQuota.
       MOVE QF-SalesRep TO WorkRep
       PERFORM FindRepOnMaster
       IF NOT REP-EntryFound
           DISPLAY "Quota for salesperson " QF-SalesRep
               " not on the master - ignored"
           EXIT PARAGRAPH
       END-IF
       MOVE QF-Branch TO WorkBranch
       PERFORM FindQuotaSlot
       IF QTA-Slot > ZERO
           ADD QF-Amount TO QTA-YTDQuota(QTA-Slot)
           IF QF-Period = AskPeriod
               ADD QF-Amount TO QTA-MonthQuota(QTA-Slot)
           END-IF
       END-IF.

      *> Merchandise only - tax and freight are not sales - and a
      *> credit memo takes its merchandise back out of the same line.
CreditOneInvoice.
       IF INV-CreditMemo
           COMPUTE WorkMerch = ZERO - INV-Merchandise
       ELSE
           COMPUTE WorkMerch = INV-Merchandise
       END-IF
       MOVE 'Y' TO OrderExists
       MOVE INV-OrderNum TO ORD-OrderNum
       READ OrderFile
           INVALID KEY MOVE 'N' TO OrderExists
       END-READ
       IF OrderExists = 'N'
           MOVE SPACES TO WorkBranch
           MOVE SPACES TO WorkRep
       ELSE
           MOVE ORD-Branch TO WorkBranch
           MOVE ORD-SalesRep TO WorkRep
           PERFORM FindRepOnMaster
           IF NOT REP-EntryFound
               MOVE SPACES TO WorkRep
           END-IF
       END-IF
       PERFORM FindQuotaSlot
       IF QTA-Slot > ZERO
           ADD WorkMerch TO QTA-YTDSales(QTA-Slot)
           IF INV-InvoiceDate(1:6) = AskPeriod
               ADD WorkMerch TO QTA-MonthSales(QTA-Slot)
           END-IF
       END-IF.

FindRepOnMaster.
       MOVE 'N' TO REP-FoundFlag
       IF WorkRep NOT = SPACES
           PERFORM VARYING REP-Index FROM 1 BY 1
               UNTIL REP-Index > RepCount OR REP-EntryFound
               IF REP-Code(REP-Index) = WorkRep
                   SET REP-EntryFound TO TRUE
                   MOVE REP-Index TO REP-Slot
               END-IF
           END-PERFORM
       END-IF.

FindQuotaSlot.
       MOVE 'N' TO QTA-FoundFlag
       MOVE ZERO TO QTA-Slot
       PERFORM VARYING QTA-Index FROM 1 BY 1
           UNTIL QTA-Index > QuotaCount OR QTA-EntryFound
           IF QTA-Branch(QTA-Index) = WorkBranch
               AND QTA-SalesRep(QTA-Index) = WorkRep
               SET QTA-EntryFound TO TRUE
               MOVE QTA-Index TO QTA-Slot
           END-IF
       END-PERFORM
       IF NOT QTA-EntryFound
           IF QuotaCount < 300
               ADD 1 TO QuotaCount
               MOVE QuotaCount TO QTA-Slot
               MOVE WorkBranch TO QTA-Branch(QTA-Slot)
               MOVE WorkRep TO QTA-SalesRep(QTA-Slot)
               MOVE ZERO TO QTA-MonthQuota(QTA-Slot)
               MOVE ZERO TO QTA-YTDQuota(QTA-Slot)
               MOVE ZERO TO QTA-MonthSales(QTA-Slot)
               MOVE ZERO TO QTA-YTDSales(QTA-Slot)
           ELSE
               DISPLAY "Quota table full - branch " WorkBranch
                   " salesperson " WorkRep " skipped"
           END-IF
       END-IF.

ReleaseQuotaTable.
       PERFORM VARYING QTA-Index FROM 1 BY 1 UNTIL QTA-Index > QuotaCount
           MOVE QTA-Branch(QTA-Index) TO QW-Branch
           MOVE QTA-SalesRep(QTA-Index) TO QW-SalesRep
           MOVE QTA-MonthQuota(QTA-Index) TO QW-MonthQuota
           MOVE QTA-YTDQuota(QTA-Index) TO QW-YTDQuota
           MOVE QTA-MonthSales(QTA-Index) TO QW-MonthSales
           MOVE QTA-YTDSales(QTA-Index) TO QW-YTDSales
           RELEASE QuotaWorkRecord
       END-PERFORM.

PrintQuotaReport.
       PERFORM ReturnOneQuotaLine
       PERFORM PrintNextQuotaLine UNTIL WorkEOF
       IF PriorBranchSet
           PERFORM PrintBranchTotal
       END-IF
       MOVE SPACES TO QuotaDetailLine
       MOVE "COMPANY TOTAL" TO PrnRepName
       MOVE CO-MonthQuota TO PrnMonthQuota
       MOVE CO-MonthSales TO PrnMonthSales
       MOVE CompanyTotals TO AttainFigures
       PERFORM EditAttainment
       MOVE CO-YTDQuota TO PrnYTDQuota
       MOVE CO-YTDSales TO PrnYTDSales
       WRITE PrintLine FROM QuotaDetailLine AFTER ADVANCING 2 LINES.

ReturnOneQuotaLine.
       RETURN QuotaWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

PrintNextQuotaLine.
       IF PriorBranchSet AND QW-Branch NOT = PriorBranch
           PERFORM PrintBranchTotal
       END-IF
       IF NOT PriorBranchSet OR QW-Branch NOT = PriorBranch
           MOVE QW-Branch TO PriorBranch
           SET PriorBranchSet TO TRUE
           MOVE ZERO TO BT-MonthQuota BT-YTDQuota
           MOVE ZERO TO BT-MonthSales BT-YTDSales
       END-IF
       MOVE SPACES TO QuotaDetailLine
       MOVE QW-Branch TO PrnBranch
       MOVE QW-SalesRep TO PrnRepCode
       IF QW-SalesRep = SPACES
           MOVE "(HOUSE)" TO PrnRepName
       ELSE
           MOVE QW-SalesRep TO WorkRep
           PERFORM FindRepOnMaster
           IF REP-EntryFound
               MOVE REP-Name(REP-Slot) TO PrnRepName
           END-IF
       END-IF
       MOVE QW-MonthQuota TO PrnMonthQuota
       MOVE QW-MonthSales TO PrnMonthSales
       MOVE QW-YTDQuota TO PrnYTDQuota
       MOVE QW-YTDSales TO PrnYTDSales
       ADD QW-MonthQuota TO BT-MonthQuota
       ADD QW-YTDQuota TO BT-YTDQuota
       ADD QW-MonthSales TO BT-MonthSales
       ADD QW-YTDSales TO BT-YTDSales
       MOVE QW-MonthQuota TO AF-MonthQuota
       MOVE QW-YTDQuota TO AF-YTDQuota
       MOVE QW-MonthSales TO AF-MonthSales
       MOVE QW-YTDSales TO AF-YTDSales
       PERFORM EditAttainment
       WRITE PrintLine FROM QuotaDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO LinesPrinted
       PERFORM ReturnOneQuotaLine.

PrintBranchTotal.
       ADD BT-MonthQuota TO CO-MonthQuota
       ADD BT-YTDQuota TO CO-YTDQuota
       ADD BT-MonthSales TO CO-MonthSales
       ADD BT-YTDSales TO CO-YTDSales
       MOVE SPACES TO QuotaDetailLine
       MOVE PriorBranch TO PrnBranch
       MOVE "  BRANCH TOTAL" TO PrnRepName
       MOVE BT-MonthQuota TO PrnMonthQuota
       MOVE BT-MonthSales TO PrnMonthSales
       MOVE BT-YTDQuota TO PrnYTDQuota
       MOVE BT-YTDSales TO PrnYTDSales
       MOVE BranchTotals TO AttainFigures
       PERFORM EditAttainment
       WRITE PrintLine FROM QuotaDetailLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE.

      *> Percent attained is sales over quota; with no quota set
      *> there is nothing to attain and the column prints n/a.
EditAttainment.
       MOVE "   n/a" TO PrnMonthPct
       IF AF-MonthQuota > ZERO
           COMPUTE WorkPct ROUNDED = AF-MonthSales * 100 / AF-MonthQuota
               ON SIZE ERROR MOVE 9999.9 TO WorkPct
           END-COMPUTE
           MOVE WorkPct TO PctEdit
           MOVE PctText TO PrnMonthPct
       END-IF
       MOVE "   n/a" TO PrnYTDPct
       IF AF-YTDQuota > ZERO
           COMPUTE WorkPct ROUNDED = AF-YTDSales * 100 / AF-YTDQuota
               ON SIZE ERROR MOVE 9999.9 TO WorkPct
           END-COMPUTE
           MOVE WorkPct TO PctEdit
           MOVE PctText TO PrnYTDPct
       END-IF.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "QUOTARPT" TO BAL-Program
       MOVE "QUOTA" TO BAL-Step
       MOVE InvoicesScanned TO BAL-RecordsIn
       MOVE LinesPrinted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
