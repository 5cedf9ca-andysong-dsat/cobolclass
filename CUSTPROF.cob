       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTPROF.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.
       SELECT OrderLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS OrderLineFileStatus.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SalesRepFile ASSIGN TO "slsmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CashApplyLog ASSIGN TO "cashapp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT ProfitReport ASSIGN TO "custprof.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CsvFile ASSIGN TO "custprof.csv"
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

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD CustomerFile.
01 CustomerData.
    COPY "CUSTREC.cpy"
        REPLACING ==CR-IDNum==        BY ==IDNum==
                  ==CR-FirstName==    BY ==FirstName==
                  ==CR-LastName==     BY ==LastName==
                  ==CR-CustAddress==  BY ==CustAddress==
                  ==CR-Phone==        BY ==Phone==
                  ==CR-Email==        BY ==Email==
                  ==CR-CustStatus==   BY ==CustStatus==
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==.

FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

FD SalesRepFile.
01 SalesRepLine.
       02 SR-Code PIC X(3).
       02 FILLER PIC X.
       02 SR-Name PIC X(20).
       02 FILLER PIC X.
       02 SR-Rate PIC V999.

FD CashApplyLog.
01 CashApplyRecord.
    COPY "CASHAPP.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD ProfitReport.
01 PrintLine PIC X(132).

FD CsvFile.
01 CsvLine PIC X(200).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 InvoiceFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 CustomerFileOpenFlag PIC X VALUE 'N'.
       88 CustomerFileOpen VALUE 'Y'.
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 CostFileEOFFlag PIC X VALUE 'N'.
       88 CostFileEOF VALUE 'Y'.
01 SalesRepEOFFlag PIC X VALUE 'N'.
       88 SalesRepEOF VALUE 'Y'.
01 CashApplyEOFFlag PIC X VALUE 'N'.
       88 CashApplyEOF VALUE 'Y'.
01 PaymentEOFFlag PIC X VALUE 'N'.
       88 PaymentEOF VALUE 'Y'.
01 LineScanEOF PIC X.
01 InvoiceExists PIC X.
01 OrderExists PIC X.
01 AskPeriod PIC 9(6).
01 AskCsv PIC X.
01 CsvExportFlag PIC X VALUE 'N'.
       88 CsvExportOn VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 InvoicesScanned PIC 9(6) VALUE ZERO.
01 CustomersReported PIC 9(5) VALUE ZERO.
COPY "DATESRV.cpy".

01 CostTable.
       02 CostEntry OCCURS 150 TIMES.
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
           03 CST-AvgCost PIC 9(4)V9999.
           03 CST-AvgDate PIC 9(8).
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.
01 CST-FoundFlag PIC X.
       88 CST-EntryFound VALUE 'Y'.
01 WorkUnitCost PIC 9(4)V99.
01 CostKnownFlag PIC X.
       88 CostKnown VALUE 'Y'.

      *> Cost of goods as a fraction of the selling price, worked out
      *> once per order from its lines at the average cost receiving
      *> has built up. Every invoice and credit memo against the order
      *> is costed at that fraction of its merchandise, so a part
      *> shipment or a return carries the cost of what it moved.
01 RatioOrderNum PIC 9(6) VALUE ZERO.
01 RatioRevenue PIC 9(8)V99.
01 RatioCost PIC 9(8)V99.
01 CostRatio PIC 9(3)V9(6).
01 RatioCostMissing PIC X.

      *> The amounts one document, application or refund adds to its
      *> customer, branch and salesperson. Every figures group below
      *> shares this layout so one paragraph can add any of them.
01 DocFigures.
       02 DF-Revenue PIC S9(9)V99.
       02 DF-Cost PIC S9(9)V99.
       02 DF-Returns PIC S9(9)V99.
       02 DF-ReturnCost PIC S9(9)V99.
       02 DF-Credits PIC S9(9)V99.
       02 DF-FinChg PIC S9(9)V99.
       02 DF-Refunds PIC S9(9)V99.
       02 DF-PaidCount PIC 9(6).
       02 DF-PaidDays PIC 9(9).
       02 DF-CostMissing PIC X.
01 AccumFigures.
       02 AX-Revenue PIC S9(9)V99.
       02 AX-Cost PIC S9(9)V99.
       02 AX-Returns PIC S9(9)V99.
       02 AX-ReturnCost PIC S9(9)V99.
       02 AX-Credits PIC S9(9)V99.
       02 AX-FinChg PIC S9(9)V99.
       02 AX-Refunds PIC S9(9)V99.
       02 AX-PaidCount PIC 9(6).
       02 AX-PaidDays PIC 9(9).
       02 AX-CostMissing PIC X.
01 CompanyFigures.
       02 CF-Revenue PIC S9(9)V99 VALUE ZERO.
       02 CF-Cost PIC S9(9)V99 VALUE ZERO.
       02 CF-Returns PIC S9(9)V99 VALUE ZERO.
       02 CF-ReturnCost PIC S9(9)V99 VALUE ZERO.
       02 CF-Credits PIC S9(9)V99 VALUE ZERO.
       02 CF-FinChg PIC S9(9)V99 VALUE ZERO.
       02 CF-Refunds PIC S9(9)V99 VALUE ZERO.
       02 CF-PaidCount PIC 9(6) VALUE ZERO.
       02 CF-PaidDays PIC 9(9) VALUE ZERO.
       02 CF-CostMissing PIC X VALUE 'N'.
01 NetSales PIC S9(9)V99.
01 NetMargin PIC S9(9)V99.
01 MarginPct PIC S9(5)V9.
01 AvgDaysToPay PIC 9(4)V9.

      *> One slot per customer with anything in the period; the net
      *> margin and margin percent are filled in once every pass is
      *> done, for the two rankings.
01 CustomerTable.
       02 CustomerEntry OCCURS 1000 TIMES.
           03 PF-IDNum PIC 9(6).
           03 PF-Name PIC X(15).
           03 PF-Branch PIC X(2).
           03 PF-Figures PIC X(93).
           03 PF-NetMargin PIC S9(9)V99.
           03 PF-MarginPct PIC S9(5)V9.
01 CustomerCount PIC 9(4) VALUE ZERO.
01 PF-Index PIC 9(4).
01 PF-Slot PIC 9(4).
01 SortSwapFlag PIC X VALUE 'Y'.
       88 SortMadeSwap VALUE 'Y'.
01 SortOuter PIC 9(4).
01 SortHoldCustomer PIC X(133).
01 RankByPctFlag PIC X VALUE 'N'.
       88 RankByPct VALUE 'Y'.

01 BranchTable.
       02 BranchEntry OCCURS 50 TIMES.
           03 BF-Branch PIC X(2).
           03 BF-Figures PIC X(93).
01 BranchCount PIC 99 VALUE ZERO.
01 BF-Index PIC 99.
01 BF-Slot PIC 99.

      *> Salespeople from the master, then one slot for the house -
      *> documents with no salesperson, or one the master does not
      *> know, fall there as commission treats them.
01 RepTable.
       02 RepEntry OCCURS 51 TIMES.
           03 REP-Code PIC X(3).
           03 REP-Name PIC X(20).
           03 REP-Figures PIC X(93).
01 RepCount PIC 99 VALUE ZERO.
01 REP-Index PIC 99.
01 REP-Slot PIC 99.
01 HouseSlot PIC 99.

01 DocBranch PIC X(2).
01 DocRep PIC X(3).

01 ReportHeading.
       02 FILLER PIC X(37) VALUE "CUSTOMER PROFITABILITY - PERIOD ".
       02 PrnPeriod PIC 9(6).
       02 FILLER PIC X(12) VALUE "  RUN DATE ".
       02 PrnRunDate PIC 9(8).
01 SectionHeading PIC X(50).
01 DetailHeads.
       02 PrnHeadLead PIC X(25).
       02 FILLER PIC X(78) VALUE
           "    Revenue         Cost      Returns      Credits  Fin Charges      Refunds  ".
       02 FILLER PIC X(12) VALUE " Net Margin ".
       02 FILLER PIC X(14) VALUE "Margin% AvgPay".
01 ProfitDetailLine.
       02 PrnLead.
           03 PrnRank PIC ZZZ9.
           03 FILLER PIC X.
           03 PrnCustID PIC 9(6).
           03 FILLER PIC X.
           03 PrnName PIC X(13).
       02 PrnLeadLabel REDEFINES PrnLead PIC X(25).
       02 PrnRevenue PIC ZZ,ZZZ,ZZ9-.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnCost PIC ZZ,ZZZ,ZZ9-.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnReturns PIC ZZ,ZZZ,ZZ9-.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnCredits PIC ZZ,ZZZ,ZZ9-.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnFinChg PIC ZZ,ZZZ,ZZ9-.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnRefunds PIC ZZ,ZZZ,ZZ9-.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnNetMargin PIC ZZ,ZZZ,ZZ9-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnMarginPct PIC ZZZ9.9-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAvgPay PIC ZZZ9.9.
       02 PrnCostNote PIC X(2).
01 FootingNote1 PIC X(110) VALUE
    "Amounts in whole dollars. Returns are merchandise credited; their cost comes back out of Cost.".
01 FootingNote2 PIC X(110) VALUE
    "Credits are rebate credit memos. Fin Charges is charge cash collected - waived charges bring in none.".
01 FootingNote3 PIC X(110) VALUE
    "Refunds are shown for reference and not deducted - the credit behind them already was. * = cost missing.".

01 CsvAmount PIC +9(9).99.
01 CsvPct PIC +9(5).9.
01 CsvDays PIC 9(4).9.
01 CsvFields.
       02 CsvRevenue PIC X(13).
       02 CsvCost PIC X(13).
       02 CsvReturns PIC X(13).
       02 CsvReturnCost PIC X(13).
       02 CsvCredits PIC X(13).
       02 CsvFinChg PIC X(13).
       02 CsvRefunds PIC X(13).
       02 CsvNetMargin PIC X(13).
       02 CsvMarginPct PIC X(8).
       02 CsvAvgPay PIC X(6).

COPY "REGION.cpy".

      *> Which customers make us money once everything after the sale
      *> is counted. For one period: merchandise invoiced and the cost
      *> of the goods behind it, merchandise taken back on returns
      *> credit memos with its cost, rebate credit memos, finance
      *> charge cash collected, refunds paid out, and how many days
      *> the customer took to pay the invoices cleared in the period.
      *> Customers are ranked by net margin and by margin percent,
      *> then subtotalled by branch and by salesperson; the customer
      *> lines can go to custprof.csv for a spreadsheet as well.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "CUSTOMER PROFITABILITY"
       DISPLAY "Period (YYYYMM, 0 = this month) : " WITH NO ADVANCING
       ACCEPT AskPeriod
       IF AskPeriod = ZERO
           MOVE RunDate(1:6) TO AskPeriod
       END-IF
       DISPLAY "Write custprof.csv as well (Y/N) : " WITH NO ADVANCING
       ACCEPT AskCsv
       IF AskCsv = 'Y' OR AskCsv = 'y'
           SET CsvExportOn TO TRUE
       END-IF
       PERFORM LoadCostTable
       IF CostCount = ZERO
           DISPLAY "No unit costs on file - margins will show revenue only"
       END-IF
       PERFORM LoadSalesRepTable
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status " OrderFileStatus
           CLOSE InvoiceFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT OrderLineFile
       IF OrderLineFileStatus NOT = "00"
           DISPLAY "Order line file could not be opened - status "
               OrderLineFileStatus
           CLOSE InvoiceFile OrderFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       IF CustomerFileStatus = "00"
           SET CustomerFileOpen TO TRUE
       ELSE
           DISPLAY "Customer file could not be opened - status "
               CustomerFileStatus " - names left blank"
       END-IF
       PERFORM ScanInvoices
       PERFORM ScanCashApplications
       PERFORM ScanRefunds
       CLOSE InvoiceFile OrderFile OrderLineFile
       IF CustomerFileOpen
           CLOSE CustomerFile
       END-IF
       PERFORM FigureOneCustomer
           VARYING PF-Index FROM 1 BY 1 UNTIL PF-Index > CustomerCount
       OPEN OUTPUT ProfitReport
       MOVE AskPeriod TO PrnPeriod
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       IF CsvExportOn
           OPEN OUTPUT CsvFile
           MOVE "IDNum,Name,Branch,Revenue,Cost,Returns,ReturnCost,Credits,FinCharges,Refunds,NetMargin,MarginPct,AvgDaysToPay"
               TO CsvLine
           WRITE CsvLine
       END-IF
       MOVE 'N' TO RankByPctFlag
       PERFORM SortCustomerTable
       MOVE "CUSTOMERS RANKED BY NET MARGIN" TO SectionHeading
       PERFORM PrintCustomerRanking
       IF CsvExportOn
           CLOSE CsvFile
       END-IF
       SET RankByPct TO TRUE
       PERFORM SortCustomerTable
       MOVE "CUSTOMERS RANKED BY MARGIN PERCENT" TO SectionHeading
       PERFORM PrintCustomerRanking
       MOVE "SUBTOTAL BY BRANCH" TO SectionHeading
       WRITE PrintLine FROM SectionHeading AFTER ADVANCING 3 LINES
       MOVE "Branch" TO PrnHeadLead
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 2 LINES
       PERFORM PrintOneBranch
           VARYING BF-Index FROM 1 BY 1 UNTIL BF-Index > BranchCount
       MOVE "SUBTOTAL BY SALESPERSON" TO SectionHeading
       WRITE PrintLine FROM SectionHeading AFTER ADVANCING 3 LINES
       MOVE "Salesperson" TO PrnHeadLead
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 2 LINES
       PERFORM PrintOneRep
           VARYING REP-Index FROM 1 BY 1 UNTIL REP-Index > RepCount
       MOVE CompanyFigures TO AccumFigures
       MOVE SPACES TO ProfitDetailLine
       MOVE "COMPANY TOTAL" TO PrnLeadLabel
       PERFORM PrintFigureLine
       WRITE PrintLine FROM ProfitDetailLine AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM FootingNote1 AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM FootingNote2 AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM FootingNote3 AFTER ADVANCING 1 LINE
       CLOSE ProfitReport
       DISPLAY "Customer profitability written to custprof.rpt - "
           CustomersReported " customer(s)"
       IF CsvExportOn
           DISPLAY "Customer lines also written to custprof.csv"
       END-IF
       PERFORM WriteBalanceLine
       STOP RUN.

LoadCostTable.
       OPEN INPUT CostFile
       PERFORM UNTIL CostFileEOF
           READ CostFile
               AT END SET CostFileEOF TO TRUE
               NOT AT END
                   IF CostCount < 150
                       ADD 1 TO CostCount
                       MOVE PC-ProdName TO CST-ProdName(CostCount)
                       MOVE PC-ProdSize TO CST-ProdSize(CostCount)
                       MOVE PC-UnitCost TO CST-UnitCost(CostCount)
                       IF PC-AvgCost IS NUMERIC AND PC-AvgDate IS NUMERIC
                           MOVE PC-AvgCost TO CST-AvgCost(CostCount)
                           MOVE PC-AvgDate TO CST-AvgDate(CostCount)
                       ELSE
                           MOVE ZERO TO CST-AvgCost(CostCount)
                           MOVE ZERO TO CST-AvgDate(CostCount)
                       END-IF
                   ELSE
                       DISPLAY "Cost table full - ignoring " PC-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CostFile.

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
                       MOVE ZERO TO DocFigures
                       MOVE 'N' TO DF-CostMissing
                       MOVE DocFigures TO REP-Figures(RepCount)
                   ELSE
                       DISPLAY "Salesperson table full - ignoring " SR-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SalesRepFile
       ADD 1 TO RepCount
       MOVE RepCount TO HouseSlot
       MOVE SPACES TO REP-Code(HouseSlot)
       MOVE "HOUSE ACCOUNTS" TO REP-Name(HouseSlot)
       MOVE ZERO TO DocFigures
       MOVE 'N' TO DF-CostMissing
       MOVE DocFigures TO REP-Figures(HouseSlot).

      *> Invoices and credit memos dated in the period. A finance
      *> charge counts only when its cash comes in, so the charges
      *> themselves are passed over here.
ScanInvoices.
       PERFORM UNTIL InvoiceEOF
           READ InvoiceFile NEXT RECORD
               AT END SET InvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO InvoicesScanned
                   IF INV-InvoiceDate(1:6) = AskPeriod
                       PERFORM ProfitOneInvoice
                   END-IF
           END-READ
       END-PERFORM.

ProfitOneInvoice.
       MOVE ZERO TO DocFigures
       MOVE 'N' TO DF-CostMissing
       EVALUATE TRUE
           WHEN INV-CreditMemo AND INV-OrderNum > ZERO
               PERFORM FindCostRatio
               MOVE INV-Merchandise TO DF-Returns
               COMPUTE DF-ReturnCost ROUNDED = INV-Merchandise * CostRatio
               MOVE RatioCostMissing TO DF-CostMissing
           WHEN INV-CreditMemo
               MOVE INV-Total TO DF-Credits
           WHEN INV-OrderNum = ZERO
               EXIT PARAGRAPH
           WHEN OTHER
               PERFORM FindCostRatio
               MOVE INV-Merchandise TO DF-Revenue
               COMPUTE DF-Cost ROUNDED = INV-Merchandise * CostRatio
               MOVE RatioCostMissing TO DF-CostMissing
       END-EVALUATE
       PERFORM PostDocument.

FindCostRatio.
       IF INV-OrderNum = RatioOrderNum
           EXIT PARAGRAPH
       END-IF
       MOVE INV-OrderNum TO RatioOrderNum
       MOVE ZERO TO RatioRevenue RatioCost CostRatio
       MOVE 'N' TO RatioCostMissing
       MOVE 'N' TO LineScanEOF
       MOVE INV-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
       START OrderLineFile KEY IS GREATER THAN OL-Key
           INVALID KEY MOVE 'Y' TO LineScanEOF
       END-START
       PERFORM UNTIL LineScanEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO LineScanEOF
           END-READ
           IF LineScanEOF = 'N'
               IF OL-OrderNum = RatioOrderNum
                   PERFORM LookupUnitCost
                   IF NOT CostKnown
                       MOVE 'Y' TO RatioCostMissing
                   END-IF
                   COMPUTE RatioRevenue = RatioRevenue
                       + OL-OrdQty * OL-UnitPrice
                   COMPUTE RatioCost = RatioCost
                       + OL-OrdQty * WorkUnitCost
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-IF
       END-PERFORM
       IF RatioRevenue > ZERO
           COMPUTE CostRatio ROUNDED = RatioCost / RatioRevenue
       END-IF.

LookupUnitCost.
       MOVE 'N' TO CST-FoundFlag
       MOVE 'N' TO CostKnownFlag
       MOVE ZERO TO WorkUnitCost
       PERFORM VARYING CST-Index FROM 1 BY 1
           UNTIL CST-Index > CostCount OR CST-EntryFound
           IF CST-ProdName(CST-Index) = OL-ProdName
               AND CST-ProdSize(CST-Index) = OL-ProdSize
               SET CST-EntryFound TO TRUE
               SET CostKnown TO TRUE
               IF CST-AvgCost(CST-Index) > ZERO
                   COMPUTE WorkUnitCost ROUNDED = CST-AvgCost(CST-Index)
               ELSE
                   MOVE CST-UnitCost(CST-Index) TO WorkUnitCost
               END-IF
           END-IF
       END-PERFORM.

      *> Cash applied in the period. Money applied to a finance charge
      *> is the charge collected; an application that cleared any
      *> other invoice gives that invoice's days-to-pay, counted from
      *> its own date as the payment profile counts it.
ScanCashApplications.
       OPEN INPUT CashApplyLog
       PERFORM UNTIL CashApplyEOF
           READ CashApplyLog
               AT END SET CashApplyEOF TO TRUE
               NOT AT END
                   IF CA-PayDate(1:6) = AskPeriod
                       PERFORM ProfitOneApplication
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CashApplyLog.

ProfitOneApplication.
       MOVE 'Y' TO InvoiceExists
       MOVE CA-InvoiceNum TO INV-InvoiceNum
       READ InvoiceFile
           INVALID KEY MOVE 'N' TO InvoiceExists
       END-READ
       IF InvoiceExists = 'N' OR INV-CreditMemo
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO DocFigures
       MOVE 'N' TO DF-CostMissing
       IF INV-OrderNum = ZERO
           MOVE CA-Amount TO DF-FinChg
       ELSE
           IF NOT CA-InvoiceCleared OR CA-InvoiceDate IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           SET DS-DayDifference TO TRUE
           MOVE CA-InvoiceDate TO DS-Date1
           MOVE CA-PayDate TO DS-Date2
           CALL "DATESRV" USING DS-Parameters
           IF NOT DS-DateValid
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO DF-PaidCount
           IF DS-Days > ZERO
               MOVE DS-Days TO DF-PaidDays
           END-IF
       END-IF
       PERFORM PostDocument.

      *> Refunds paid out in the period go against the customer's own
      *> branch and the house - a refund belongs to no one order.
      *> A refund check voided in the period takes its refund back.
ScanRefunds.
       OPEN INPUT PaymentFile
       PERFORM UNTIL PaymentEOF
           READ PaymentFile
               AT END SET PaymentEOF TO TRUE
               NOT AT END
                   IF (PAY-Refund OR PAY-VoidedCheck)
                       AND PAY-Date(1:6) = AskPeriod
                       MOVE ZERO TO DocFigures
                       MOVE 'N' TO DF-CostMissing
                       IF PAY-VoidedCheck
                           COMPUTE DF-Refunds = ZERO - PAY-Amount
                       ELSE
                           MOVE PAY-Amount TO DF-Refunds
                       END-IF
                       MOVE PAY-IDNum TO INV-IDNum
                       MOVE ZERO TO INV-OrderNum
                       PERFORM PostDocument
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PaymentFile.

      *> Adds DocFigures to the customer on INV-IDNum, to the branch
      *> and salesperson of the order on INV-OrderNum (the customer's
      *> own branch and the house when there is no order), and to the
      *> company.
PostDocument.
       PERFORM FindCustomerSlot
       IF PF-Slot > ZERO
           MOVE PF-Figures(PF-Slot) TO AccumFigures
           PERFORM AddDocToAccum
           MOVE AccumFigures TO PF-Figures(PF-Slot)
           MOVE PF-Branch(PF-Slot) TO DocBranch
       ELSE
           MOVE SPACES TO DocBranch
       END-IF
       MOVE SPACES TO DocRep
       IF INV-OrderNum > ZERO
           MOVE 'Y' TO OrderExists
           MOVE INV-OrderNum TO ORD-OrderNum
           READ OrderFile
               INVALID KEY MOVE 'N' TO OrderExists
           END-READ
           IF OrderExists = 'Y'
               MOVE ORD-Branch TO DocBranch
               MOVE ORD-SalesRep TO DocRep
           END-IF
       END-IF
       PERFORM FindBranchSlot
       IF BF-Slot > ZERO
           MOVE BF-Figures(BF-Slot) TO AccumFigures
           PERFORM AddDocToAccum
           MOVE AccumFigures TO BF-Figures(BF-Slot)
       END-IF
       MOVE HouseSlot TO REP-Slot
       IF DocRep NOT = SPACES
           PERFORM VARYING REP-Index FROM 1 BY 1
               UNTIL REP-Index >= HouseSlot
               IF REP-Code(REP-Index) = DocRep
                   MOVE REP-Index TO REP-Slot
               END-IF
           END-PERFORM
       END-IF
       MOVE REP-Figures(REP-Slot) TO AccumFigures
       PERFORM AddDocToAccum
       MOVE AccumFigures TO REP-Figures(REP-Slot)
       MOVE CompanyFigures TO AccumFigures
       PERFORM AddDocToAccum
       MOVE AccumFigures TO CompanyFigures.

AddDocToAccum.
       ADD DF-Revenue TO AX-Revenue
       ADD DF-Cost TO AX-Cost
       ADD DF-Returns TO AX-Returns
       ADD DF-ReturnCost TO AX-ReturnCost
       ADD DF-Credits TO AX-Credits
       ADD DF-FinChg TO AX-FinChg
       ADD DF-Refunds TO AX-Refunds
       ADD DF-PaidCount TO AX-PaidCount
       ADD DF-PaidDays TO AX-PaidDays
       IF DF-CostMissing = 'Y'
           MOVE 'Y' TO AX-CostMissing
       END-IF.

FindCustomerSlot.
       MOVE ZERO TO PF-Slot
       PERFORM VARYING PF-Index FROM 1 BY 1
           UNTIL PF-Index > CustomerCount OR PF-Slot > ZERO
           IF PF-IDNum(PF-Index) = INV-IDNum
               MOVE PF-Index TO PF-Slot
           END-IF
       END-PERFORM
       IF PF-Slot > ZERO
           EXIT PARAGRAPH
       END-IF
       IF CustomerCount NOT < 1000
           DISPLAY "Customer table full - customer " INV-IDNum
               " not counted"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CustomerCount
       MOVE CustomerCount TO PF-Slot
       MOVE INV-IDNum TO PF-IDNum(PF-Slot)
       MOVE SPACES TO PF-Name(PF-Slot)
       MOVE SPACES TO PF-Branch(PF-Slot)
       IF CustomerFileOpen
           MOVE INV-IDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE "NOT ON FILE" TO PF-Name(PF-Slot)
               NOT INVALID KEY
                   MOVE LastName TO PF-Name(PF-Slot)
                   MOVE CR-Branch TO PF-Branch(PF-Slot)
           END-READ
       END-IF
       MOVE ZERO TO AccumFigures
       MOVE 'N' TO AX-CostMissing
       MOVE AccumFigures TO PF-Figures(PF-Slot).

FindBranchSlot.
       MOVE ZERO TO BF-Slot
       PERFORM VARYING BF-Index FROM 1 BY 1
           UNTIL BF-Index > BranchCount OR BF-Slot > ZERO
           IF BF-Branch(BF-Index) = DocBranch
               MOVE BF-Index TO BF-Slot
           END-IF
       END-PERFORM
       IF BF-Slot = ZERO
           IF BranchCount < 50
               ADD 1 TO BranchCount
               MOVE BranchCount TO BF-Slot
               MOVE DocBranch TO BF-Branch(BF-Slot)
               MOVE ZERO TO AccumFigures
               MOVE 'N' TO AX-CostMissing
               MOVE AccumFigures TO BF-Figures(BF-Slot)
           ELSE
               DISPLAY "Branch table full - ignoring " DocBranch
           END-IF
       END-IF.

      *> Net margin is what the sales left after their cost, the
      *> returns (less the cost of the goods that came back) and the
      *> rebate credits, plus the finance charges collected. Margin
      *> percent is taken on sales net of returns.
FigureOneCustomer.
       MOVE PF-Figures(PF-Index) TO AccumFigures
       PERFORM FigureMargin
       MOVE NetMargin TO PF-NetMargin(PF-Index)
       MOVE MarginPct TO PF-MarginPct(PF-Index).

FigureMargin.
       COMPUTE NetSales = AX-Revenue - AX-Returns
       COMPUTE NetMargin = AX-Revenue - AX-Cost
           - AX-Returns + AX-ReturnCost - AX-Credits + AX-FinChg
       IF NetSales > ZERO
           COMPUTE MarginPct ROUNDED = NetMargin * 100 / NetSales
       ELSE
           MOVE ZERO TO MarginPct
       END-IF
       IF AX-PaidCount > ZERO
           COMPUTE AvgDaysToPay ROUNDED = AX-PaidDays / AX-PaidCount
       ELSE
           MOVE ZERO TO AvgDaysToPay
       END-IF.

      *> Best first: highest net margin, or highest margin percent
      *> with net margin breaking a tie.
SortCustomerTable.
       MOVE 'Y' TO SortSwapFlag
       PERFORM UNTIL NOT SortMadeSwap
           MOVE 'N' TO SortSwapFlag
           PERFORM VARYING SortOuter FROM 1 BY 1
               UNTIL SortOuter >= CustomerCount
               IF (NOT RankByPct
                   AND PF-NetMargin(SortOuter) < PF-NetMargin(SortOuter + 1))
                   OR (RankByPct
                   AND (PF-MarginPct(SortOuter) < PF-MarginPct(SortOuter + 1)
                   OR (PF-MarginPct(SortOuter) = PF-MarginPct(SortOuter + 1)
                   AND PF-NetMargin(SortOuter) < PF-NetMargin(SortOuter + 1))))
                   MOVE CustomerEntry(SortOuter) TO SortHoldCustomer
                   MOVE CustomerEntry(SortOuter + 1)
                       TO CustomerEntry(SortOuter)
                   MOVE SortHoldCustomer TO CustomerEntry(SortOuter + 1)
                   MOVE 'Y' TO SortSwapFlag
               END-IF
           END-PERFORM
       END-PERFORM.

PrintCustomerRanking.
       WRITE PrintLine FROM SectionHeading AFTER ADVANCING 3 LINES
       MOVE "Rank Cust # Customer" TO PrnHeadLead
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 2 LINES
       PERFORM PrintOneCustomer
           VARYING PF-Index FROM 1 BY 1 UNTIL PF-Index > CustomerCount.

PrintOneCustomer.
       MOVE PF-Figures(PF-Index) TO AccumFigures
       MOVE SPACES TO ProfitDetailLine
       MOVE PF-Index TO PrnRank
       MOVE PF-IDNum(PF-Index) TO PrnCustID
       MOVE PF-Name(PF-Index) TO PrnName
       PERFORM PrintFigureLine
       WRITE PrintLine FROM ProfitDetailLine AFTER ADVANCING 1 LINE
       IF NOT RankByPct
           ADD 1 TO CustomersReported
           IF CsvExportOn
               PERFORM WriteCsvLine
           END-IF
       END-IF.

PrintOneBranch.
       MOVE BF-Figures(BF-Index) TO AccumFigures
       MOVE SPACES TO ProfitDetailLine
       IF BF-Branch(BF-Index) = SPACES
           MOVE "HEAD OFFICE" TO PrnLeadLabel
       ELSE
           MOVE BF-Branch(BF-Index) TO PrnLeadLabel
       END-IF
       PERFORM PrintFigureLine
       WRITE PrintLine FROM ProfitDetailLine AFTER ADVANCING 1 LINE.

PrintOneRep.
       MOVE REP-Figures(REP-Index) TO AccumFigures
       MOVE SPACES TO ProfitDetailLine
       MOVE SPACES TO PrnLeadLabel
       STRING REP-Code(REP-Index) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              REP-Name(REP-Index) DELIMITED BY SIZE
              INTO PrnLeadLabel
       END-STRING
       PERFORM PrintFigureLine
       WRITE PrintLine FROM ProfitDetailLine AFTER ADVANCING 1 LINE.

      *> Fills the amount columns of ProfitDetailLine from
      *> AccumFigures; the caller has set the lead columns.
PrintFigureLine.
       PERFORM FigureMargin
       COMPUTE PrnRevenue ROUNDED = AX-Revenue
       COMPUTE PrnCost ROUNDED = AX-Cost - AX-ReturnCost
       COMPUTE PrnReturns ROUNDED = AX-Returns
       COMPUTE PrnCredits ROUNDED = AX-Credits
       COMPUTE PrnFinChg ROUNDED = AX-FinChg
       COMPUTE PrnRefunds ROUNDED = AX-Refunds
       COMPUTE PrnNetMargin ROUNDED = NetMargin
       MOVE MarginPct TO PrnMarginPct
       MOVE AvgDaysToPay TO PrnAvgPay
       IF AX-CostMissing = 'Y'
           MOVE " *" TO PrnCostNote
       ELSE
           MOVE SPACES TO PrnCostNote
       END-IF.

      *> Called straight after PrintFigureLine, so NetMargin,
      *> MarginPct and AvgDaysToPay are this customer's.
WriteCsvLine.
       MOVE AX-Revenue TO CsvAmount
       MOVE CsvAmount TO CsvRevenue
       MOVE AX-Cost TO CsvAmount
       MOVE CsvAmount TO CsvCost
       MOVE AX-Returns TO CsvAmount
       MOVE CsvAmount TO CsvReturns
       MOVE AX-ReturnCost TO CsvAmount
       MOVE CsvAmount TO CsvReturnCost
       MOVE AX-Credits TO CsvAmount
       MOVE CsvAmount TO CsvCredits
       MOVE AX-FinChg TO CsvAmount
       MOVE CsvAmount TO CsvFinChg
       MOVE AX-Refunds TO CsvAmount
       MOVE CsvAmount TO CsvRefunds
       MOVE NetMargin TO CsvAmount
       MOVE CsvAmount TO CsvNetMargin
       MOVE MarginPct TO CsvPct
       MOVE CsvPct TO CsvMarginPct
       MOVE AvgDaysToPay TO CsvDays
       MOVE CsvDays TO CsvAvgPay
       MOVE SPACES TO CsvLine
       STRING PF-IDNum(PF-Index) DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              PF-Name(PF-Index)  DELIMITED BY "  "
              ","                DELIMITED BY SIZE
              PF-Branch(PF-Index) DELIMITED BY SPACE
              ","                DELIMITED BY SIZE
              CsvRevenue         DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvCost            DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvReturns         DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvReturnCost      DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvCredits         DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvFinChg          DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvRefunds         DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvNetMargin       DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvMarginPct       DELIMITED BY SIZE
              ","                DELIMITED BY SIZE
              CsvAvgPay          DELIMITED BY SIZE
              INTO CsvLine
       END-STRING
       WRITE CsvLine.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "CUSTPROF" TO BAL-Program
       MOVE "CUSTPROF" TO BAL-Step
       MOVE InvoicesScanned TO BAL-RecordsIn
       MOVE CustomersReported TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
