       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FLASHRPT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.
       SELECT OrderLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS OrderLineFileStatus.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ShipLineFile ASSIGN TO "shipline.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT OPTIONAL ParmFile ASSIGN TO "batchparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ParmFileStatus.
       SELECT FlashReport ASSIGN TO "flash.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD ShipmentFile.
01 ShipmentRecord.
    COPY "SHIPREC.cpy".

FD ShipLineFile.
01 ShipLineRecord.
    COPY "SHIPLREC.cpy".

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD AuditFile.
01 AuditRecord.
       02 AR-Timestamp PIC X(21).
       02 FILLER PIC X.
       02 AR-Action PIC X(6).
       02 FILLER PIC X.
       02 AR-IDNum PIC 9(6).
       02 FILLER PIC X.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X.
       02 AR-Before PIC X(143).
       02 FILLER PIC X.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

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
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==.

FD ParmFile.
01 ParmLine PIC X(20).

FD FlashReport.
01 PrintLine PIC X(120).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 ParmFileStatus PIC XX.
01 ScanEOF PIC X.
01 LineScanEOF PIC X.
01 RecordsScanned PIC 9(6) VALUE ZERO.
01 LinesPrinted PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

      *> The flash reports on one business day: the business date the
      *> nightly chain was given in batchparm.txt, or - run by hand
      *> the next morning - yesterday. Month to date runs from the
      *> 1st of that month through the day; last year's figures cover
      *> the same dates a year earlier, 29 February falling back to
      *> the 28th.
01 FlashDate PIC 9(8) VALUE ZERO.
01 FlashDateParts REDEFINES FlashDate.
       02 FD-Year PIC 9(4).
       02 FD-Month PIC 99.
       02 FD-Day PIC 99.
01 MonthStart PIC 9(8).
01 PriorYearDate PIC 9(8).
01 PriorYearParts REDEFINES PriorYearDate.
       02 PY-Year PIC 9(4).
       02 PY-Month PIC 99.
       02 PY-Day PIC 99.
01 PriorMonthStart PIC 9(8).
01 ParmEOFFlag PIC X VALUE 'N'.
       88 ParmEOF VALUE 'Y'.

      *> One block of figures per branch office, slot 1 the whole
      *> company. Each holds the five measures - booked, shipped,
      *> invoiced, cash received, new customers - for the four
      *> periods: the day, the same day last year, month to date and
      *> last year's month to date. Orders and what shipped against
      *> them subtotal by the office the order was taken in;
      *> invoices, cash and new accounts by the customer's own office.
      *> Offices with no code roll up as the head office.
01 FlashTable.
       02 FlashBranch OCCURS 11 TIMES.
           03 FB-Branch PIC X(2).
           03 FB-Measure OCCURS 5 TIMES.
               04 FB-Period OCCURS 4 TIMES.
                   05 FB-Count PIC 9(6).
                   05 FB-Amount PIC S9(9)V99.
01 BranchCount PIC 99 VALUE 1.
01 FB-Index PIC 99.
01 FB-Slot PIC 99.
01 MeasureIdx PIC 9.
01 PeriodIdx PIC 9.
01 BranchesDropped PIC 9(5) VALUE ZERO.

      *> What AddToFlash posts: the measure, the date it happened on,
      *> the office, and the count and value it adds.
01 FlashMeasure PIC 9.
01 WorkDate PIC 9(8).
01 WorkBranch PIC X(2).
01 WorkCount PIC 9.
01 WorkAmount PIC S9(9)V99.
01 PeriodHits.
       02 PeriodHit PIC X OCCURS 4 TIMES.
01 OrderValue PIC 9(9)V99.

      *> Shipments that fall in any period of the flash, so their
      *> lines can be valued at the order line's price.
01 ShipTable.
       02 ShipEntry OCCURS 2000 TIMES.
           03 ST-OrderNum PIC 9(6).
           03 ST-ShipNum PIC 9(2).
           03 ST-ShipDate PIC 9(8).
           03 ST-Branch PIC X(2).
01 ShipCount PIC 9(4) VALUE ZERO.
01 ST-Index PIC 9(4).
01 ST-Slot PIC 9(4).

01 MeasureNames.
       02 FILLER PIC X(18) VALUE "Orders booked".
       02 FILLER PIC X(18) VALUE "Shipments".
       02 FILLER PIC X(18) VALUE "Invoiced".
       02 FILLER PIC X(18) VALUE "Cash received".
       02 FILLER PIC X(18) VALUE "New customers".
01 MeasureNameTable REDEFINES MeasureNames.
       02 MeasureName PIC X(18) OCCURS 5 TIMES.

01 PageHeading.
       02 FILLER PIC X(23) VALUE "DAILY SALES FLASH FOR ".
       02 PrnFlashDate PIC X(10).
       02 FILLER PIC X(25) VALUE "   COMPARED WITH LAST YR ".
       02 PrnPriorDate PIC X(10).
01 PeriodHeads1 PIC X(112) VALUE
    "                  ------------------ THE DAY -------------------  --------------- MONTH TO DATE ----------------".
01 PeriodHeads2 PIC X(112) VALUE
    "                               This Year               Last Year               This Year               Last Year".
01 BranchHeadLine.
       02 PrnBranchTitle PIC X(7).
       02 PrnBranchName PIC X(20).
01 FlashDetailLine.
       02 PrnMeasure PIC X(18).
       02 PrnPeriodColumn OCCURS 4 TIMES.
           03 PrnCount PIC ZZ,ZZ9.
           03 FILLER PIC X.
           03 PrnAmount PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
           03 FILLER PIC X(2).

COPY "DATESRV.cpy".

COPY "REGION.cpy".

      *> Management's one page each morning: what was booked, shipped,
      *> invoiced and banked and how many accounts were opened, for
      *> the day and the month so far, against the same dates last
      *> year - the company first, then each office.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM SetFlashDates
       IF FlashDate = ZERO
           DISPLAY "Flash date could not be set - flash not produced"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status "
               OrderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT OrderLineFile
       OPEN INPUT CustomerFile
       PERFORM ClearFlashTable
       PERFORM ScanOrders
       PERFORM ScanShipments
       PERFORM ScanShipLines
       PERFORM ScanInvoices
       PERFORM ScanPayments
       PERFORM ScanAuditTrail
       CLOSE CustomerFile
       CLOSE OrderLineFile
       CLOSE OrderFile
       PERFORM WriteFlashReport
       PERFORM CatalogThisReport
       DISPLAY "Sales flash for " FlashDate " written to flash.rpt"
       IF BranchesDropped > ZERO
           DISPLAY "Branch table full - " BranchesDropped
               " items counted in the company total only"
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM WriteBalanceLine
       STOP RUN.

SetFlashDates.
       MOVE 'N' TO ParmEOFFlag
       OPEN INPUT ParmFile
       IF ParmFileStatus = "00"
           PERFORM UNTIL ParmEOF OR FlashDate NOT = ZERO
               READ ParmFile
                   AT END SET ParmEOF TO TRUE
                   NOT AT END
                       IF ParmLine(1:8) IS NUMERIC
                           MOVE ParmLine(1:8) TO FlashDate
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ParmFile
       IF FlashDate = ZERO
           SET DS-AddDays TO TRUE
           MOVE RunDate TO DS-Date1
           MOVE -1 TO DS-Days
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Date2 TO FlashDate
       ELSE
           SET DS-ValidateDate TO TRUE
           MOVE FlashDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           IF NOT DS-DateValid
               DISPLAY "Business date " FlashDate
                   " in batchparm.txt is not a valid date"
               MOVE ZERO TO FlashDate
               EXIT PARAGRAPH
           END-IF
       END-IF
       COMPUTE MonthStart = FD-Year * 10000 + FD-Month * 100 + 1
       MOVE FlashDate TO PriorYearDate
       SUBTRACT 1 FROM PY-Year
       IF PY-Month = 2 AND PY-Day = 29
           MOVE 28 TO PY-Day
       END-IF
       COMPUTE PriorMonthStart = PY-Year * 10000 + PY-Month * 100 + 1.

ClearFlashTable.
       PERFORM VARYING FB-Index FROM 1 BY 1 UNTIL FB-Index > 11
           MOVE SPACES TO FB-Branch(FB-Index)
           PERFORM VARYING MeasureIdx FROM 1 BY 1 UNTIL MeasureIdx > 5
               PERFORM VARYING PeriodIdx FROM 1 BY 1 UNTIL PeriodIdx > 4
                   MOVE ZERO TO FB-Count(FB-Index, MeasureIdx, PeriodIdx)
                   MOVE ZERO TO FB-Amount(FB-Index, MeasureIdx, PeriodIdx)
               END-PERFORM
           END-PERFORM
       END-PERFORM.

      *> An order counts as booked on its order date at the value of
      *> its lines as they stand; one cancelled since is left out.
ScanOrders.
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF NOT ORD-CancelledOrder
                       MOVE ORD-OrderDate TO WorkDate
                       PERFORM FindPeriods
                       IF PeriodHit(1) = 'Y' OR PeriodHit(2) = 'Y'
                           OR PeriodHit(3) = 'Y' OR PeriodHit(4) = 'Y'
                           PERFORM ValueOneOrder
                           MOVE 1 TO FlashMeasure
                           MOVE ORD-Branch TO WorkBranch
                           MOVE 1 TO WorkCount
                           MOVE OrderValue TO WorkAmount
                           PERFORM AddToFlash
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

ValueOneOrder.
       MOVE ZERO TO OrderValue
       MOVE 'N' TO LineScanEOF
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
       START OrderLineFile KEY IS GREATER THAN OL-Key
           INVALID KEY MOVE 'Y' TO LineScanEOF
       END-START
       PERFORM UNTIL LineScanEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO LineScanEOF
           END-READ
           IF LineScanEOF = 'N'
               IF OL-OrderNum = ORD-OrderNum
                   COMPUTE OrderValue = OrderValue
                       + OL-OrdQty * OL-UnitPrice
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-IF
       END-PERFORM.

      *> A shipment counts on the date its cartons left; its value is
      *> added line by line from the shipment lines below.
ScanShipments.
       MOVE 'N' TO ScanEOF
       OPEN INPUT ShipmentFile
       PERFORM UNTIL ScanEOF = 'Y'
           READ ShipmentFile
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsScanned
                   MOVE SH-ShipDate TO WorkDate
                   PERFORM FindPeriods
                   IF PeriodHit(1) = 'Y' OR PeriodHit(2) = 'Y'
                       OR PeriodHit(3) = 'Y' OR PeriodHit(4) = 'Y'
                       PERFORM NoteOneShipment
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipmentFile.

NoteOneShipment.
       MOVE SPACES TO WorkBranch
       MOVE SH-OrderNum TO ORD-OrderNum
       READ OrderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE ORD-Branch TO WorkBranch
       END-READ
       IF ShipCount < 2000
           ADD 1 TO ShipCount
           MOVE SH-OrderNum TO ST-OrderNum(ShipCount)
           MOVE SH-ShipNum TO ST-ShipNum(ShipCount)
           MOVE SH-ShipDate TO ST-ShipDate(ShipCount)
           MOVE WorkBranch TO ST-Branch(ShipCount)
       ELSE
           DISPLAY "Shipment table full - order " SH-OrderNum
               " shipment " SH-ShipNum " counted without its value"
       END-IF
       MOVE 2 TO FlashMeasure
       MOVE 1 TO WorkCount
       MOVE ZERO TO WorkAmount
       PERFORM AddToFlash.

ScanShipLines.
       MOVE 'N' TO ScanEOF
       OPEN INPUT ShipLineFile
       PERFORM UNTIL ScanEOF = 'Y'
           READ ShipLineFile
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsScanned
                   PERFORM ValueOneShipLine
           END-READ
       END-PERFORM
       CLOSE ShipLineFile.

ValueOneShipLine.
       MOVE ZERO TO ST-Slot
       PERFORM VARYING ST-Index FROM 1 BY 1
           UNTIL ST-Index > ShipCount OR ST-Slot > ZERO
           IF ST-OrderNum(ST-Index) = SL-OrderNum
               AND ST-ShipNum(ST-Index) = SL-ShipNum
               MOVE ST-Index TO ST-Slot
           END-IF
       END-PERFORM
       IF ST-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SL-OrderNum TO OL-OrderNum
       MOVE SL-LineIdx TO OL-LineNum
       READ OrderLineFile
           INVALID KEY EXIT PARAGRAPH
       END-READ
       MOVE ST-ShipDate(ST-Slot) TO WorkDate
       PERFORM FindPeriods
       MOVE 2 TO FlashMeasure
       MOVE ST-Branch(ST-Slot) TO WorkBranch
       MOVE ZERO TO WorkCount
       COMPUTE WorkAmount = SL-Qty * OL-UnitPrice
       PERFORM AddToFlash.

      *> Invoiced is merchandise billed against orders, before tax
      *> and freight; a credit memo takes its merchandise back off
      *> the day it was issued. Finance-charge invoices carry no
      *> order and are not sales.
ScanInvoices.
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus " - nothing invoiced shown"
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF INV-CreditMemo OR INV-OrderNum > ZERO
                       PERFORM NoteOneInvoice
                   END-IF
           END-READ
       END-PERFORM
       CLOSE InvoiceFile.

NoteOneInvoice.
       MOVE INV-InvoiceDate TO WorkDate
       PERFORM FindPeriods
       IF PeriodHit(1) = 'N' AND PeriodHit(2) = 'N'
           AND PeriodHit(3) = 'N' AND PeriodHit(4) = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE INV-IDNum TO IDNum
       PERFORM FindCustomerBranch
       MOVE 3 TO FlashMeasure
       IF INV-CreditMemo
           MOVE ZERO TO WorkCount
           COMPUTE WorkAmount = ZERO - INV-Merchandise
       ELSE
           MOVE 1 TO WorkCount
           MOVE INV-Merchandise TO WorkAmount
       END-IF
       PERFORM AddToFlash.

      *> Cash received is what the bank took that day - the same
      *> receipts and deposits the deposit reconciliation books. A
      *> receipt reversed later still counts on the day it came in.
ScanPayments.
       MOVE 'N' TO ScanEOF
       OPEN INPUT PaymentFile
       PERFORM UNTIL ScanEOF = 'Y'
           READ PaymentFile
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF PAY-Receipt OR PAY-ReversedReceipt OR PAY-Deposit
                       MOVE PAY-Date TO WorkDate
                       PERFORM FindPeriods
                       IF PeriodHit(1) = 'Y' OR PeriodHit(2) = 'Y'
                           OR PeriodHit(3) = 'Y' OR PeriodHit(4) = 'Y'
                           MOVE PAY-IDNum TO IDNum
                           PERFORM FindCustomerBranch
                           MOVE 4 TO FlashMeasure
                           MOVE 1 TO WorkCount
                           MOVE PAY-Amount TO WorkAmount
                           PERFORM AddToFlash
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PaymentFile.

      *> A new customer is an ADD on the customer audit trail.
ScanAuditTrail.
       MOVE 'N' TO ScanEOF
       OPEN INPUT AuditFile
       PERFORM UNTIL ScanEOF = 'Y'
           READ AuditFile
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF AR-Action = "ADD" AND AR-Timestamp(1:8) IS NUMERIC
                       MOVE AR-Timestamp(1:8) TO WorkDate
                       PERFORM FindPeriods
                       IF PeriodHit(1) = 'Y' OR PeriodHit(2) = 'Y'
                           OR PeriodHit(3) = 'Y' OR PeriodHit(4) = 'Y'
                           MOVE AR-IDNum TO IDNum
                           PERFORM FindCustomerBranch
                           MOVE 5 TO FlashMeasure
                           MOVE 1 TO WorkCount
                           MOVE ZERO TO WorkAmount
                           PERFORM AddToFlash
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AuditFile.

      *> The caller sets IDNum; a customer no longer on the master
      *> rolls up under the head office.
FindCustomerBranch.
       MOVE SPACES TO WorkBranch
       READ CustomerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE Branch TO WorkBranch
       END-READ.

FindPeriods.
       MOVE 'N' TO PeriodHit(1) PeriodHit(2) PeriodHit(3) PeriodHit(4)
       IF WorkDate = FlashDate
           MOVE 'Y' TO PeriodHit(1)
       END-IF
       IF WorkDate = PriorYearDate
           MOVE 'Y' TO PeriodHit(2)
       END-IF
       IF WorkDate >= MonthStart AND WorkDate <= FlashDate
           MOVE 'Y' TO PeriodHit(3)
       END-IF
       IF WorkDate >= PriorMonthStart AND WorkDate <= PriorYearDate
           MOVE 'Y' TO PeriodHit(4)
       END-IF.

      *> Posts into the company slot and the office's own slot every
      *> period FindPeriods marked for WorkDate.
AddToFlash.
       PERFORM FindPeriods
       PERFORM FindBranchSlot
       PERFORM VARYING PeriodIdx FROM 1 BY 1 UNTIL PeriodIdx > 4
           IF PeriodHit(PeriodIdx) = 'Y'
               ADD WorkCount TO FB-Count(1, FlashMeasure, PeriodIdx)
               ADD WorkAmount TO FB-Amount(1, FlashMeasure, PeriodIdx)
               IF FB-Slot > ZERO
                   ADD WorkCount
                       TO FB-Count(FB-Slot, FlashMeasure, PeriodIdx)
                   ADD WorkAmount
                       TO FB-Amount(FB-Slot, FlashMeasure, PeriodIdx)
               END-IF
           END-IF
       END-PERFORM.

FindBranchSlot.
       MOVE ZERO TO FB-Slot
       PERFORM VARYING FB-Index FROM 2 BY 1
           UNTIL FB-Index > BranchCount OR FB-Slot > ZERO
           IF FB-Branch(FB-Index) = WorkBranch
               MOVE FB-Index TO FB-Slot
           END-IF
       END-PERFORM
       IF FB-Slot = ZERO
           IF BranchCount < 11
               ADD 1 TO BranchCount
               MOVE BranchCount TO FB-Slot
               MOVE WorkBranch TO FB-Branch(FB-Slot)
           ELSE
               ADD 1 TO BranchesDropped
           END-IF
       END-IF.

WriteFlashReport.
       OPEN OUTPUT FlashReport
       SET DS-FormatDate TO TRUE
       MOVE FlashDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnFlashDate
       MOVE PriorYearDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnPriorDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM PeriodHeads1 AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM PeriodHeads2 AFTER ADVANCING 1 LINE
       ADD 4 TO LinesPrinted
       PERFORM PrintOneBranch
           VARYING FB-Index FROM 1 BY 1 UNTIL FB-Index > BranchCount
       CLOSE FlashReport.

PrintOneBranch.
       MOVE SPACES TO BranchHeadLine
       EVALUATE TRUE
           WHEN FB-Index = 1
               MOVE "COMPANY TOTAL" TO PrnBranchName
           WHEN FB-Branch(FB-Index) = SPACES
               MOVE "HEAD OFFICE" TO PrnBranchName
           WHEN OTHER
               MOVE "Branch" TO PrnBranchTitle
               MOVE FB-Branch(FB-Index) TO PrnBranchName
       END-EVALUATE
       WRITE PrintLine FROM BranchHeadLine AFTER ADVANCING 2 LINES
       ADD 1 TO LinesPrinted
       PERFORM VARYING MeasureIdx FROM 1 BY 1 UNTIL MeasureIdx > 5
           MOVE SPACES TO FlashDetailLine
           MOVE MeasureName(MeasureIdx) TO PrnMeasure
           PERFORM VARYING PeriodIdx FROM 1 BY 1 UNTIL PeriodIdx > 4
               MOVE FB-Count(FB-Index, MeasureIdx, PeriodIdx)
                   TO PrnCount(PeriodIdx)
               MOVE FB-Amount(FB-Index, MeasureIdx, PeriodIdx)
                   TO PrnAmount(PeriodIdx)
           END-PERFORM
           WRITE PrintLine FROM FlashDetailLine AFTER ADVANCING 1 LINE
           ADD 1 TO LinesPrinted
       END-PERFORM.

      *> Cataloged under the business date it reports on - the date
      *> the job log carries - so OPSSTAT's morning status report and
      *> RPTBRWS find it under the day it describes.
CatalogThisReport.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "flash.rpt" TO RCAT-FileName
       MOVE FlashDate TO RCAT-RunDate
       MOVE "FLASHRPT" TO RCAT-Step
       MOVE LinesPrinted TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "FLASHRPT" TO BAL-Program
       MOVE "FLASHRPT" TO BAL-Step
       MOVE RecordsScanned TO BAL-RecordsIn
       MOVE LinesPrinted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
