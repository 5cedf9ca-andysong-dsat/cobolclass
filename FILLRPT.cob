       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FILLRPT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
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
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT StatWork ASSIGN TO "fillsort.tmp".
       SELECT ServiceReport ASSIGN TO "fillrpt.rpt"
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

      *> One record per branch, product or customer, keyed so the
      *> branch section prints first, then product, then customer.
SD StatWork.
01 StatWorkRecord.
       02 SW-Dim PIC 9.
       02 SW-Key PIC X(12).
       02 SW-Stats PIC X(60).

FD ServiceReport.
01 PrintLine PIC X(90).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 CustomerFileOpenFlag PIC X VALUE 'N'.
       88 CustomerFileOpen VALUE 'Y'.
01 OrderEOFFlag PIC X VALUE 'N'.
       88 OrderEOF VALUE 'Y'.
01 ShipEOFFlag PIC X VALUE 'N'.
       88 ShipEOF VALUE 'Y'.
01 ShipLineEOFFlag PIC X VALUE 'N'.
       88 ShipLineEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 LineScanEOF PIC X.
01 AskPeriod PIC 9(6).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 OrdersScanned PIC 9(6) VALUE ZERO.
01 LinesPrinted PIC 9(5) VALUE ZERO.
01 DaysToShip PIC S9(5).
01 BacklogAge PIC S9(5).
01 OrderCompleteFlag PIC X.
       88 OrderComplete VALUE 'Y'.
01 OrderShippedFlag PIC X.
       88 OrderShipped VALUE 'Y'.
01 LastDim PIC 9 VALUE ZERO.
COPY "DATESRV.cpy".

      *> The month's orders, with the first shipment made against each.
01 OrderTable.
       02 OrderEntry OCCURS 3000 TIMES.
           03 OT-OrderNum PIC 9(6).
           03 OT-IDNum PIC 9(6).
           03 OT-Branch PIC X(2).
           03 OT-OrderDate PIC 9(8).
           03 OT-FirstShipNum PIC 99.
           03 OT-FirstShipDate PIC 9(8).
01 OrderCount PIC 9(4) VALUE ZERO.
01 OT-Index PIC 9(4).
01 OT-Slot PIC 9(4).

      *> What each order line carried on its order's first shipment.
01 FirstShipTable.
       02 FirstShipEntry OCCURS 9000 TIMES.
           03 FS-OrderIdx PIC 9(4).
           03 FS-LineNum PIC 9(3).
           03 FS-Qty PIC 9(5).
01 FirstShipCount PIC 9(4) VALUE ZERO.
01 FS-Index PIC 9(4).
01 FS-Slot PIC 9(4).
01 FirstShipQty PIC 9(5).

      *> The lines of the order being measured.
01 OrderLineBuffer.
       02 OLB-Entry OCCURS 99 TIMES.
           03 OLB-ProdName PIC X(5).
           03 OLB-ProdSize PIC A.
           03 OLB-FilledFlag PIC X.
               88 OLB-Filled VALUE 'Y'.
01 OLB-Count PIC 99.
01 OLB-Index PIC 99.

      *> One accumulator per branch (dimension 1), product and size
      *> (2) and customer (3). The stats layout matches SW-Stats and
      *> StatFields so a group move carries it whole.
01 StatTable.
       02 StatEntry OCCURS 900 TIMES.
           03 STT-Dim PIC 9.
           03 STT-Key PIC X(12).
           03 STT-Stats.
               04 STT-Shipped PIC 9(6).
               04 STT-DaysSum PIC 9(8).
               04 STT-Complete PIC 9(6).
               04 STT-Lines PIC 9(6).
               04 STT-Filled PIC 9(6).
               04 STT-Backlog PIC 9(6).
               04 STT-AgeSum PIC 9(8).
               04 FILLER PIC X(14).
           03 STT-ChosenFlag PIC X.
               88 STT-Chosen VALUE 'Y'.
01 StatCount PIC 999 VALUE ZERO.
01 STT-Index PIC 999.
01 STT-Slot PIC 999.
01 WorkDim PIC 9.
01 WorkKey PIC X(12).
01 WorkKeyProduct REDEFINES WorkKey.
       02 WKP-ProdName PIC X(5).
       02 FILLER PIC X.
       02 WKP-ProdSize PIC A.
       02 FILLER PIC X(5).
01 WorkKeyCustomer REDEFINES WorkKey.
       02 WKC-IDNum PIC 9(6).
       02 FILLER PIC X(6).

01 StatFields.
       02 SF-Shipped PIC 9(6).
       02 SF-DaysSum PIC 9(8).
       02 SF-Complete PIC 9(6).
       02 SF-Lines PIC 9(6).
       02 SF-Filled PIC 9(6).
       02 SF-Backlog PIC 9(6).
       02 SF-AgeSum PIC 9(8).
       02 FILLER PIC X(14).
01 CompanyStats.
       02 CS-Shipped PIC 9(6) VALUE ZERO.
       02 CS-DaysSum PIC 9(8) VALUE ZERO.
       02 CS-Complete PIC 9(6) VALUE ZERO.
       02 CS-Lines PIC 9(6) VALUE ZERO.
       02 CS-Filled PIC 9(6) VALUE ZERO.
       02 CS-Backlog PIC 9(6) VALUE ZERO.
       02 CS-AgeSum PIC 9(8) VALUE ZERO.
       02 FILLER PIC X(14) VALUE SPACES.

      *> The worst-served list: lowest line fill rate first, slower
      *> average days to first shipment breaking ties.
01 WorstCount PIC 99 VALUE ZERO.
01 WorstLimit PIC 99 VALUE 10.
01 BestFill PIC 9(3)V9.
01 BestDays PIC 9(4)V9.
01 CandidateFill PIC 9(3)V9.
01 CandidateDays PIC 9(4)V9.

01 ReportHeading.
       02 FILLER PIC X(40) VALUE "FULFILLMENT SERVICE LEVELS - ORDERS OF ".
       02 PrnPeriod PIC 9(6).
       02 FILLER PIC X(12) VALUE "  RUN DATE ".
       02 PrnRunDate PIC 9(8).
01 SectionHeading PIC X(40).
01 DetailHeads.
       02 PrnHeadKey PIC X(12).
       02 FILLER PIC X(60) VALUE
           "Shipped Avg Days Complete%   Lines   Fill%  Backlog  Avg Age".
01 ServiceDetailLine.
       02 PrnKey PIC X(12).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnShipped PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnAvgDays PIC ZZ9.9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnCompletePct PIC ZZ9.9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnLines PIC ZZZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnFillPct PIC ZZ9.9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnBacklog PIC ZZZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnAvgAge PIC ZZZ9.9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustName PIC X(15).
01 FootingNote1 PIC X(80) VALUE
    "Shipped, days and complete% count the month's orders by their first shipment.".
01 FootingNote2 PIC X(80) VALUE
    "Fill% is lines shipped in full on that first shipment. Backlog is open today.".

COPY "REGION.cpy".

      *> How well we ship, for the orders taken in one month: days
      *> from the order date to its first shipment, the share of
      *> orders whose first shipment carried every line in full, and
      *> the share of lines that went out complete the first time -
      *> a line on an order that has not shipped at all counts as
      *> unfilled. Alongside, the open backlog as it stands today -
      *> every order still open, held or picked and not yet shipped,
      *> aged from its order date. By branch, by product and size,
      *> and by customer, with the customers we are serving worst
      *> listed at the end for customer service to call.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "FULFILLMENT SERVICE-LEVEL REPORT"
       DISPLAY "Orders taken in (YYYYMM, 0 = this month) : "
           WITH NO ADVANCING
       ACCEPT AskPeriod
       IF AskPeriod = ZERO
           MOVE RunDate(1:6) TO AskPeriod
       END-IF
       OPEN INPUT OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status "
               OrderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT OrderLineFile
       IF OrderLineFileStatus NOT = "00"
           DISPLAY "Order line file could not be opened - status "
               OrderLineFileStatus
           CLOSE OrderFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL OrderEOF
           READ OrderFile NEXT RECORD
               AT END SET OrderEOF TO TRUE
               NOT AT END
                   ADD 1 TO OrdersScanned
                   PERFORM NoteOneOrder
           END-READ
       END-PERFORM
       CLOSE OrderFile
       PERFORM FindFirstShipments
       PERFORM FindFirstShipLines
       PERFORM MeasureOneOrder
           VARYING OT-Index FROM 1 BY 1 UNTIL OT-Index > OrderCount
       CLOSE OrderLineFile
       OPEN INPUT CustomerFile
       IF CustomerFileStatus = "00"
           SET CustomerFileOpen TO TRUE
       END-IF
       OPEN OUTPUT ServiceReport
       MOVE AskPeriod TO PrnPeriod
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       MOVE "COMPANY" TO SectionHeading
       WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
       MOVE SPACES TO PrnHeadKey
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 1 LINE
       MOVE CompanyStats TO StatFields
       MOVE SPACES TO ServiceDetailLine
       MOVE "ALL" TO PrnKey
       PERFORM PrintStatFields
       SORT StatWork ON ASCENDING KEY SW-Dim SW-Key
           INPUT PROCEDURE IS ReleaseStats
           OUTPUT PROCEDURE IS PrintStats
       PERFORM PrintWorstServed
       WRITE PrintLine FROM FootingNote1 AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM FootingNote2 AFTER ADVANCING 1 LINE
       CLOSE ServiceReport
       IF CustomerFileOpen
           CLOSE CustomerFile
       END-IF
       DISPLAY "Service-level report written to fillrpt.rpt - "
           OrderCount " order(s) measured"
       PERFORM WriteBalanceLine
       STOP RUN.

      *> The month's orders are measured; any order not yet shipped,
      *> whatever month it was taken in, is backlog.
NoteOneOrder.
       IF ORD-CancelledOrder
           EXIT PARAGRAPH
       END-IF
       IF ORD-OrderDate(1:6) = AskPeriod
           IF OrderCount < 3000
               ADD 1 TO OrderCount
               MOVE ORD-OrderNum TO OT-OrderNum(OrderCount)
               MOVE ORD-IDNum TO OT-IDNum(OrderCount)
               MOVE ORD-Branch TO OT-Branch(OrderCount)
               MOVE ORD-OrderDate TO OT-OrderDate(OrderCount)
               MOVE ZERO TO OT-FirstShipNum(OrderCount)
               MOVE ZERO TO OT-FirstShipDate(OrderCount)
           ELSE
               DISPLAY "Order table full - order " ORD-OrderNum
                   " not measured"
           END-IF
       END-IF
       IF ORD-OpenOrder OR ORD-HeldOrder OR ORD-PickedOrder
           PERFORM NoteBacklogOrder
       END-IF.

NoteBacklogOrder.
       SET DS-DayDifference TO TRUE
       MOVE ORD-OrderDate TO DS-Date1
       MOVE RunDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       IF DS-DateValid AND DS-Days > ZERO
           MOVE DS-Days TO BacklogAge
       ELSE
           MOVE ZERO TO BacklogAge
       END-IF
       ADD 1 TO CS-Backlog
       ADD BacklogAge TO CS-AgeSum
       PERFORM SetBranchKey
       PERFORM FindStatSlot
       PERFORM AddBacklogToSlot
       MOVE 3 TO WorkDim
       MOVE SPACES TO WorkKey
       MOVE ORD-IDNum TO WKC-IDNum
       PERFORM FindStatSlot
       PERFORM AddBacklogToSlot
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
                   IF OL-ShipQty < OL-OrdQty
                       MOVE 2 TO WorkDim
                       MOVE SPACES TO WorkKey
                       MOVE OL-ProdName TO WKP-ProdName
                       MOVE OL-ProdSize TO WKP-ProdSize
                       PERFORM FindStatSlot
                       PERFORM AddBacklogToSlot
                   END-IF
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-IF
       END-PERFORM.

AddBacklogToSlot.
       IF STT-Slot > ZERO
           ADD 1 TO STT-Backlog(STT-Slot)
           ADD BacklogAge TO STT-AgeSum(STT-Slot)
       END-IF.

SetBranchKey.
       MOVE 1 TO WorkDim
       MOVE SPACES TO WorkKey
       IF ORD-Branch = SPACES
           MOVE "HEAD OFFICE" TO WorkKey
       ELSE
           MOVE ORD-Branch TO WorkKey
       END-IF.

FindStatSlot.
       MOVE ZERO TO STT-Slot
       PERFORM VARYING STT-Index FROM 1 BY 1
           UNTIL STT-Index > StatCount OR STT-Slot > ZERO
           IF STT-Dim(STT-Index) = WorkDim
               AND STT-Key(STT-Index) = WorkKey
               MOVE STT-Index TO STT-Slot
           END-IF
       END-PERFORM
       IF STT-Slot = ZERO
           IF StatCount < 900
               ADD 1 TO StatCount
               MOVE StatCount TO STT-Slot
               MOVE WorkDim TO STT-Dim(STT-Slot)
               MOVE WorkKey TO STT-Key(STT-Slot)
               MOVE ZERO TO STT-Shipped(STT-Slot) STT-DaysSum(STT-Slot)
                   STT-Complete(STT-Slot) STT-Lines(STT-Slot)
                   STT-Filled(STT-Slot) STT-Backlog(STT-Slot)
                   STT-AgeSum(STT-Slot)
               MOVE 'N' TO STT-ChosenFlag(STT-Slot)
           ELSE
               DISPLAY "Statistics table full - " WorkKey " not counted"
           END-IF
       END-IF.

      *> Shipments are numbered up from 01 within the order, so the
      *> lowest number on file is the first to leave.
FindFirstShipments.
       OPEN INPUT ShipmentFile
       PERFORM UNTIL ShipEOF
           READ ShipmentFile
               AT END SET ShipEOF TO TRUE
               NOT AT END
                   MOVE SH-OrderNum TO OL-OrderNum
                   PERFORM FindOrderSlot
                   IF OT-Slot > ZERO
                       IF OT-FirstShipNum(OT-Slot) = ZERO
                           OR SH-ShipNum < OT-FirstShipNum(OT-Slot)
                           MOVE SH-ShipNum TO OT-FirstShipNum(OT-Slot)
                           MOVE SH-ShipDate TO OT-FirstShipDate(OT-Slot)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipmentFile.

FindFirstShipLines.
       OPEN INPUT ShipLineFile
       PERFORM UNTIL ShipLineEOF
           READ ShipLineFile
               AT END SET ShipLineEOF TO TRUE
               NOT AT END
                   MOVE SL-OrderNum TO OL-OrderNum
                   PERFORM FindOrderSlot
                   IF OT-Slot > ZERO
                       IF SL-ShipNum = OT-FirstShipNum(OT-Slot)
                           PERFORM NoteFirstShipLine
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipLineFile.

NoteFirstShipLine.
       MOVE ZERO TO FS-Slot
       PERFORM VARYING FS-Index FROM 1 BY 1
           UNTIL FS-Index > FirstShipCount OR FS-Slot > ZERO
           IF FS-OrderIdx(FS-Index) = OT-Slot
               AND FS-LineNum(FS-Index) = SL-LineIdx
               MOVE FS-Index TO FS-Slot
           END-IF
       END-PERFORM
       IF FS-Slot = ZERO
           IF FirstShipCount < 9000
               ADD 1 TO FirstShipCount
               MOVE FirstShipCount TO FS-Slot
               MOVE OT-Slot TO FS-OrderIdx(FS-Slot)
               MOVE SL-LineIdx TO FS-LineNum(FS-Slot)
               MOVE ZERO TO FS-Qty(FS-Slot)
           ELSE
               DISPLAY "Shipment line table full - order " SL-OrderNum
                   " line " SL-LineIdx " not counted"
           END-IF
       END-IF
       IF FS-Slot > ZERO
           ADD SL-Qty TO FS-Qty(FS-Slot)
       END-IF.

FindOrderSlot.
       MOVE ZERO TO OT-Slot
       PERFORM VARYING OT-Index FROM 1 BY 1
           UNTIL OT-Index > OrderCount OR OT-Slot > ZERO
           IF OT-OrderNum(OT-Index) = OL-OrderNum
               MOVE OT-Index TO OT-Slot
           END-IF
       END-PERFORM.

      *> Every line is checked against what the first shipment carried
      *> for it; the order is complete only if every line was.
MeasureOneOrder.
       MOVE ZERO TO OLB-Count
       MOVE 'Y' TO OrderCompleteFlag
       MOVE 'N' TO OrderShippedFlag
       IF OT-FirstShipNum(OT-Index) > ZERO
           SET OrderShipped TO TRUE
           SET DS-DayDifference TO TRUE
           MOVE OT-OrderDate(OT-Index) TO DS-Date1
           MOVE OT-FirstShipDate(OT-Index) TO DS-Date2
           CALL "DATESRV" USING DS-Parameters
           IF DS-DateValid AND DS-Days > ZERO
               MOVE DS-Days TO DaysToShip
           ELSE
               MOVE ZERO TO DaysToShip
           END-IF
       ELSE
           MOVE 'N' TO OrderCompleteFlag
       END-IF
       MOVE 'N' TO LineScanEOF
       MOVE OT-OrderNum(OT-Index) TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
       START OrderLineFile KEY IS GREATER THAN OL-Key
           INVALID KEY MOVE 'Y' TO LineScanEOF
       END-START
       PERFORM UNTIL LineScanEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO LineScanEOF
           END-READ
           IF LineScanEOF = 'N'
               IF OL-OrderNum = OT-OrderNum(OT-Index)
                   PERFORM BufferOneLine
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-IF
       END-PERFORM
       MOVE OT-Branch(OT-Index) TO ORD-Branch
       PERFORM SetBranchKey
       PERFORM FindStatSlot
       PERFORM PostOrderToSlot
       MOVE 3 TO WorkDim
       MOVE SPACES TO WorkKey
       MOVE OT-IDNum(OT-Index) TO WKC-IDNum
       PERFORM FindStatSlot
       PERFORM PostOrderToSlot
       IF OrderShipped
           ADD 1 TO CS-Shipped
           ADD DaysToShip TO CS-DaysSum
           IF OrderComplete
               ADD 1 TO CS-Complete
           END-IF
       END-IF
       PERFORM VARYING OLB-Index FROM 1 BY 1 UNTIL OLB-Index > OLB-Count
           ADD 1 TO CS-Lines
           IF OLB-Filled(OLB-Index)
               ADD 1 TO CS-Filled
           END-IF
           MOVE 2 TO WorkDim
           MOVE SPACES TO WorkKey
           MOVE OLB-ProdName(OLB-Index) TO WKP-ProdName
           MOVE OLB-ProdSize(OLB-Index) TO WKP-ProdSize
           PERFORM FindStatSlot
           IF STT-Slot > ZERO
               IF OrderShipped
                   ADD 1 TO STT-Shipped(STT-Slot)
                   ADD DaysToShip TO STT-DaysSum(STT-Slot)
                   IF OrderComplete
                       ADD 1 TO STT-Complete(STT-Slot)
                   END-IF
               END-IF
               ADD 1 TO STT-Lines(STT-Slot)
               IF OLB-Filled(OLB-Index)
                   ADD 1 TO STT-Filled(STT-Slot)
               END-IF
           END-IF
       END-PERFORM.

BufferOneLine.
       IF OLB-Count NOT < 99
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO OLB-Count
       MOVE OL-ProdName TO OLB-ProdName(OLB-Count)
       MOVE OL-ProdSize TO OLB-ProdSize(OLB-Count)
       MOVE ZERO TO FirstShipQty
       PERFORM VARYING FS-Index FROM 1 BY 1
           UNTIL FS-Index > FirstShipCount
           IF FS-OrderIdx(FS-Index) = OT-Index
               AND FS-LineNum(FS-Index) = OL-LineNum
               MOVE FS-Qty(FS-Index) TO FirstShipQty
           END-IF
       END-PERFORM
       IF OrderShipped AND FirstShipQty NOT < OL-OrdQty
           MOVE 'Y' TO OLB-FilledFlag(OLB-Count)
       ELSE
           MOVE 'N' TO OLB-FilledFlag(OLB-Count)
           MOVE 'N' TO OrderCompleteFlag
       END-IF.

PostOrderToSlot.
       IF STT-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       IF OrderShipped
           ADD 1 TO STT-Shipped(STT-Slot)
           ADD DaysToShip TO STT-DaysSum(STT-Slot)
           IF OrderComplete
               ADD 1 TO STT-Complete(STT-Slot)
           END-IF
       END-IF
       PERFORM VARYING OLB-Index FROM 1 BY 1 UNTIL OLB-Index > OLB-Count
           ADD 1 TO STT-Lines(STT-Slot)
           IF OLB-Filled(OLB-Index)
               ADD 1 TO STT-Filled(STT-Slot)
           END-IF
       END-PERFORM.

ReleaseStats.
       PERFORM VARYING STT-Index FROM 1 BY 1 UNTIL STT-Index > StatCount
           MOVE STT-Dim(STT-Index) TO SW-Dim
           MOVE STT-Key(STT-Index) TO SW-Key
           MOVE STT-Stats(STT-Index) TO SW-Stats
           RELEASE StatWorkRecord
       END-PERFORM.

PrintStats.
       PERFORM UNTIL WorkEOF
           RETURN StatWork
               AT END SET WorkEOF TO TRUE
               NOT AT END PERFORM PrintOneStat
           END-RETURN
       END-PERFORM.

PrintOneStat.
       IF SW-Dim NOT = LastDim
           MOVE SW-Dim TO LastDim
           EVALUATE SW-Dim
               WHEN 1
                   MOVE "BY BRANCH" TO SectionHeading
                   MOVE "Branch" TO PrnHeadKey
               WHEN 2
                   MOVE "BY PRODUCT" TO SectionHeading
                   MOVE "Product Size" TO PrnHeadKey
               WHEN OTHER
                   MOVE "BY CUSTOMER" TO SectionHeading
                   MOVE "Customer" TO PrnHeadKey
           END-EVALUATE
           WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM DetailHeads AFTER ADVANCING 1 LINE
       END-IF
       MOVE SW-Stats TO StatFields
       MOVE SPACES TO ServiceDetailLine
       MOVE SW-Key TO PrnKey
       PERFORM PrintStatFields.

      *> Averages and rates off the counts in StatFields; the caller
      *> has set the key and any customer name.
PrintStatFields.
       MOVE SF-Shipped TO PrnShipped
       MOVE SF-Lines TO PrnLines
       MOVE SF-Backlog TO PrnBacklog
       IF SF-Shipped > ZERO
           COMPUTE PrnAvgDays ROUNDED = SF-DaysSum / SF-Shipped
           COMPUTE PrnCompletePct ROUNDED =
               SF-Complete * 100 / SF-Shipped
       ELSE
           MOVE ZERO TO PrnAvgDays PrnCompletePct
       END-IF
       IF SF-Lines > ZERO
           COMPUTE PrnFillPct ROUNDED = SF-Filled * 100 / SF-Lines
       ELSE
           MOVE ZERO TO PrnFillPct
       END-IF
       IF SF-Backlog > ZERO
           COMPUTE PrnAvgAge ROUNDED = SF-AgeSum / SF-Backlog
       ELSE
           MOVE ZERO TO PrnAvgAge
       END-IF
       WRITE PrintLine FROM ServiceDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO LinesPrinted.

      *> Picks the worst customer not yet listed, ten times over. A
      *> customer with nothing taken this month and nothing waiting
      *> has no service to judge and is left off.
PrintWorstServed.
       MOVE "WORST-SERVED CUSTOMERS" TO SectionHeading
       WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
       MOVE "Customer" TO PrnHeadKey
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 1 LINE
       PERFORM PickOneWorst
           VARYING WorstCount FROM 1 BY 1 UNTIL WorstCount > WorstLimit.

PickOneWorst.
       MOVE ZERO TO STT-Slot
       PERFORM VARYING STT-Index FROM 1 BY 1 UNTIL STT-Index > StatCount
           IF STT-Dim(STT-Index) = 3 AND NOT STT-Chosen(STT-Index)
               AND STT-Lines(STT-Index) > ZERO
               PERFORM RateOneCustomer
               IF STT-Slot = ZERO
                   OR CandidateFill < BestFill
                   OR (CandidateFill = BestFill
                       AND CandidateDays > BestDays)
                   MOVE STT-Index TO STT-Slot
                   MOVE CandidateFill TO BestFill
                   MOVE CandidateDays TO BestDays
               END-IF
           END-IF
       END-PERFORM
       IF STT-Slot = ZERO
           MOVE WorstLimit TO WorstCount
           EXIT PARAGRAPH
       END-IF
       SET STT-Chosen(STT-Slot) TO TRUE
       MOVE STT-Stats(STT-Slot) TO StatFields
       MOVE SPACES TO ServiceDetailLine
       MOVE STT-Key(STT-Slot) TO PrnKey
       IF CustomerFileOpen
           MOVE STT-Key(STT-Slot) TO WorkKey
           MOVE WKC-IDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE "NOT ON FILE" TO PrnCustName
               NOT INVALID KEY MOVE LastName TO PrnCustName
           END-READ
       END-IF
       PERFORM PrintStatFields.

RateOneCustomer.
       COMPUTE CandidateFill ROUNDED =
           STT-Filled(STT-Index) * 100 / STT-Lines(STT-Index)
       IF STT-Shipped(STT-Index) > ZERO
           COMPUTE CandidateDays ROUNDED =
               STT-DaysSum(STT-Index) / STT-Shipped(STT-Index)
       ELSE
           MOVE 9999.9 TO CandidateDays
       END-IF.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "FILLRPT" TO BAL-Program
       MOVE "FILLRPT" TO BAL-Step
       MOVE OrdersScanned TO BAL-RecordsIn
       MOVE LinesPrinted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
