       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DSHPPROC.
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
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL AddressBook ASSIGN TO "addrbook.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AB-Key
           FILE STATUS IS AddressBookStatus.
       SELECT POFile ASSIGN TO "po.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-PONum
           FILE STATUS IS POFileStatus.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DropShipFile ASSIGN TO "dropship.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipmentFileStatus.
       SELECT OPTIONAL ShipLineFile ASSIGN TO "shipline.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReceiptLog ASSIGN TO "porcpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PODocument ASSIGN TO "po.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NotifyQueue ASSIGN TO "notifq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
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
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD AddressBook.
01 AddressBookRecord.
    COPY "ADDRREC.cpy".

FD POFile.
01 POData.
    COPY "POREC.cpy".

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

FD DropShipFile.
01 DropShipLine.
    COPY "DSHPREC.cpy".

FD ShipmentFile.
01 ShipmentRecord.
    COPY "SHIPREC.cpy".

FD ShipLineFile.
01 ShipLineRecord.
    COPY "SHIPLREC.cpy".

FD ReceiptLog.
01 ReceiptLogRecord.
    COPY "RCPTREC.cpy".

      *> The drop-ship PO goes to the supplier on the same po.rpt the
      *> stock POs print to, with the customer's address on it in
      *> place of our dock.
FD PODocument.
01 PrintLine PIC X(60).

FD NotifyQueue.
01 NotifyQueueRecord.
       02 NQ-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 NQ-EventType PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Email PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Status PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Retry PIC 99.

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
           88 EL-Informational  VALUE 'I'.
           88 EL-Warning        VALUE 'W'.
           88 EL-ActionRequired VALUE 'A'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
           88 EL-Acknowledged VALUE 'Y'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 ProductFileStatus PIC XX.
01 AddressBookStatus PIC XX.
01 AddressBookOpenFlag PIC X VALUE 'N'.
       88 AddressBookOpen VALUE 'Y'.
01 POFileStatus PIC XX.
01 ShipmentFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 OrderExists PIC X.
01 CustExists PIC X.
01 ProductExists PIC X.
01 ShipToExists PIC X.
01 POExists PIC X.
01 OrderScanEOF PIC X.
01 LineScanEOF PIC X.
01 ScanEOF PIC X.
01 POsRaised PIC 9(5) VALUE ZERO.
01 ShipmentsConfirmed PIC 9(5) VALUE ZERO.
01 MaxPONum PIC 9(6) VALUE ZERO.
01 LineIdx PIC 9.
01 AskSupplier PIC X(4).
01 AskExpectedDate PIC 9(8).
01 AskCarrier PIC X(10).
01 AskTracking PIC X(15).
01 AskShipDate PIC 9(8).
01 AskFreight PIC 9(5)V99.
01 NextShipNum PIC 9(2).
01 ShipScanEOFFlag PIC X.
       88 ShipScanEOF VALUE 'Y'.
01 OpenLinesLeft PIC 9.
01 LinesUncosted PIC 9(4) VALUE ZERO.
01 StockLinesFlag PIC X.
       88 OrderHasStockLines VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-Name PIC X(20).
           03 SUP-LeadDays PIC 9(3).
           03 SUP-Status PIC X.
               88 SUP-Blocked VALUE 'B'.
01 SupCount PIC 99 VALUE ZERO.
01 SUP-Index PIC 99.
01 SUP-Slot PIC 99.
01 SUP-FoundFlag PIC X.
       88 SUP-EntryFound VALUE 'Y'.

01 CostFileEOFFlag PIC X VALUE 'N'.
       88 CostFileEOF VALUE 'Y'.
01 CostTable.
       02 CostEntry OCCURS 150 TIMES.
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.
01 CST-FoundFlag PIC X.
       88 CST-EntryFound VALUE 'Y'.

      *> What dropship.txt says about each order line it has seen -
      *> the last line for an order line wins, so a line is only ever
      *> raised once, and a PO can be traced back to the order lines
      *> it covers.
01 DropShipEOFFlag PIC X.
       88 DropShipEOF VALUE 'Y'.
01 LinkTable.
       02 LinkEntry OCCURS 500 TIMES.
           03 LNK-OrderNum PIC 9(6).
           03 LNK-LineNum PIC 9(3).
           03 LNK-PONum PIC 9(6).
           03 LNK-POLine PIC 9.
           03 LNK-Supplier PIC X(4).
01 LinkCount PIC 999 VALUE ZERO.
01 LNK-Index PIC 999.
01 LNK-Slot PIC 999.
01 LinkFullFlag PIC X VALUE 'N'.
       88 LinkFull VALUE 'Y'.

      *> The drop-ship lines of one order still to be bought, each
      *> with the supplier the product master names. Lines for the
      *> same supplier go out together on one PO.
01 DropShipWork.
       02 DW-Entry OCCURS 50 TIMES.
           03 DW-LineNum PIC 9(3).
           03 DW-ProdName PIC X(5).
           03 DW-ProdSize PIC A.
           03 DW-Qty PIC 9(4).
           03 DW-Supplier PIC X(4).
           03 DW-DoneFlag PIC X.
               88 DW-Done VALUE 'Y'.
01 DW-Count PIC 99 VALUE ZERO.
01 DW-Index PIC 99.
01 DW-Scan PIC 99.

      *> Which order line each line of the PO being built covers, so
      *> the link lines can be written once the PO is on file.
01 POLineOrderLine.
       02 PLO-LineNum PIC 9(3) OCCURS 5 TIMES.

      *> What the supplier says went out against each PO line.
01 ConfirmTable.
       02 CF-Entry OCCURS 5 TIMES.
           03 CF-OrderLine PIC 9(3).
           03 CF-Qty PIC 9(4).
01 ConfirmTotal PIC 9(5).
01 ConfirmOrderNum PIC 9(6).

COPY "DATESRV.cpy".
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".

01 POHeadLine.
       02 FILLER PIC X(17) VALUE "PURCHASE ORDER # ".
       02 PrnPONum PIC 9(6).
       02 FILLER PIC X(9) VALUE "   Date: ".
       02 PrnPODate PIC 9(8).
01 POSupplierLine.
       02 FILLER PIC X(11) VALUE "Supplier : ".
       02 PrnSupCode PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSupName PIC X(20).
01 POExpectLine.
       02 FILLER PIC X(11) VALUE "Expected : ".
       02 PrnExpected PIC 9(8).
01 PODetailLine.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdSize PIC A.
       02 FILLER PIC X(8) VALUE "  Order ".
       02 PrnOrdQty PIC ZZZ9.
       02 FILLER PIC X(6) VALUE "  at $".
       02 PrnUnitCost PIC Z,ZZ9.99.
01 PORuleLine PIC X(40) VALUE ALL "-".
01 ShipDirectLine.
       02 FILLER PIC X(34) VALUE "SHIP DIRECT TO CUSTOMER - OUR REF ".
       02 PrnOrderNum PIC 9(6).
01 ShipToNameLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLastName PIC X(15).
01 ShipToStreetLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnStreet PIC X(30).
01 ShipToCityLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnCity PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnState PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 PrnZip PIC X(10).

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "DSHPPROC" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-MaintLevel AND NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Maintenance Level Required"
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN I-O OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status " OrderFileStatus
           STOP RUN
       END-IF
       OPEN I-O OrderLineFile
       IF OrderLineFileStatus NOT = "00"
           DISPLAY "Order line file could not be opened - status "
               OrderLineFileStatus
           CLOSE OrderFile
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       IF CustomerFileStatus NOT = "00"
           DISPLAY "Customer master file could not be opened - status "
               CustomerFileStatus
           CLOSE OrderFile
           CLOSE OrderLineFile
           STOP RUN
       END-IF
       OPEN INPUT ProductFile
       IF ProductFileStatus NOT = "00"
           DISPLAY "Product master file could not be opened - status "
               ProductFileStatus
           CLOSE OrderFile
           CLOSE OrderLineFile
           CLOSE CustomerFile
           STOP RUN
       END-IF
       OPEN I-O POFile
       IF POFileStatus = "35"
           DISPLAY "Purchase order file not found - creating a new one"
           OPEN OUTPUT POFile
           CLOSE POFile
           OPEN I-O POFile
       END-IF
       IF POFileStatus NOT = "00"
           DISPLAY "Purchase order file could not be opened - status "
               POFileStatus
           CLOSE OrderFile
           CLOSE OrderLineFile
           CLOSE CustomerFile
           CLOSE ProductFile
           STOP RUN
       END-IF
       OPEN INPUT AddressBook
       IF AddressBookStatus = "00"
           SET AddressBookOpen TO TRUE
       END-IF
       PERFORM LoadSupplierTable
       PERFORM LoadCostTable
       OPEN EXTEND ExceptionLog
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "DROP-SHIP PROCESSING"
           DISPLAY "1: Raise Drop-Ship POs"
           DISPLAY "2: Confirm Supplier Shipment"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM RaiseDropShipPOs
               WHEN 2 PERFORM ConfirmSupplierShipment
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       PERFORM WriteBalanceLine
       CLOSE OrderFile
       CLOSE OrderLineFile
       CLOSE CustomerFile
       CLOSE ProductFile
       CLOSE POFile
       IF AddressBookOpen
           CLOSE AddressBook
       END-IF
       CLOSE ExceptionLog
       STOP RUN.

LoadSupplierTable.
       OPEN INPUT SupplierFile
       PERFORM UNTIL SupplierEOF
           READ SupplierFile
               AT END SET SupplierEOF TO TRUE
               NOT AT END
                   IF SupCount < 20
                       ADD 1 TO SupCount
                       MOVE SU-Code TO SUP-Code(SupCount)
                       MOVE SU-Name TO SUP-Name(SupCount)
                       IF SU-LeadDays IS NUMERIC
                           MOVE SU-LeadDays TO SUP-LeadDays(SupCount)
                       ELSE
                           MOVE ZERO TO SUP-LeadDays(SupCount)
                       END-IF
                       MOVE SU-Status TO SUP-Status(SupCount)
                   ELSE
                       DISPLAY "Supplier table full - ignoring " SU-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

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
                   ELSE
                       DISPLAY "Cost table full - ignoring " PC-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CostFile.

FindSupplier.
       MOVE 'N' TO SUP-FoundFlag
       MOVE ZERO TO SUP-Slot
       PERFORM VARYING SUP-Index FROM 1 BY 1
           UNTIL SUP-Index > SupCount OR SUP-EntryFound
           IF SUP-Code(SUP-Index) = AskSupplier
               SET SUP-EntryFound TO TRUE
               MOVE SUP-Index TO SUP-Slot
           END-IF
       END-PERFORM.

LoadLinkTable.
       MOVE ZERO TO LinkCount
       MOVE 'N' TO DropShipEOFFlag LinkFullFlag
       OPEN INPUT DropShipFile
       PERFORM UNTIL DropShipEOF
           READ DropShipFile
               AT END SET DropShipEOF TO TRUE
               NOT AT END
                   IF DSL-OrderNum IS NUMERIC AND DSL-LineNum IS NUMERIC
                       AND DSL-PONum IS NUMERIC AND DSL-POLine IS NUMERIC
                       PERFORM NoteOneLink
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DropShipFile.

NoteOneLink.
       MOVE DSL-OrderNum TO ORD-OrderNum
       MOVE DSL-LineNum TO OL-LineNum
       PERFORM FindLink
       IF LNK-Slot = ZERO
           IF LinkCount < 500
               ADD 1 TO LinkCount
               MOVE LinkCount TO LNK-Slot
           ELSE
               SET LinkFull TO TRUE
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE DSL-OrderNum TO LNK-OrderNum(LNK-Slot)
       MOVE DSL-LineNum TO LNK-LineNum(LNK-Slot)
       MOVE DSL-PONum TO LNK-PONum(LNK-Slot)
       MOVE DSL-POLine TO LNK-POLine(LNK-Slot)
       MOVE DSL-Supplier TO LNK-Supplier(LNK-Slot).

FindLink.
       MOVE ZERO TO LNK-Slot
       PERFORM VARYING LNK-Index FROM 1 BY 1
           UNTIL LNK-Index > LinkCount OR LNK-Slot > ZERO
           IF LNK-OrderNum(LNK-Index) = ORD-OrderNum
               AND LNK-LineNum(LNK-Index) = OL-LineNum
               MOVE LNK-Index TO LNK-Slot
           END-IF
       END-PERFORM.

      *> Every drop-ship line on a live order that has no PO behind
      *> it yet is bought now: one PO per order per supplier, five
      *> lines to a PO with a sixth rolling onto the next number just
      *> as the reorder run does. Held orders wait for their release
      *> and cancelled ones are never bought. The supplier named on
      *> the product master must be on file and not blocked, or the
      *> lines are left for somebody to sort out and said so on the
      *> exception log.
RaiseDropShipPOs.
       PERFORM LoadLinkTable
       IF LinkFull
           DISPLAY "Drop-ship links exceed table capacity - no POs"
               " raised so no order line is bought twice"
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       PERFORM AssignNextPONum
       MOVE ZERO TO LinesUncosted
       MOVE 'N' TO OrderScanEOF
       MOVE LOW-VALUES TO ORD-OrderNum
       START OrderFile KEY IS GREATER THAN OR EQUAL TO ORD-OrderNum
           INVALID KEY MOVE 'Y' TO OrderScanEOF
       END-START
       PERFORM UNTIL OrderScanEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO OrderScanEOF
           END-READ
           IF OrderScanEOF = 'N'
               AND (ORD-OpenOrder OR ORD-PickedOrder OR ORD-ShippedOrder)
               PERFORM CollectDropShipLines
               IF DW-Count > ZERO
                   PERFORM RaiseOrderPOs
               END-IF
           END-IF
       END-PERFORM
       IF LinesUncosted > ZERO
           MOVE "PO Line Raised With No Unit Cost On File"
               TO WS-ExceptionMessage
           PERFORM LogException
       END-IF
       DISPLAY "Drop-ship POs raised this session: " POsRaised.

CollectDropShipLines.
       MOVE ZERO TO DW-Count
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
           EVALUATE TRUE
               WHEN LineScanEOF = 'Y'
                   CONTINUE
               WHEN OL-OrderNum NOT = ORD-OrderNum
                   MOVE 'Y' TO LineScanEOF
               WHEN OL-DropShipLine AND OL-ShipQty < OL-OrdQty
                   PERFORM NoteOneDropShipLine
           END-EVALUATE
       END-PERFORM.

NoteOneDropShipLine.
       PERFORM FindLink
       IF LNK-Slot > ZERO
           EXIT PARAGRAPH
       END-IF
       IF DW-Count = 50
           DISPLAY "Order " ORD-OrderNum
               " has too many drop-ship lines - the rest wait a run"
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO ProductExists
       MOVE OL-ProdName TO PMProdName
       READ ProductFile
           INVALID KEY MOVE 'N' TO ProductExists
       END-READ
       ADD 1 TO DW-Count
       MOVE OL-LineNum TO DW-LineNum(DW-Count)
       MOVE OL-ProdName TO DW-ProdName(DW-Count)
       MOVE OL-ProdSize TO DW-ProdSize(DW-Count)
       COMPUTE DW-Qty(DW-Count) = OL-OrdQty - OL-ShipQty
       IF ProductExists = 'Y'
           MOVE PMSupplier TO DW-Supplier(DW-Count)
       ELSE
           MOVE SPACES TO DW-Supplier(DW-Count)
       END-IF
       MOVE 'N' TO DW-DoneFlag(DW-Count).

RaiseOrderPOs.
       PERFORM VARYING DW-Index FROM 1 BY 1 UNTIL DW-Index > DW-Count
           IF NOT DW-Done(DW-Index)
               PERFORM RaiseSupplierPO
           END-IF
       END-PERFORM.

      *> Every still-unbought line of the order for the supplier of
      *> line DW-Index goes onto the same PO, due the supplier's
      *> quoted lead time from today.
RaiseSupplierPO.
       MOVE DW-Supplier(DW-Index) TO AskSupplier
       PERFORM FindSupplier
       IF SUP-Slot = ZERO OR SUP-Blocked(SUP-Slot)
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Drop-Ship Supplier Unknown or Blocked: "
                      DELIMITED BY SIZE
                  AskSupplier DELIMITED BY SIZE
                  " Order " DELIMITED BY SIZE
                  ORD-OrderNum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           MOVE 'A' TO WS-ExceptionSeverity
           PERFORM LogException
           PERFORM VARYING DW-Scan FROM DW-Index BY 1
               UNTIL DW-Scan > DW-Count
               IF DW-Supplier(DW-Scan) = AskSupplier
                   SET DW-Done(DW-Scan) TO TRUE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH
       END-IF
       MOVE RunDate TO AskExpectedDate
       IF SUP-LeadDays(SUP-Slot) > ZERO
           SET DS-AddDays TO TRUE
           MOVE RunDate TO DS-Date1
           MOVE SUP-LeadDays(SUP-Slot) TO DS-Days
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Date2 TO AskExpectedDate
       END-IF
       PERFORM StartNewPO
       PERFORM VARYING DW-Scan FROM DW-Index BY 1
           UNTIL DW-Scan > DW-Count
           IF DW-Supplier(DW-Scan) = AskSupplier
               AND NOT DW-Done(DW-Scan)
               PERFORM AddDropShipLine
               SET DW-Done(DW-Scan) TO TRUE
           END-IF
       END-PERFORM
       IF PO-LineCount > ZERO
           PERFORM WriteCurrentPO
       END-IF.

StartNewPO.
       ADD 1 TO MaxPONum
       MOVE SPACES TO POData
       MOVE MaxPONum TO PO-PONum
       MOVE AskSupplier TO PO-Supplier
       MOVE RunDate TO PO-OrderDate
       MOVE AskExpectedDate TO PO-ExpectedDate
       SET PO-OpenPO TO TRUE
       MOVE ZERO TO PO-LineCount.

AddDropShipLine.
       IF PO-LineCount = 5
           PERFORM WriteCurrentPO
           PERFORM StartNewPO
       END-IF
       ADD 1 TO PO-LineCount
       MOVE PO-LineCount TO LineIdx
       MOVE DW-ProdName(DW-Scan) TO PO-ProdName(LineIdx)
       MOVE DW-ProdSize(DW-Scan) TO PO-ProdSize(LineIdx)
       MOVE DW-Qty(DW-Scan) TO PO-OrdQty(LineIdx)
       MOVE ZERO TO PO-RecQty(LineIdx)
       MOVE ZERO TO PO-BilledQty(LineIdx)
       MOVE DW-LineNum(DW-Scan) TO PLO-LineNum(LineIdx)
       PERFORM FindAgreedCost.

      *> The line is raised at the cost on file today, the figure the
      *> supplier's bill must match - no cost on file goes out at
      *> zero and is flagged, the same as a stock PO.
FindAgreedCost.
       MOVE 'N' TO CST-FoundFlag
       MOVE ZERO TO PO-UnitCost(LineIdx)
       PERFORM VARYING CST-Index FROM 1 BY 1
           UNTIL CST-Index > CostCount OR CST-EntryFound
           IF CST-ProdName(CST-Index) = PO-ProdName(LineIdx)
               AND CST-ProdSize(CST-Index) = PO-ProdSize(LineIdx)
               SET CST-EntryFound TO TRUE
               MOVE CST-UnitCost(CST-Index) TO PO-UnitCost(LineIdx)
           END-IF
       END-PERFORM
       IF NOT CST-EntryFound
           ADD 1 TO LinesUncosted
       END-IF.

      *> Once the PO is on file each of its lines is tied to the order
      *> line it buys, and the document goes to the supplier.
WriteCurrentPO.
       WRITE POData
           INVALID KEY
               MOVE "PO Number Taken - Not Written" TO WS-ExceptionMessage
               PERFORM LogException
           NOT INVALID KEY
               ADD 1 TO POsRaised
               PERFORM WriteRaisedLinks
               PERFORM PrintDropShipPO
               DISPLAY "Drop-ship PO " PO-PONum " to " PO-Supplier
                   " for order " ORD-OrderNum " - "
                   PO-LineCount " line(s)"
       END-WRITE.

WriteRaisedLinks.
       OPEN EXTEND DropShipFile
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > PO-LineCount
           MOVE SPACES TO DropShipLine
           MOVE ORD-OrderNum TO DSL-OrderNum
           MOVE PLO-LineNum(LineIdx) TO DSL-LineNum
           MOVE PO-PONum TO DSL-PONum
           MOVE LineIdx TO DSL-POLine
           MOVE PO-Supplier TO DSL-Supplier
           SET DSL-PORaised TO TRUE
           MOVE RunDate TO DSL-Date
           MOVE ZERO TO DSL-ShipNum
           MOVE PO-OrdQty(LineIdx) TO DSL-Qty
           MOVE SO-OperatorID TO DSL-Operator
           WRITE DropShipLine
       END-PERFORM
       CLOSE DropShipFile.

      *> The supplier's copy reads like any PO, then tells them where
      *> the goods go: the order's named ship-to entry when it carries
      *> one, the billing address from the customer master otherwise.
PrintDropShipPO.
       OPEN EXTEND PODocument
       WRITE PrintLine FROM PORuleLine AFTER ADVANCING 2 LINES
       MOVE PO-PONum TO PrnPONum
       MOVE PO-OrderDate TO PrnPODate
       WRITE PrintLine FROM POHeadLine AFTER ADVANCING 1 LINE
       MOVE PO-Supplier TO PrnSupCode
       MOVE SUP-Name(SUP-Slot) TO PrnSupName
       WRITE PrintLine FROM POSupplierLine AFTER ADVANCING 1 LINE
       MOVE PO-ExpectedDate TO PrnExpected
       WRITE PrintLine FROM POExpectLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > PO-LineCount
           MOVE PO-ProdName(LineIdx) TO PrnProdName
           MOVE PO-ProdSize(LineIdx) TO PrnProdSize
           MOVE PO-OrdQty(LineIdx) TO PrnOrdQty
           MOVE PO-UnitCost(LineIdx) TO PrnUnitCost
           WRITE PrintLine FROM PODetailLine AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       MOVE ORD-OrderNum TO PrnOrderNum
       WRITE PrintLine FROM ShipDirectLine AFTER ADVANCING 1 LINE
       PERFORM FindShipAddress
       WRITE PrintLine FROM ShipToNameLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM ShipToStreetLine AFTER ADVANCING 1 LINE
       IF PrnCity NOT = SPACES
           WRITE PrintLine FROM ShipToCityLine AFTER ADVANCING 1 LINE
       END-IF
       WRITE PrintLine FROM PORuleLine AFTER ADVANCING 1 LINE
       CLOSE PODocument.

FindShipAddress.
       MOVE SPACES TO PrnFirstName PrnLastName PrnStreet
           PrnCity PrnState PrnZip
       MOVE 'Y' TO CustExists
       MOVE ORD-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'Y'
           MOVE FirstName TO PrnFirstName
           MOVE LastName TO PrnLastName
       END-IF
       MOVE 'N' TO ShipToExists
       IF ORD-ShipTo NOT = SPACES AND AddressBookOpen
           MOVE 'Y' TO ShipToExists
           MOVE ORD-IDNum TO AB-IDNum
           MOVE ORD-ShipTo TO AB-ShipName
           READ AddressBook
               INVALID KEY MOVE 'N' TO ShipToExists
           END-READ
       END-IF
       IF ShipToExists = 'Y'
           MOVE AB-ShipAddress TO PrnStreet
           MOVE AB-ShipCity TO PrnCity
           MOVE AB-ShipState TO PrnState
           MOVE AB-ShipZip TO PrnZip
       ELSE
       IF CustExists = 'Y'
           MOVE CustAddress TO PrnStreet
           MOVE CustCity TO PrnCity
           MOVE CustState TO PrnState
           MOVE CustZip TO PrnZip
       END-IF
       END-IF.

AssignNextPONum.
       MOVE ZERO TO MaxPONum
       MOVE 'N' TO ScanEOF
       MOVE LOW-VALUES TO PO-PONum
       START POFile KEY IS GREATER THAN OR EQUAL TO PO-PONum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y'
           READ POFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N' AND PO-PONum > MaxPONum
               MOVE PO-PONum TO MaxPONum
           END-IF
       END-PERFORM.

      *> The supplier's word that the goods left for our customer is
      *> this order's shipment, exactly as a carton off our own dock
      *> would be: a numbered shipment with its lines, unbilled, and
      *> the order lines' shipped quantity raised. The PO is received
      *> by the same figures, so the supplier's bill matches it, but
      *> nothing touches the shelf. An order of nothing but drop-ship
      *> lines is shipped here; an order that also has stock lines
      *> waits for its own carton, and this shipment bills with it.
ConfirmSupplierShipment.
       MOVE 'Y' TO POExists
       DISPLAY " "
       DISPLAY "Enter PO Number : " WITH NO ADVANCING
       ACCEPT PO-PONum
       READ POFile
           INVALID KEY MOVE 'N' TO POExists
       END-READ
       IF POExists = 'N'
           MOVE "PO Doesn't Exist" TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       IF PO-ClosedPO OR PO-CancelledPO
           MOVE "PO Is Closed or Cancelled - Nothing To Confirm"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadLinkTable
       IF LinkFull
           DISPLAY "Drop-ship links exceed table capacity - confirmation"
               " refused so no PO is mistaken for a stock PO"
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       PERFORM MatchPOToOrderLines
       IF ConfirmOrderNum = ZERO
           MOVE "PO Is Not A Drop-Ship PO - Receive It Instead"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO OrderExists
       MOVE ConfirmOrderNum TO ORD-OrderNum
       READ OrderFile
           INVALID KEY MOVE 'N' TO OrderExists
       END-READ
       IF OrderExists = 'N'
           MOVE "Order Doesn't Exist" TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       IF ORD-CancelledOrder
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Order Cancelled - Drop-Ship PO " DELIMITED BY SIZE
                  PO-PONum DELIMITED BY SIZE
                  " Not Confirmed" DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           MOVE 'A' TO WS-ExceptionSeverity
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "PO " PO-PONum " from " PO-Supplier
           " ships direct for order " ORD-OrderNum
           " customer " ORD-IDNum
       MOVE ZERO TO ConfirmTotal
       PERFORM AskOneConfirmLine
           VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > PO-LineCount
       IF ConfirmTotal = ZERO
           DISPLAY "Nothing shipped - PO left as it was"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Carrier : " WITH NO ADVANCING
       ACCEPT AskCarrier
       DISPLAY "Tracking Number : " WITH NO ADVANCING
       ACCEPT AskTracking
       PERFORM AskShipDatePara
       DISPLAY "Freight to bill the customer (0 = none) : "
           WITH NO ADVANCING
       ACCEPT AskFreight
       PERFORM AssignNextShipNum
       OPEN EXTEND ShipLineFile
       OPEN EXTEND DropShipFile
       OPEN EXTEND ReceiptLog
       PERFORM PostOneConfirmLine
           VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > PO-LineCount
       CLOSE ShipLineFile
       CLOSE DropShipFile
       CLOSE ReceiptLog
       PERFORM WriteShipmentRecord
       PERFORM CloseOutPO
       ADD 1 TO ShipmentsConfirmed
       DISPLAY "Order " ORD-OrderNum " shipment " NextShipNum
           " confirmed from supplier via " AskCarrier
       PERFORM ShipDropShipOnlyOrder.

      *> The link lines name the order line behind each line of the
      *> PO; a PO with none is a stock PO.
MatchPOToOrderLines.
       MOVE ZERO TO ConfirmOrderNum
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > 5
           MOVE ZERO TO CF-OrderLine(LineIdx) CF-Qty(LineIdx)
       END-PERFORM
       PERFORM VARYING LNK-Index FROM 1 BY 1 UNTIL LNK-Index > LinkCount
           IF LNK-PONum(LNK-Index) = PO-PONum
               AND LNK-POLine(LNK-Index) > ZERO
               AND LNK-POLine(LNK-Index) NOT > 5
               MOVE LNK-OrderNum(LNK-Index) TO ConfirmOrderNum
               MOVE LNK-LineNum(LNK-Index)
                   TO CF-OrderLine(LNK-POLine(LNK-Index))
           END-IF
       END-PERFORM.

AskOneConfirmLine.
       IF CF-OrderLine(LineIdx) = ZERO
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Line " LineIdx " " PO-ProdName(LineIdx)
           " " PO-ProdSize(LineIdx)
           " Ordered " PO-OrdQty(LineIdx)
           " Already Shipped " PO-RecQty(LineIdx)
       DISPLAY "Quantity the supplier shipped now (0 = none) : "
           WITH NO ADVANCING
       ACCEPT CF-Qty(LineIdx)
       IF PO-RecQty(LineIdx) + CF-Qty(LineIdx) > PO-OrdQty(LineIdx)
           DISPLAY "OVER-SHIPMENT on line " LineIdx
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Supplier Over-Shipped Drop-Ship PO: " DELIMITED BY SIZE
                  PO-PONum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF
       ADD CF-Qty(LineIdx) TO ConfirmTotal.

PostOneConfirmLine.
       IF CF-Qty(LineIdx) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE CF-OrderLine(LineIdx) TO OL-LineNum
       READ OrderLineFile
           INVALID KEY
               MOVE "Drop-Ship Order Line Missing - Not Confirmed"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
       END-READ
       ADD CF-Qty(LineIdx) TO OL-ShipQty
       REWRITE OrderLineData
           INVALID KEY
               DISPLAY "Order line not rewritten: " OL-OrderNum
       END-REWRITE
       MOVE SPACES TO ShipLineRecord
       MOVE ORD-OrderNum TO SL-OrderNum
       MOVE NextShipNum TO SL-ShipNum
       MOVE OL-LineNum TO SL-LineIdx
       MOVE OL-ProdName TO SL-ProdName
       MOVE OL-ProdSize TO SL-ProdSize
       MOVE CF-Qty(LineIdx) TO SL-Qty
       MOVE 'N' TO SL-InvoicedFlag
       WRITE ShipLineRecord
       ADD CF-Qty(LineIdx) TO PO-RecQty(LineIdx)
       MOVE SPACES TO DropShipLine
       MOVE ORD-OrderNum TO DSL-OrderNum
       MOVE OL-LineNum TO DSL-LineNum
       MOVE PO-PONum TO DSL-PONum
       MOVE LineIdx TO DSL-POLine
       MOVE PO-Supplier TO DSL-Supplier
       SET DSL-SupplierShipped TO TRUE
       MOVE AskShipDate TO DSL-Date
       MOVE NextShipNum TO DSL-ShipNum
       MOVE CF-Qty(LineIdx) TO DSL-Qty
       MOVE SO-OperatorID TO DSL-Operator
       WRITE DropShipLine
      *> The day the supplier shipped, beside the day the PO said -
      *> the scorecard judges a drop-ship supplier like any other.
       MOVE SPACES TO ReceiptLogRecord
       MOVE AskShipDate TO RC-ReceiptDate
       MOVE PO-PONum TO RC-PONum
       MOVE LineIdx TO RC-LineNum
       MOVE PO-Supplier TO RC-Supplier
       MOVE PO-OrderDate TO RC-OrderDate
       MOVE PO-ExpectedDate TO RC-ExpectedDate
       MOVE CF-Qty(LineIdx) TO RC-Qty
       MOVE SO-OperatorID TO RC-Operator
       WRITE ReceiptLogRecord.

CloseOutPO.
       MOVE ZERO TO OpenLinesLeft
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > PO-LineCount
           IF PO-RecQty(LineIdx) < PO-OrdQty(LineIdx)
               ADD 1 TO OpenLinesLeft
           END-IF
       END-PERFORM
       IF OpenLinesLeft = ZERO
           SET PO-ClosedPO TO TRUE
           DISPLAY "PO " PO-PONum " fully shipped - closed"
       ELSE
           SET PO-PartialPO TO TRUE
           DISPLAY "PO " PO-PONum " partially shipped - "
               OpenLinesLeft " line(s) still due"
       END-IF
       REWRITE POData
           INVALID KEY
               MOVE "PO Not Rewritten" TO WS-ExceptionMessage
               PERFORM LogException
       END-REWRITE.

AskShipDatePara.
       DISPLAY "Supplier Ship Date (YYYYMMDD, 0 = today) : "
           WITH NO ADVANCING
       ACCEPT AskShipDate
       IF AskShipDate = ZERO
           MOVE RunDate TO AskShipDate
       END-IF
       SET DS-ValidateDate TO TRUE
       MOVE AskShipDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Invalid date - today's date used"
           MOVE RunDate TO AskShipDate
       END-IF.

      *> Shipment numbers run in sequence within the order whoever
      *> ships the goods, so a drop-ship shipment and the dock's own
      *> cartons never share a number.
AssignNextShipNum.
       MOVE ZERO TO NextShipNum
       MOVE 'N' TO ShipScanEOFFlag
       OPEN INPUT ShipmentFile
       IF ShipmentFileStatus = "00"
           PERFORM UNTIL ShipScanEOF
               READ ShipmentFile
                   AT END SET ShipScanEOF TO TRUE
                   NOT AT END
                       IF SH-OrderNum = ORD-OrderNum
                           AND SH-ShipNum > NextShipNum
                           MOVE SH-ShipNum TO NextShipNum
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ShipmentFile
       ADD 1 TO NextShipNum.

WriteShipmentRecord.
       OPEN EXTEND ShipmentFile
       MOVE SPACES TO ShipmentRecord
       MOVE ORD-OrderNum TO SH-OrderNum
       MOVE NextShipNum TO SH-ShipNum
       MOVE AskShipDate TO SH-ShipDate
       MOVE AskCarrier TO SH-Carrier
       MOVE AskTracking TO SH-Tracking
       MOVE ZERO TO SH-Weight
       MOVE SPACES TO SH-Zone
       MOVE AskFreight TO SH-Freight
       WRITE ShipmentRecord
       CLOSE ShipmentFile.

      *> An open order with no stock line on it will never see the
      *> pick run or the dock, so the supplier's shipment is what
      *> ships it - on the order-to-cash journal like a dock
      *> confirmation, with the customer's shipped notice queued, and
      *> invoicing bills it on its next run.
ShipDropShipOnlyOrder.
       IF NOT ORD-OpenOrder
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO StockLinesFlag
       MOVE 'N' TO LineScanEOF
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
       START OrderLineFile KEY IS GREATER THAN OL-Key
           INVALID KEY MOVE 'Y' TO LineScanEOF
       END-START
       PERFORM UNTIL LineScanEOF = 'Y' OR OrderHasStockLines
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO LineScanEOF
           END-READ
           EVALUATE TRUE
               WHEN LineScanEOF = 'Y'
                   CONTINUE
               WHEN OL-OrderNum NOT = ORD-OrderNum
                   MOVE 'Y' TO LineScanEOF
               WHEN NOT OL-DropShipLine
                   SET OrderHasStockLines TO TRUE
           END-EVALUATE
       END-PERFORM
       IF OrderHasStockLines
           DISPLAY "Order also has stock lines - it bills once the "
               "dock ships them"
           EXIT PARAGRAPH
       END-IF
       MOVE OrderData TO OA-Before
       SET ORD-ShippedOrder TO TRUE
       REWRITE OrderData
           INVALID KEY
               MOVE "Order Not Marked Shipped - Rewrite Failed"
                   TO WS-ExceptionMessage
               PERFORM LogException
           NOT INVALID KEY
               SET OA-OrderFile TO TRUE
               MOVE "DSHPCF" TO OA-Action
               MOVE ORD-OrderNum TO OA-KeyValue
               MOVE SO-OperatorID TO OA-Operator
               MOVE OrderData TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
               PERFORM QueueShippedNotice
               DISPLAY "Order " ORD-OrderNum " marked shipped"
       END-REWRITE.

QueueShippedNotice.
       MOVE 'Y' TO CustExists
       MOVE ORD-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'Y'
           OPEN EXTEND NotifyQueue
           MOVE SPACES TO NotifyQueueRecord
           MOVE IDNum TO NQ-IDNum
           MOVE "SHIPPED" TO NQ-EventType
           MOVE Email TO NQ-Email
           MOVE FUNCTION CURRENT-DATE TO NQ-Timestamp
           MOVE 'Q' TO NQ-Status
           MOVE ZERO TO NQ-Retry
           WRITE NotifyQueueRecord
           CLOSE NotifyQueue
       END-IF.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "DSHPPROC" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE WS-ExceptionSeverity TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       MOVE 'W' TO WS-ExceptionSeverity
       DISPLAY WS-ExceptionMessage.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "DSHPPROC" TO BAL-Program
       MOVE "SESSION" TO BAL-Step
       MOVE POsRaised TO BAL-RecordsIn
       MOVE ShipmentsConfirmed TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
