       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUTOFF.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CutoffControl ASSIGN TO "cutctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CutoffControlStatus.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.
       SELECT OrderLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OL-Key
           FILE STATUS IS OrderLineFileStatus.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ShipLineFile ASSIGN TO "shipline.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CutoffReport ASSIGN TO "cutoff.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
      *> AUTO runs the report unattended from the month-end chain.
      *> AUTO alone cuts off at the run date; AUTO YYYYMMDD names the
      *> cutoff date. The amount after it is the unbilled tolerance
      *> in cents (9 digits) - above it the run warns.
FD CutoffControl.
01 CutoffControlLine.
       02 CUT-Mode PIC X(4).
       02 FILLER PIC X.
       02 CUT-Date PIC X(8).
       02 FILLER PIC X.
       02 CUT-Tolerance PIC X(9).
       02 CUT-ToleranceAmount REDEFINES CUT-Tolerance PIC 9(7)V99.

FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD ShipmentFile.
01 ShipmentRecord.
    COPY "SHIPREC.cpy".

FD ShipLineFile.
01 ShipLineRecord.
    COPY "SHIPLREC.cpy".

FD CutoffReport.
01 PrintLine PIC X(90).

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
01 CutoffControlStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 AutoModeFlag PIC X VALUE 'N'.
       88 AutoMode VALUE 'Y'.
01 CutoffDate PIC 9(8) VALUE ZERO.
      *> Unbilled shipments above this at the cutoff want a look
      *> before the accrual is booked; cutctl.txt can set its own.
01 UnbilledTolerance PIC 9(7)V99 VALUE 1000.00.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 ShipmentEOFFlag PIC X VALUE 'N'.
       88 ShipmentEOF VALUE 'Y'.
01 ShipLineEOFFlag PIC X VALUE 'N'.
       88 ShipLineEOF VALUE 'Y'.
01 RecordsScanned PIC 9(6) VALUE ZERO.
01 ItemsListed PIC 9(6) VALUE ZERO.

      *> Every shipment's ship date, so a shipment line or invoice can
      *> be dated without rereading the shipment register.
01 ShipTable.
       02 SHP-Entry OCCURS 2000 TIMES.
           03 SHP-OrderNum PIC 9(6).
           03 SHP-ShipNum PIC 9(2).
           03 SHP-ShipDate PIC 9(8).
01 SHP-Count PIC 9(4) VALUE ZERO.
01 SHP-Index PIC 9(4).
01 FoundShipDate PIC 9(8).
01 FoundShipFlag PIC X.
       88 ShipmentFound VALUE 'Y'.

      *> Shipments billed only after the cutoff - at the cutoff they
      *> were still shipped and not invoiced, whatever the flag on the
      *> shipment line says today.
01 LateBilledTable.
       02 LB-Entry OCCURS 500 TIMES.
           03 LB-OrderNum PIC 9(6).
           03 LB-ShipNum PIC 9(2).
01 LB-Count PIC 999 VALUE ZERO.
01 LB-Index PIC 999.
01 LateBilledFlag PIC X.
       88 BilledAfterCutoff VALUE 'Y'.

01 BranchTable.
       02 BRT-Entry OCCURS 20 TIMES.
           03 BRT-Branch PIC X(2).
           03 BRT-UnbilledCount PIC 9(5).
           03 BRT-Unbilled PIC 9(9)V99.
           03 BRT-UnshippedCount PIC 9(5).
           03 BRT-Unshipped PIC 9(9)V99.
01 BRT-Count PIC 99 VALUE ZERO.
01 BRT-Index PIC 99.
01 BRT-Slot PIC 99.
01 WorkBranch PIC X(2).
01 UnbilledTotal PIC 9(9)V99 VALUE ZERO.
01 UnbilledCount PIC 9(5) VALUE ZERO.
01 UnshippedTotal PIC 9(9)V99 VALUE ZERO.
01 UnshippedCount PIC 9(5) VALUE ZERO.
01 LineValue PIC 9(8)V99.
01 LineStatus PIC X(12).

01 ReportHeading.
       02 FILLER PIC X(30) VALUE "MONTH-END CUTOFF REPORT AS OF ".
       02 PrnCutoffDate PIC 9(8).
       02 FILLER PIC X(11) VALUE " RUN DATE ".
       02 PrnRunDate PIC 9(8).
01 UnbilledHeading PIC X(60) VALUE
    "SHIPPED NOT INVOICED - VALUED AT THE ORDER LINE PRICE".
01 UnbilledHeads PIC X(80) VALUE
    "Order  Ship Line Product Size  Qty Shipped  Br Status             Value".
01 UnbilledLine.
       02 PrnOrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnShipNum PIC 9(2).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnLineIdx PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnProdSize PIC A.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnQty PIC ZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnShipDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnBranch PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 PrnStatus PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 PrnValue PIC $$,$$$,$$9.99.
01 UnshippedHeading PIC X(60) VALUE
    "INVOICED NOT SHIPPED - SHIPMENT DATED AFTER THE INVOICE".
01 UnshippedHeads PIC X(80) VALUE
    "Invoice Order  Ship Invoiced Shipped  Br Status        Merchandise".
01 UnshippedLine.
       02 PrnInvoiceNum PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnInvOrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnInvShipNum PIC 9(2).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnInvoiceDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnInvShipDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnInvBranch PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 PrnInvStatus PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 PrnMerchandise PIC $$,$$$,$$9.99.
01 BranchHeads PIC X(80) VALUE
    "Branch   Unbilled  Shipped Not Invoiced   Unshipped  Invoiced Not Shipped".
01 BranchLine.
       02 PrnBrBranch PIC X(6).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnBrUnbilledCount PIC ZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnBrUnbilled PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(5) VALUE SPACE.
       02 PrnBrUnshippedCount PIC ZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnBrUnshipped PIC $$$,$$$,$$9.99.
01 NoItemsLine PIC X(20) VALUE "  None".

COPY "REGION.cpy".

      *> Month-end cutoff as of a chosen date, for the accrual. The
      *> first list is goods that had left by the cutoff but were not
      *> billed by it - shipment lines not yet invoiced, and those
      *> invoiced only after the cutoff - valued at the order line's
      *> price. The second is invoices dated by the cutoff whose
      *> shipment is dated after the invoice; only those still not
      *> shipped at the cutoff count in the totals to defer. Both
      *> total by branch, and an unbilled total over the tolerance is
      *> flagged for the month-end chain.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM ReadCutoffControl
       IF NOT AutoMode
           DISPLAY "MONTH-END CUTOFF REPORT"
           DISPLAY "Cutoff date (YYYYMMDD, 0 = today) : "
               WITH NO ADVANCING
           ACCEPT CutoffDate
       END-IF
       IF CutoffDate = ZERO
           MOVE RunDate TO CutoffDate
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
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           CLOSE OrderFile
           CLOSE OrderLineFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadShipTable
       OPEN OUTPUT CutoffReport
       MOVE CutoffDate TO PrnCutoffDate
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM UnshippedHeading AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM UnshippedHeads AFTER ADVANCING 1 LINE
       PERFORM UNTIL InvoiceEOF
           READ InvoiceFile NEXT RECORD
               AT END SET InvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF INV-OrderNum > ZERO AND NOT INV-CreditMemo
                       PERFORM ConsiderOneInvoice
                   END-IF
           END-READ
       END-PERFORM
       CLOSE InvoiceFile
       IF UnshippedCount = ZERO
           WRITE PrintLine FROM NoItemsLine AFTER ADVANCING 1 LINE
       END-IF
       WRITE PrintLine FROM UnbilledHeading AFTER ADVANCING 3 LINES
       WRITE PrintLine FROM UnbilledHeads AFTER ADVANCING 1 LINE
       OPEN INPUT ShipLineFile
       PERFORM UNTIL ShipLineEOF
           READ ShipLineFile
               AT END SET ShipLineEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   PERFORM ConsiderOneShipLine
           END-READ
       END-PERFORM
       CLOSE ShipLineFile
       IF UnbilledCount = ZERO
           WRITE PrintLine FROM NoItemsLine AFTER ADVANCING 1 LINE
       END-IF
       PERFORM PrintBranchTotals
       CLOSE CutoffReport
       CLOSE OrderFile
       CLOSE OrderLineFile
       DISPLAY "Cutoff report written to cutoff.rpt - as of " CutoffDate
       DISPLAY "  Shipped not invoiced : " UnbilledCount " line(s) "
           UnbilledTotal
       DISPLAY "  Invoiced not shipped : " UnshippedCount " invoice(s) "
           UnshippedTotal
       IF UnbilledTotal > UnbilledTolerance
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Unbilled Shipments Over Tolerance At Cutoff: "
                  DELIMITED BY SIZE
                  CutoffDate DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM WriteBalanceLine
       STOP RUN.

ReadCutoffControl.
       OPEN INPUT CutoffControl
       IF CutoffControlStatus = "00"
           READ CutoffControl
               AT END CONTINUE
               NOT AT END
                   IF CUT-Mode = "AUTO"
                       SET AutoMode TO TRUE
                       IF CUT-Date IS NUMERIC AND CUT-Date > "00000000"
                           MOVE CUT-Date TO CutoffDate
                       END-IF
                   END-IF
                   IF CUT-Tolerance IS NUMERIC
                       MOVE CUT-ToleranceAmount TO UnbilledTolerance
                   END-IF
           END-READ
       END-IF
       CLOSE CutoffControl.

LoadShipTable.
       OPEN INPUT ShipmentFile
       PERFORM UNTIL ShipmentEOF
           READ ShipmentFile
               AT END SET ShipmentEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF SHP-Count < 2000
                       ADD 1 TO SHP-Count
                       MOVE SH-OrderNum TO SHP-OrderNum(SHP-Count)
                       MOVE SH-ShipNum TO SHP-ShipNum(SHP-Count)
                       MOVE SH-ShipDate TO SHP-ShipDate(SHP-Count)
                   ELSE
                       DISPLAY "Shipment table full - ignoring order "
                           SH-OrderNum
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipmentFile.

      *> Shipment number zero (a whole-order invoice) takes the
      *> order's latest shipment - the last of its goods to leave.
FindShipDate.
       MOVE ZERO TO FoundShipDate
       MOVE 'N' TO FoundShipFlag
       PERFORM VARYING SHP-Index FROM 1 BY 1 UNTIL SHP-Index > SHP-Count
           IF SHP-OrderNum(SHP-Index) = INV-OrderNum
               AND (INV-ShipNum = ZERO
                    OR SHP-ShipNum(SHP-Index) = INV-ShipNum)
               SET ShipmentFound TO TRUE
               IF SHP-ShipDate(SHP-Index) > FoundShipDate
                   MOVE SHP-ShipDate(SHP-Index) TO FoundShipDate
               END-IF
           END-IF
       END-PERFORM.

ConsiderOneInvoice.
       IF INV-InvoiceDate > CutoffDate
           IF LB-Count < 500
               ADD 1 TO LB-Count
               MOVE INV-OrderNum TO LB-OrderNum(LB-Count)
               MOVE INV-ShipNum TO LB-ShipNum(LB-Count)
           ELSE
               DISPLAY "Late-billed table full - ignoring invoice "
                   INV-InvoiceNum
           END-IF
           EXIT PARAGRAPH
       END-IF
       PERFORM FindShipDate
       IF ShipmentFound AND FoundShipDate <= INV-InvoiceDate
           EXIT PARAGRAPH
       END-IF
       MOVE INV-OrderNum TO ORD-OrderNum
       PERFORM FindOrderBranch
       PERFORM FindBranchSlot
       MOVE INV-InvoiceNum TO PrnInvoiceNum
       MOVE INV-OrderNum TO PrnInvOrderNum
       MOVE INV-ShipNum TO PrnInvShipNum
       MOVE INV-InvoiceDate TO PrnInvoiceDate
       MOVE FoundShipDate TO PrnInvShipDate
       MOVE WorkBranch TO PrnInvBranch
       MOVE INV-Merchandise TO PrnMerchandise
       IF ShipmentFound AND FoundShipDate <= CutoffDate
           MOVE "SHIPPED LATE" TO PrnInvStatus
       ELSE
           MOVE "NOT SHIPPED" TO PrnInvStatus
           ADD 1 TO UnshippedCount
           ADD INV-Merchandise TO UnshippedTotal
           IF BRT-Slot > ZERO
               ADD 1 TO BRT-UnshippedCount(BRT-Slot)
               ADD INV-Merchandise TO BRT-Unshipped(BRT-Slot)
           END-IF
       END-IF
       WRITE PrintLine FROM UnshippedLine AFTER ADVANCING 1 LINE
       ADD 1 TO ItemsListed.

ConsiderOneShipLine.
       MOVE ZERO TO FoundShipDate
       MOVE 'N' TO FoundShipFlag
       PERFORM VARYING SHP-Index FROM 1 BY 1
           UNTIL SHP-Index > SHP-Count OR ShipmentFound
           IF SHP-OrderNum(SHP-Index) = SL-OrderNum
               AND SHP-ShipNum(SHP-Index) = SL-ShipNum
               SET ShipmentFound TO TRUE
               MOVE SHP-ShipDate(SHP-Index) TO FoundShipDate
           END-IF
       END-PERFORM
       IF FoundShipDate > CutoffDate
           EXIT PARAGRAPH
       END-IF
       IF SL-InvoicedFlag = 'Y'
           MOVE 'N' TO LateBilledFlag
           PERFORM VARYING LB-Index FROM 1 BY 1
               UNTIL LB-Index > LB-Count OR BilledAfterCutoff
               IF LB-OrderNum(LB-Index) = SL-OrderNum
                   AND (LB-ShipNum(LB-Index) = SL-ShipNum
                        OR LB-ShipNum(LB-Index) = ZERO)
                   SET BilledAfterCutoff TO TRUE
               END-IF
           END-PERFORM
           IF NOT BilledAfterCutoff
               EXIT PARAGRAPH
           END-IF
           MOVE "BILLED LATER" TO LineStatus
       ELSE
           MOVE "NOT BILLED" TO LineStatus
       END-IF
       MOVE ZERO TO LineValue
       MOVE SL-OrderNum TO OL-OrderNum
       MOVE SL-LineIdx TO OL-LineNum
       READ OrderLineFile
           INVALID KEY MOVE "NO ORDER LINE" TO LineStatus
           NOT INVALID KEY
               COMPUTE LineValue = SL-Qty * OL-UnitPrice
       END-READ
       MOVE SL-OrderNum TO ORD-OrderNum
       PERFORM FindOrderBranch
       PERFORM FindBranchSlot
       MOVE SL-OrderNum TO PrnOrderNum
       MOVE SL-ShipNum TO PrnShipNum
       MOVE SL-LineIdx TO PrnLineIdx
       MOVE SL-ProdName TO PrnProdName
       MOVE SL-ProdSize TO PrnProdSize
       MOVE SL-Qty TO PrnQty
       MOVE FoundShipDate TO PrnShipDate
       MOVE WorkBranch TO PrnBranch
       MOVE LineStatus TO PrnStatus
       MOVE LineValue TO PrnValue
       WRITE PrintLine FROM UnbilledLine AFTER ADVANCING 1 LINE
       ADD 1 TO ItemsListed
       ADD 1 TO UnbilledCount
       ADD LineValue TO UnbilledTotal
       IF BRT-Slot > ZERO
           ADD 1 TO BRT-UnbilledCount(BRT-Slot)
           ADD LineValue TO BRT-Unbilled(BRT-Slot)
       END-IF.

      *> An order with no branch is the head office's, as in the
      *> other branch reports.
FindOrderBranch.
       MOVE SPACES TO WorkBranch
       READ OrderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE ORD-Branch TO WorkBranch
       END-READ.

FindBranchSlot.
       MOVE ZERO TO BRT-Slot
       PERFORM VARYING BRT-Index FROM 1 BY 1
           UNTIL BRT-Index > BRT-Count OR BRT-Slot > ZERO
           IF BRT-Branch(BRT-Index) = WorkBranch
               MOVE BRT-Index TO BRT-Slot
           END-IF
       END-PERFORM
       IF BRT-Slot = ZERO
           IF BRT-Count < 20
               ADD 1 TO BRT-Count
               MOVE BRT-Count TO BRT-Slot
               MOVE WorkBranch TO BRT-Branch(BRT-Slot)
               MOVE ZERO TO BRT-UnbilledCount(BRT-Slot)
               MOVE ZERO TO BRT-Unbilled(BRT-Slot)
               MOVE ZERO TO BRT-UnshippedCount(BRT-Slot)
               MOVE ZERO TO BRT-Unshipped(BRT-Slot)
           ELSE
               DISPLAY "Branch table full - branch " WorkBranch
                   " left out of the branch totals"
           END-IF
       END-IF.

PrintBranchTotals.
       WRITE PrintLine FROM BranchHeads AFTER ADVANCING 3 LINES
       PERFORM VARYING BRT-Index FROM 1 BY 1 UNTIL BRT-Index > BRT-Count
           IF BRT-Branch(BRT-Index) = SPACES
               MOVE "HO" TO PrnBrBranch
           ELSE
               MOVE BRT-Branch(BRT-Index) TO PrnBrBranch
           END-IF
           MOVE BRT-UnbilledCount(BRT-Index) TO PrnBrUnbilledCount
           MOVE BRT-Unbilled(BRT-Index) TO PrnBrUnbilled
           MOVE BRT-UnshippedCount(BRT-Index) TO PrnBrUnshippedCount
           MOVE BRT-Unshipped(BRT-Index) TO PrnBrUnshipped
           WRITE PrintLine FROM BranchLine AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE "TOTAL" TO PrnBrBranch
       MOVE UnbilledCount TO PrnBrUnbilledCount
       MOVE UnbilledTotal TO PrnBrUnbilled
       MOVE UnshippedCount TO PrnBrUnshippedCount
       MOVE UnshippedTotal TO PrnBrUnshipped
       WRITE PrintLine FROM BranchLine AFTER ADVANCING 2 LINES.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "CUTOFF" TO EL-Program
       MOVE SPACES TO EL-Operator
       MOVE WS-ExceptionSeverity TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       MOVE 'W' TO WS-ExceptionSeverity
       CLOSE ExceptionLog
       DISPLAY WS-ExceptionMessage.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "CUTOFF" TO BAL-Program
       MOVE "CUTOFF" TO BAL-Step
       MOVE RecordsScanned TO BAL-RecordsIn
       MOVE ItemsListed TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
