       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDACK.
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
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT OPTIONAL AddressBook ASSIGN TO "addrbook.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AB-Key
           FILE STATUS IS AddressBookStatus.
       SELECT OPTIONAL AckLog ASSIGN TO "ordack.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AckDocFile ASSIGN TO "ackdoc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NotifyQueue ASSIGN TO "notifq.txt"
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

FD AddressBook.
01 AddressBookRecord.
    COPY "ADDRREC.cpy".

      *> One line per acknowledgment sent - A accepted, R under
      *> review - so no order is acknowledged twice in the same state.
FD AckLog.
01 AckLogRecord.
       02 AK-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 AK-Kind PIC X.
           88 AK-Accepted VALUE 'A'.
           88 AK-Review   VALUE 'R'.
       02 FILLER PIC X VALUE SPACE.
       02 AK-Date PIC 9(8).

FD AckDocFile.
01 AckDocRecord.
    COPY "ACKDOC.cpy".

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
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Reference PIC 9(6).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 AddressBookStatus PIC XX.
01 AddressBookOpenFlag PIC X VALUE 'N'.
       88 AddressBookOpen VALUE 'Y'.
01 OrderEOFFlag PIC X VALUE 'N'.
       88 OrderEOF VALUE 'Y'.
01 AckLogEOFFlag PIC X VALUE 'N'.
       88 AckLogEOF VALUE 'Y'.
01 LineScanEOF PIC X.
01 CustExists PIC X.
01 ShipToExists PIC X.
01 OrdersScanned PIC 9(6) VALUE ZERO.
01 AcksWritten PIC 9(5) VALUE ZERO.
01 ReviewsWritten PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 DocEventType PIC X(8).
       88 DocAccepted VALUE "ORDACK".
       88 DocReview   VALUE "ORDREVW".
01 LineExtended PIC 9(7)V99.
01 OrderTotal PIC 9(8)V99.

      *> Where each order stands in the acknowledgment log - the last
      *> line for an order is its state.
01 AckTable.
       02 AckEntry OCCURS 3000 TIMES.
           03 AKT-OrderNum PIC 9(6).
           03 AKT-Kind PIC X.
01 AckCount PIC 9(4) VALUE ZERO.
01 AKT-Index PIC 9(4).
01 AKT-Slot PIC 9(4).
01 LastAckKind PIC X.
       88 NeverAcknowledged  VALUE SPACE.
       88 AcknowledgedAccept VALUE 'A'.
       88 AcknowledgedReview VALUE 'R'.

      *> The document itself, one 70-column line at a time.
01 DocAcceptTitle PIC X(70) VALUE "ORDER ACKNOWLEDGMENT".
01 DocReviewTitle PIC X(70) VALUE
    "ORDER RECEIVED - UNDER CREDIT REVIEW".
01 DocOrderLine.
       02 FILLER PIC X(6) VALUE "Order ".
       02 DocOrderNum PIC 9(6).
       02 FILLER PIC X(9) VALUE " placed  ".
       02 DocOrderDate PIC 9(8).
       02 FILLER PIC X(13) VALUE "  Customer # ".
       02 DocIDNum PIC 9(6).
01 DocBillToLine.
       02 FILLER PIC X(10) VALUE "Bill to : ".
       02 DocFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 DocLastName PIC X(15).
01 DocAddressLine.
       02 FILLER PIC X(10) VALUE SPACES.
       02 DocBillAddress PIC X(30).
01 DocCityLine.
       02 FILLER PIC X(10) VALUE SPACES.
       02 DocCityText PIC X(36).
01 DocShipCity PIC X(36).
01 CityPieces.
       02 PieceCity PIC X(20).
       02 PieceState PIC X(2).
       02 PieceZip PIC X(10).
01 DocShipToLine.
       02 FILLER PIC X(10) VALUE "Ship to : ".
       02 DocShipAddress PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 DocShipName PIC X(12).
01 DocLineHeads PIC X(70) VALUE
    "Line Product Size Qty     Price    Extended  Ships".
01 DocDetailLine.
       02 DocLineNum PIC 9(3).
       02 FILLER PIC X(2) VALUE SPACES.
       02 DocProdName PIC X(5).
       02 FILLER PIC X(3) VALUE SPACES.
       02 DocProdSize PIC A.
       02 FILLER PIC X(3) VALUE SPACES.
       02 DocOrdQty PIC ZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 DocUnitPrice PIC Z,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 DocExtended PIC ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 DocShipStatus PIC X(24).
01 DocTotalLine.
       02 FILLER PIC X(33) VALUE "Merchandise total".
       02 DocOrderTotal PIC Z,ZZZ,ZZ9.99.
01 DocBackorderNote PIC X(70) VALUE
    "Lines marked BACKORDER ship separately as soon as stock arrives.".
01 DocTaxNote PIC X(70) VALUE
    "Tax and freight are added on the invoice.".
01 DocReviewNote1 PIC X(70) VALUE
    "Your order is being reviewed by our credit department. Nothing".
01 DocReviewNote2 PIC X(70) VALUE
    "will ship until it is released - you will be sent a full".
01 DocReviewNote3 PIC X(70) VALUE
    "acknowledgment with ship dates at that time.".
01 BackorderShownFlag PIC X.
       88 BackorderShown VALUE 'Y'.

COPY "REGION.cpy".

      *> Acknowledges every order the customer has not yet heard about
      *> in its present state. An open order never acknowledged, or
      *> one acknowledged only as under review and since released,
      *> gets the full acknowledgment - lines, prices, ship-to and the
      *> promised dates, with any line the shelf cannot cover marked
      *> as going on backorder. An order taken on credit hold gets the
      *> under-review document instead. Orders taken by hand, from a
      *> quote or off a standing template all land on order.dat, so
      *> the run picks them up alike. Each document goes to
      *> ackdoc.txt and a notice is queued for it; the notification
      *> formatter mails or emails it as commpref.txt says.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadAckLog
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
       OPEN INPUT CustomerFile
       IF CustomerFileStatus NOT = "00"
           DISPLAY "Customer file could not be opened - status "
               CustomerFileStatus
           CLOSE OrderFile
           CLOSE OrderLineFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT AddressBook
       IF AddressBookStatus = "00"
           SET AddressBookOpen TO TRUE
       END-IF
       OPEN EXTEND AckLog
       OPEN EXTEND AckDocFile
       OPEN EXTEND NotifyQueue
       PERFORM UNTIL OrderEOF
           READ OrderFile NEXT RECORD
               AT END SET OrderEOF TO TRUE
               NOT AT END
                   ADD 1 TO OrdersScanned
                   PERFORM ConsiderOneOrder
           END-READ
       END-PERFORM
       CLOSE NotifyQueue
       CLOSE AckDocFile
       CLOSE AckLog
       IF AddressBookOpen
           CLOSE AddressBook
       END-IF
       CLOSE CustomerFile
       CLOSE OrderLineFile
       CLOSE OrderFile
       DISPLAY "Order acknowledgments queued - accepted: " AcksWritten
           " under review: " ReviewsWritten
       PERFORM WriteBalanceLine
       STOP RUN.

LoadAckLog.
       OPEN INPUT AckLog
       PERFORM UNTIL AckLogEOF
           READ AckLog
               AT END SET AckLogEOF TO TRUE
               NOT AT END PERFORM NoteOneAck
           END-READ
       END-PERFORM
       CLOSE AckLog.

NoteOneAck.
       PERFORM FindAckEntry
       IF AKT-Slot = ZERO
           IF AckCount < 3000
               ADD 1 TO AckCount
               MOVE AckCount TO AKT-Slot
               MOVE AK-OrderNum TO AKT-OrderNum(AKT-Slot)
           ELSE
               DISPLAY "Acknowledgment table full - ignoring "
                   AK-OrderNum
           END-IF
       END-IF
       IF AKT-Slot > ZERO
           MOVE AK-Kind TO AKT-Kind(AKT-Slot)
       END-IF.

FindAckEntry.
       MOVE ZERO TO AKT-Slot
       PERFORM VARYING AKT-Index FROM 1 BY 1
           UNTIL AKT-Index > AckCount OR AKT-Slot > ZERO
           IF AKT-OrderNum(AKT-Index) = AK-OrderNum
               MOVE AKT-Index TO AKT-Slot
           END-IF
       END-PERFORM.

      *> Only orders still waiting to be picked are acknowledged - an
      *> order already picked or shipped before the first run is told
      *> about by its invoice, as it always was.
ConsiderOneOrder.
       IF NOT ORD-OpenOrder AND NOT ORD-HeldOrder
           EXIT PARAGRAPH
       END-IF
       MOVE ORD-OrderNum TO AK-OrderNum
       PERFORM FindAckEntry
       IF AKT-Slot = ZERO
           MOVE SPACE TO LastAckKind
       ELSE
           MOVE AKT-Kind(AKT-Slot) TO LastAckKind
       END-IF
       EVALUATE TRUE
           WHEN ORD-HeldOrder AND NeverAcknowledged
               SET DocReview TO TRUE
           WHEN ORD-OpenOrder AND NOT AcknowledgedAccept
               SET DocAccepted TO TRUE
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE 'Y' TO CustExists
       MOVE ORD-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'N'
           DISPLAY "Order " ORD-OrderNum " customer " ORD-IDNum
               " not on file - not acknowledged"
           EXIT PARAGRAPH
       END-IF
       PERFORM WriteDocument
       PERFORM QueueDocumentNotice
       PERFORM LogAcknowledgment.

WriteDocument.
       IF DocAccepted
           MOVE DocAcceptTitle TO AD-Text
       ELSE
           MOVE DocReviewTitle TO AD-Text
       END-IF
       PERFORM WriteDocLine
       MOVE ORD-OrderNum TO DocOrderNum
       MOVE ORD-OrderDate TO DocOrderDate
       MOVE ORD-IDNum TO DocIDNum
       MOVE DocOrderLine TO AD-Text
       PERFORM WriteDocLine
       MOVE SPACES TO AD-Text
       PERFORM WriteDocLine
       MOVE FirstName TO DocFirstName
       MOVE LastName TO DocLastName
       MOVE DocBillToLine TO AD-Text
       PERFORM WriteDocLine
       MOVE CustAddress TO DocBillAddress
       MOVE DocAddressLine TO AD-Text
       PERFORM WriteDocLine
       MOVE CustCity TO PieceCity
       MOVE CustState TO PieceState
       MOVE CustZip TO PieceZip
       PERFORM BuildCityText
       IF DocCityText NOT = SPACES
           MOVE DocCityLine TO AD-Text
           PERFORM WriteDocLine
       END-IF
       PERFORM FindShipAddress
       MOVE DocShipToLine TO AD-Text
       PERFORM WriteDocLine
       IF DocShipCity NOT = SPACES
           MOVE DocShipCity TO DocCityText
           MOVE DocCityLine TO AD-Text
           PERFORM WriteDocLine
       END-IF
       MOVE SPACES TO AD-Text
       PERFORM WriteDocLine
       MOVE DocLineHeads TO AD-Text
       PERFORM WriteDocLine
       MOVE ZERO TO OrderTotal
       MOVE 'N' TO BackorderShownFlag
       PERFORM WriteOrderLines
       MOVE OrderTotal TO DocOrderTotal
       MOVE SPACES TO AD-Text
       PERFORM WriteDocLine
       MOVE DocTotalLine TO AD-Text
       PERFORM WriteDocLine
       MOVE DocTaxNote TO AD-Text
       PERFORM WriteDocLine
       IF DocReview
           MOVE SPACES TO AD-Text
           PERFORM WriteDocLine
           MOVE DocReviewNote1 TO AD-Text
           PERFORM WriteDocLine
           MOVE DocReviewNote2 TO AD-Text
           PERFORM WriteDocLine
           MOVE DocReviewNote3 TO AD-Text
           PERFORM WriteDocLine
       END-IF
       IF BackorderShown
           MOVE DocBackorderNote TO AD-Text
           PERFORM WriteDocLine
       END-IF.

      *> The address-book entry the order names, else the billing
      *> address - the same choice the ship confirmation makes.
FindShipAddress.
       MOVE 'N' TO ShipToExists
       MOVE SPACES TO DocShipName
       IF ORD-ShipTo NOT = SPACES AND AddressBookOpen
           MOVE 'Y' TO ShipToExists
           MOVE ORD-IDNum TO AB-IDNum
           MOVE ORD-ShipTo TO AB-ShipName
           READ AddressBook
               INVALID KEY MOVE 'N' TO ShipToExists
           END-READ
       END-IF
       IF ShipToExists = 'Y'
           MOVE AB-ShipAddress TO DocShipAddress
           STRING "(" DELIMITED BY SIZE
                  ORD-ShipTo DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO DocShipName
           END-STRING
           MOVE AB-ShipCity TO PieceCity
           MOVE AB-ShipState TO PieceState
           MOVE AB-ShipZip TO PieceZip
       ELSE
           MOVE CustAddress TO DocShipAddress
           MOVE CustCity TO PieceCity
           MOVE CustState TO PieceState
           MOVE CustZip TO PieceZip
       END-IF
       PERFORM BuildCityText
       MOVE DocCityText TO DocShipCity.

      *> City, state and ZIP go on one line under the street. An
      *> address never split out of the old free-text field has no
      *> city and so no second line.
BuildCityText.
       MOVE SPACES TO DocCityText
       IF PieceCity NOT = SPACES
           STRING PieceCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  PieceState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PieceZip DELIMITED BY SPACE
                  INTO DocCityText
           END-STRING
       END-IF.

WriteOrderLines.
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
                   PERFORM WriteOneOrderLine
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-IF
       END-PERFORM.

      *> A line promised for the day it was taken ships from stock; a
      *> later promise is the date open purchase orders cover it; no
      *> promise at all means nothing on hand or on order covers it
      *> yet. The review document promises nothing.
WriteOneOrderLine.
       MOVE OL-LineNum TO DocLineNum
       MOVE OL-ProdName TO DocProdName
       MOVE OL-ProdSize TO DocProdSize
       MOVE OL-OrdQty TO DocOrdQty
       MOVE OL-UnitPrice TO DocUnitPrice
       COMPUTE LineExtended = OL-OrdQty * OL-UnitPrice
       MOVE LineExtended TO DocExtended
       ADD LineExtended TO OrderTotal
       MOVE SPACES TO DocShipStatus
       EVALUATE TRUE
           WHEN DocReview
               MOVE "PENDING REVIEW" TO DocShipStatus
           WHEN OL-PromiseDate IS NOT NUMERIC OR OL-PromiseDate = ZERO
               MOVE "BACKORDER - DATE TO COME" TO DocShipStatus
               SET BackorderShown TO TRUE
           WHEN OL-PromiseDate > ORD-OrderDate
               STRING "BACKORDER - DUE " DELIMITED BY SIZE
                      OL-PromiseDate DELIMITED BY SIZE
                      INTO DocShipStatus
               END-STRING
               SET BackorderShown TO TRUE
           WHEN OTHER
               STRING "IN STOCK - SHIPS " DELIMITED BY SIZE
                      OL-PromiseDate DELIMITED BY SIZE
                      INTO DocShipStatus
               END-STRING
       END-EVALUATE
       MOVE DocDetailLine TO AD-Text
       PERFORM WriteDocLine.

WriteDocLine.
       MOVE ORD-OrderNum TO AD-OrderNum
       MOVE DocEventType TO AD-EventType
       WRITE AckDocRecord
       MOVE SPACES TO AD-Text.

QueueDocumentNotice.
       MOVE SPACES TO NotifyQueueRecord
       MOVE ORD-IDNum TO NQ-IDNum
       MOVE DocEventType TO NQ-EventType
       MOVE Email TO NQ-Email
       MOVE FUNCTION CURRENT-DATE TO NQ-Timestamp
       MOVE 'Q' TO NQ-Status
       MOVE ZERO TO NQ-Retry
       MOVE ORD-OrderNum TO NQ-Reference
       WRITE NotifyQueueRecord.

LogAcknowledgment.
       MOVE SPACES TO AckLogRecord
       MOVE ORD-OrderNum TO AK-OrderNum
       IF DocAccepted
           SET AK-Accepted TO TRUE
           ADD 1 TO AcksWritten
       ELSE
           SET AK-Review TO TRUE
           ADD 1 TO ReviewsWritten
       END-IF
       MOVE RunDate TO AK-Date
       WRITE AckLogRecord
       PERFORM NoteOneAck.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "ORDACK" TO BAL-Program
       MOVE "ORDACK" TO BAL-Step
       MOVE OrdersScanned TO BAL-RecordsIn
       COMPUTE BAL-RecordsOut = AcksWritten + ReviewsWritten
       WRITE BalanceRecord
       CLOSE BalanceReport.
