       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDIMP.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL OrderInFile ASSIGN TO "ordin.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderInFileStatus.
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
       SELECT OPTIONAL ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL AddressBook ASSIGN TO "addrbook.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AB-Key
           FILE STATUS IS AddressBookStatus.
       SELECT OPTIONAL CreditFile ASSIGN TO "crdlimit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PriceList ASSIGN TO "pricelist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SalesRepFile ASSIGN TO "slsmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PromoFile ASSIGN TO "promo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OrderBatchLog ASSIGN TO "ordblog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OrderInCheckpoint ASSIGN TO "ordin.ckp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderInCheckpointStatus.
       SELECT OPTIONAL RecycleFile ASSIGN TO "ordrecy.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AckFile ASSIGN TO AckFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OrderInFile.
      *> Inbound purchase orders from customers' own systems. The
      *> sender book-ends the file the way the branch offices book-end
      *> custtran.txt - a header (H + batch id + origin + creation
      *> date) and a trailer (T + expected data record count) in the
      *> same fixed positions. Between them each purchase order is an
      *> O record naming the customer, followed by one L record per
      *> line carrying the same customer PO number.
01 InControlRecord.
       02 IC-RecType PIC X.
           88 IC-Header      VALUE 'H'.
           88 IC-Trailer     VALUE 'T'.
           88 IC-OrderHeader VALUE 'O'.
           88 IC-OrderLine   VALUE 'L'.
       02 IC-BatchID PIC X(10).
       02 IC-Origin PIC X(10).
       02 IC-Date PIC 9(8).
       02 IC-ExpectedCount PIC 9(6).
01 InOrderRecord.
       02 IO-RecType PIC X.
       02 IO-CustPO PIC X(15).
       02 IO-IDNum PIC 9(6).
       02 IO-Jurisdiction PIC X(4).
       02 IO-SalesRep PIC X(3).
       02 IO-ShipTo PIC X(10).
01 InLineRecord.
       02 IN-RecType PIC X.
       02 IN-CustPO PIC X(15).
       02 IN-ProdName PIC X(5).
       02 IN-ProdSize PIC A.
       02 IN-OrdQty PIC 9(4).

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
                  ==CR-Branch==       BY ==Branch==.

FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD AddressBook.
01 AddressBookRecord.
    COPY "ADDRREC.cpy".

FD CreditFile.
01 CreditLine.
       02 CL-IDNum PIC 9(6).
       02 FILLER PIC X.
       02 CL-Limit PIC 9(7)V99.

FD PriceList.
01 PriceListLine.
       02 PLProdName PIC X(5).
       02 FILLER     PIC X.
       02 PLProdSize PIC A.
       02 FILLER     PIC X.
       02 PLPrice    PIC 9(4)V99.

FD SalesRepFile.
01 SalesRepLine.
       02 SR-Code PIC X(3).
       02 FILLER PIC X.
       02 SR-Name PIC X(20).
       02 FILLER PIC X.
       02 SR-Rate PIC V999.

FD PromoFile.
01 PromoLine.
       02 PF-ProdName PIC X(5).
       02 FILLER PIC X.
       02 PF-ProdSize PIC A.
       02 FILLER PIC X.
       02 PF-StartDate PIC 9(8).
       02 FILLER PIC X.
       02 PF-EndDate PIC 9(8).
       02 FILLER PIC X.
       02 PF-PromoType PIC X.
       02 FILLER PIC X.
       02 PF-PctOff PIC 99.
       02 FILLER PIC X.
       02 PF-BreakQty PIC 9(4).
       02 FILLER PIC X.
       02 PF-BreakPrice PIC 9(4)V99.

FD OrderBatchLog.
01 OrderBatchLogRecord.
       02 BL-BatchID PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 BL-PostDate PIC 9(8).

      *> Restart point: the batch being posted and the sequence number
      *> of the last data record whose purchase order went all the
      *> way through, accepted or recycled.
FD OrderInCheckpoint.
01 OrderInCheckpointLine.
       02 CK-BatchID PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 CK-LastSeq PIC 9(6).

      *> Rejected purchase orders land here whole - the O record and
      *> every one of its L records in the inbound format with the
      *> reject reason appended - ready to correct and resubmit.
FD RecycleFile.
01 RecycleRecord.
       02 RY-InImage PIC X(39).
       02 FILLER PIC X VALUE SPACE.
       02 RY-Reason PIC X(40).

      *> Machine-readable response to the sender, one file per batch
      *> as the custtran batches get: header, a disposition line per
      *> purchase order giving our order number for the ones taken,
      *> and a trailer with the final accepted/rejected counts.
FD AckFile.
01 AckControlRecord.
       02 AK-RecType PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 AK-BatchID PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 AK-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 AK-Accepted PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 AK-Rejected PIC 9(6).
01 AckDetailRecord.
       02 AK-DetType PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 AK-Seq PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 AK-CustPO PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AK-OrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 AK-Disposition PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 AK-Reason PIC X(30).

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
01 OrderInFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 ProductFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 AddressBookStatus PIC XX.
01 OrderInCheckpointStatus PIC XX.
01 WS-OrdCkpName PIC X(20).
01 WS-OrdCkpStatus PIC S9(9) COMP-5.
01 ProductFileOpenFlag PIC X VALUE 'N'.
       88 ProductFileOpen VALUE 'Y'.
01 InvoiceFileOpenFlag PIC X VALUE 'N'.
       88 InvoiceFileOpen VALUE 'Y'.
01 AddressBookOpenFlag PIC X VALUE 'N'.
       88 AddressBookOpen VALUE 'Y'.
01 OrderInEOFFlag PIC X VALUE 'N'.
       88 OrderInEOF VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

      *> Batch control - the custtran checks, applied to this file.
01 InBatchID PIC X(10).
01 HeaderSeenFlag PIC X.
       88 HeaderSeen VALUE 'Y'.
01 TrailerSeenFlag PIC X.
       88 TrailerSeen VALUE 'Y'.
01 PreCheckFlag PIC X.
       88 PreCheckOK VALUE 'Y'.
01 BatchPostedFlag PIC X.
       88 BatchAlreadyPosted VALUE 'Y'.
01 BatchLogEOFFlag PIC X.
       88 BatchLogEOF VALUE 'Y'.
01 InDataCount PIC 9(6).
01 TrailerCount PIC 9(6).
01 InSeq PIC 9(6) VALUE ZERO.
01 RestartSkipCount PIC 9(6) VALUE ZERO.
01 CheckpointSeq PIC 9(6).
01 AckFileName PIC X(30).

01 RecordsRead PIC 9(6) VALUE ZERO.
01 OrdersRead PIC 9(5) VALUE ZERO.
01 OrdersAccepted PIC 9(5) VALUE ZERO.
01 OrdersHeld PIC 9(5) VALUE ZERO.
01 OrdersRejected PIC 9(5) VALUE ZERO.
01 StrayRecords PIC 9(5) VALUE ZERO.

      *> The purchase order being gathered - its O record and up to
      *> 50 L records - checked whole before any of it posts.
01 PendingFlag PIC X VALUE 'N'.
       88 OrderPending VALUE 'Y'.
01 PND-Seq PIC 9(6).
01 PND-Image PIC X(39).
01 PND-CustPO PIC X(15).
01 PND-IDNum PIC 9(6).
01 PND-Jurisdiction PIC X(4).
01 PND-SalesRep PIC X(3).
01 PND-ShipTo PIC X(10).
01 PND-Reason PIC X(40).
01 PendingLineTable.
       02 PendingLine OCCURS 50 TIMES.
           03 PL-Image PIC X(39).
           03 PL-ProdName PIC X(5).
           03 PL-ProdSize PIC A.
           03 PL-OrdQty PIC 9(4).
           03 PL-Price PIC 9(4)V99.
           03 PL-ContractRef PIC X(8).
01 PL-Count PIC 99 VALUE ZERO.
01 PL-Index PIC 99.
01 PrnLineNum PIC 99.

01 CustExists PIC X.
01 SizeIdx PIC 9.
01 SizeFoundFlag PIC X.
       88 SizeFound VALUE 'Y'.
01 ProductOKFlag PIC X.
       88 ProductOK VALUE 'Y'.
01 SellOffFlag PIC X.
       88 SellingOff VALUE 'Y'.
01 SellOffAvailable PIC 9(4).
01 PriceTable.
       02 PriceEntry OCCURS 50 TIMES.
           03 PT-ProdName PIC X(5).
           03 PT-ProdSize PIC A.
           03 PT-Price PIC 9(4)V99.
01 PriceCount PIC 99 VALUE ZERO.
01 PT-Index PIC 99.
01 PriceListEOFFlag PIC X VALUE 'N'.
       88 PriceListEOF VALUE 'Y'.
01 PriceFoundFlag PIC X.
       88 PriceFound VALUE 'Y'.
01 PromoTable.
       02 PromoEntry OCCURS 50 TIMES.
           03 PRM-ProdName PIC X(5).
           03 PRM-ProdSize PIC A.
           03 PRM-StartDate PIC 9(8).
           03 PRM-EndDate PIC 9(8).
           03 PRM-PromoType PIC X.
               88 PRM-PercentOff VALUE 'P'.
               88 PRM-QtyBreak   VALUE 'Q'.
           03 PRM-PctOff PIC 99.
           03 PRM-BreakQty PIC 9(4).
           03 PRM-BreakPrice PIC 9(4)V99.
01 PromoCount PIC 99 VALUE ZERO.
01 PRM-Index PIC 99.
01 PromoEOFFlag PIC X VALUE 'N'.
       88 PromoEOF VALUE 'Y'.
01 BestBreakQty PIC 9(4).
01 ListPrice PIC 9(4)V99.
01 SalesRepTable.
       02 RepEntry OCCURS 50 TIMES.
           03 REP-Code PIC X(3).
01 RepCount PIC 99 VALUE ZERO.
01 REP-Index PIC 99.
01 SalesRepEOFFlag PIC X VALUE 'N'.
       88 SalesRepEOF VALUE 'Y'.
01 RepFoundFlag PIC X.
       88 RepFound VALUE 'Y'.
01 CreditTable.
       02 CRD-Entry OCCURS 100 TIMES.
           03 CRD-IDNum PIC 9(6).
           03 CRD-Limit PIC 9(7)V99.
01 CRD-Count PIC 999 VALUE ZERO.
01 CRD-Index PIC 999.
01 CreditFileEOFFlag PIC X VALUE 'N'.
       88 CreditFileEOF VALUE 'Y'.
01 CreditLimitFlag PIC X.
       88 CreditLimitFound VALUE 'Y'.
01 CustCreditLimit PIC 9(7)V99.
01 OpenReceivables PIC S9(8)V99.
01 FamilyReceivables PIC S9(8)V99.
01 CreditCheckID PIC 9(6).
01 FamilyIdx PIC 99.
01 InvoiceOpenAmount PIC S9(7)V99.
01 NewOrderTotal PIC 9(8)V99.
01 CreditExposure PIC S9(8)V99.
01 CreditScanEOF PIC X.
01 MaxOrderNum PIC 9(6) VALUE ZERO.
01 ScanEOF PIC X.
01 KitIdx PIC 99.
01 KitPromiseDate PIC 9(8).
01 KitPromiseFlag PIC X.
       88 KitUnpromised VALUE 'N'.
COPY "OCAUDIT.cpy".
COPY "PRICESRV.cpy".
COPY "ATPSRV.cpy".
COPY "KITSRV.cpy".

COPY "DISPSRV.cpy".
COPY "FAMSRV.cpy".
COPY "REGION.cpy".

      *> Batch posting of customers' own purchase orders. Every order
      *> passes the checks a keyed order does in ORDENTRY - customer
      *> on file and not deleted, product on file in that size and
      *> not discontinued, sell-off stock enough, a contract or list
      *> price with any promotion applied, and the credit limit - and
      *> is written to order.dat and ordline.dat exactly as a keyed
      *> one is. There is no operator to override anything, so a line
      *> that would need a supervisor rejects its whole purchase
      *> order to the recycle file; an order over the limit is taken
      *> in held status for credit review, as a keyed one would be.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN EXTEND ExceptionLog
       PERFORM PreCheckOrderInFile
       IF NOT PreCheckOK
           DISPLAY "Inbound order batch refused - see exception log"
           CLOSE ExceptionLog
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O OrderFile
       IF OrderFileStatus = "35"
           OPEN OUTPUT OrderFile
           CLOSE OrderFile
           OPEN I-O OrderFile
       END-IF
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status " OrderFileStatus
           CLOSE ExceptionLog
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O OrderLineFile
       IF OrderLineFileStatus = "35"
           OPEN OUTPUT OrderLineFile
           CLOSE OrderLineFile
           OPEN I-O OrderLineFile
       END-IF
       IF OrderLineFileStatus NOT = "00"
           DISPLAY "Order line file could not be opened - status "
               OrderLineFileStatus
           CLOSE OrderFile
           CLOSE ExceptionLog
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       IF CustomerFileStatus NOT = "00"
           DISPLAY "Customer master file could not be opened - status "
               CustomerFileStatus
           CLOSE OrderFile
           CLOSE OrderLineFile
           CLOSE ExceptionLog
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT ProductFile
       IF ProductFileStatus = "00"
           SET ProductFileOpen TO TRUE
       ELSE
           DISPLAY "Product master file not available - product checks skipped"
       END-IF
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus = "00" OR InvoiceFileStatus = "05"
           SET InvoiceFileOpen TO TRUE
       END-IF
       OPEN INPUT AddressBook
       IF AddressBookStatus = "00"
           SET AddressBookOpen TO TRUE
       END-IF
       PERFORM LoadPriceTable
       PERFORM LoadPromoTable
       PERFORM LoadSalesRepTable
       PERFORM LoadCreditTable
       PERFORM AssignNextOrderNum
      *> On a restart the crashed run's recycled orders are already on
      *> the file and their records are skipped below - so the recycle
      *> file is extended, not truncated.
       PERFORM ReadOrderInCheckpoint
       IF RestartSkipCount > ZERO
           OPEN EXTEND RecycleFile
       ELSE
           OPEN OUTPUT RecycleFile
       END-IF
       PERFORM OpenAckFile
       MOVE ZERO TO InSeq
       MOVE 'N' TO OrderInEOFFlag
       OPEN INPUT OrderInFile
       PERFORM UNTIL OrderInEOF
           READ OrderInFile
               AT END SET OrderInEOF TO TRUE
               NOT AT END
                   IF IC-Header OR IC-Trailer
                       CONTINUE
                   ELSE
                       ADD 1 TO InSeq
                       IF InSeq > RestartSkipCount
                           ADD 1 TO RecordsRead
                           PERFORM TakeOneInRecord
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OrderInFile
       IF OrderPending
           MOVE InSeq TO CheckpointSeq
           PERFORM ProcessPendingOrder
       END-IF
       CLOSE RecycleFile
       PERFORM CloseAckFile
       DISPLAY "Inbound orders - accepted: " OrdersAccepted
           "  held: " OrdersHeld "  rejected: " OrdersRejected
       IF OrdersRejected > ZERO OR StrayRecords > ZERO
           DISPLAY "Rejects recycled to ordrecy.txt"
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Order Batch Closed With Rejects - Work ordrecy: "
                  DELIMITED BY SIZE
                  InBatchID DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM RecordBatchPosted
       PERFORM ClearOrderInCheckpoint
       CLOSE OrderFile
       CLOSE OrderLineFile
       CLOSE CustomerFile
       IF ProductFileOpen
           CLOSE ProductFile
       END-IF
       IF InvoiceFileOpen
           CLOSE InvoiceFile
       END-IF
       IF AddressBookOpen
           CLOSE AddressBook
       END-IF
       CLOSE ExceptionLog
       PERFORM WriteBalanceLine
       STOP RUN.

      *> Interface hygiene, the custtran way: header first, trailer
      *> last with a count matching the data records between them, and
      *> a batch id that has not already posted - or the whole file
      *> refuses before an order moves.
PreCheckOrderInFile.
       MOVE 'N' TO PreCheckFlag
       MOVE 'N' TO HeaderSeenFlag
       MOVE 'N' TO TrailerSeenFlag
       MOVE 'N' TO BatchPostedFlag
       MOVE ZERO TO InDataCount TrailerCount
       MOVE SPACES TO InBatchID
       MOVE 'N' TO OrderInEOFFlag
       OPEN INPUT OrderInFile
       IF OrderInFileStatus NOT = "00"
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE "Inbound order file ordin.txt not found - batch skipped"
               TO WS-ExceptionMessage
           PERFORM LogException
           CLOSE OrderInFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL OrderInEOF
           READ OrderInFile
               AT END SET OrderInEOF TO TRUE
               NOT AT END PERFORM PreCheckOneRecord
           END-READ
       END-PERFORM
       CLOSE OrderInFile
       EVALUATE TRUE
           WHEN NOT HeaderSeen
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE "Order Batch Refused - No Header Record On File"
                   TO WS-ExceptionMessage
               PERFORM LogException
           WHEN NOT TrailerSeen
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE "Order Batch Refused - No Trailer Record On File"
                   TO WS-ExceptionMessage
               PERFORM LogException
           WHEN TrailerCount NOT = InDataCount
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Order Batch Refused - Trailer Count Mismatch: "
                      DELIMITED BY SIZE
                      InBatchID DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogException
           WHEN BatchAlreadyPosted
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Order Batch Refused - Batch ID Already Posted: "
                      DELIMITED BY SIZE
                      InBatchID DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogException
           WHEN OTHER
               SET PreCheckOK TO TRUE
       END-EVALUATE.

PreCheckOneRecord.
       EVALUATE TRUE
           WHEN IC-Header
               SET HeaderSeen TO TRUE
               MOVE IC-BatchID TO InBatchID
               PERFORM CheckBatchIDPosted
           WHEN IC-Trailer
               SET TrailerSeen TO TRUE
               MOVE IC-ExpectedCount TO TrailerCount
           WHEN OTHER
               ADD 1 TO InDataCount
       END-EVALUATE.

CheckBatchIDPosted.
       MOVE 'N' TO BatchLogEOFFlag
       OPEN INPUT OrderBatchLog
       PERFORM UNTIL BatchLogEOF
           READ OrderBatchLog
               AT END SET BatchLogEOF TO TRUE
               NOT AT END
                   IF BL-BatchID = InBatchID
                       SET BatchAlreadyPosted TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OrderBatchLog.

      *> An O record closes off the purchase order before it and opens
      *> the next; L records join the open one when the PO numbers
      *> agree. A line with no order open under its PO number, or a
      *> record of no known type, is recycled on its own.
TakeOneInRecord.
       EVALUATE TRUE
           WHEN IC-OrderHeader
               IF OrderPending
                   COMPUTE CheckpointSeq = InSeq - 1
                   PERFORM ProcessPendingOrder
               END-IF
               PERFORM StartPendingOrder
           WHEN IC-OrderLine
               IF OrderPending AND IN-CustPO = PND-CustPO
                   PERFORM AddPendingLine
               ELSE
                   MOVE "Line Has No Matching Order Record"
                       TO WS-ExceptionMessage
                   PERFORM RecycleStrayRecord
               END-IF
           WHEN OTHER
               MOVE "Invalid Record Type" TO WS-ExceptionMessage
               PERFORM RecycleStrayRecord
       END-EVALUATE.

StartPendingOrder.
       SET OrderPending TO TRUE
       MOVE InSeq TO PND-Seq
       MOVE InOrderRecord TO PND-Image
       MOVE IO-CustPO TO PND-CustPO
       MOVE IO-IDNum TO PND-IDNum
       MOVE IO-Jurisdiction TO PND-Jurisdiction
       MOVE IO-SalesRep TO PND-SalesRep
       MOVE IO-ShipTo TO PND-ShipTo
       MOVE SPACES TO PND-Reason
       MOVE ZERO TO PL-Count
       IF IO-IDNum IS NOT NUMERIC
           MOVE "Customer ID Not Numeric" TO PND-Reason
       END-IF.

      *> Lines past the table are recycled as they arrive and the
      *> order they belong to is rejected with them, so nothing of a
      *> purchase order too big to take whole ever posts.
AddPendingLine.
       IF PL-Count < 50
           ADD 1 TO PL-Count
           MOVE InLineRecord TO PL-Image(PL-Count)
           MOVE IN-ProdName TO PL-ProdName(PL-Count)
           MOVE IN-ProdSize TO PL-ProdSize(PL-Count)
           MOVE IN-OrdQty TO PL-OrdQty(PL-Count)
           MOVE ZERO TO PL-Price(PL-Count)
           MOVE SPACES TO PL-ContractRef(PL-Count)
       ELSE
           MOVE "Order Has More Than 50 Lines" TO PND-Reason
           MOVE InLineRecord TO RY-InImage
           MOVE PND-Reason TO RY-Reason
           WRITE RecycleRecord
       END-IF.

RecycleStrayRecord.
       ADD 1 TO StrayRecords
       MOVE InControlRecord TO RY-InImage
       MOVE WS-ExceptionMessage TO RY-Reason
       WRITE RecycleRecord
       MOVE SPACES TO AckDetailRecord
       MOVE 'D' TO AK-DetType
       MOVE InSeq TO AK-Seq
       MOVE IN-CustPO TO AK-CustPO
       MOVE ZERO TO AK-OrderNum
       MOVE "RECY" TO AK-Disposition
       MOVE WS-ExceptionMessage(1:30) TO AK-Reason
       WRITE AckDetailRecord
       PERFORM LogException
       IF NOT OrderPending
           MOVE InSeq TO CheckpointSeq
           PERFORM WriteOrderInCheckpoint
       END-IF.

ProcessPendingOrder.
       ADD 1 TO OrdersRead
       IF PND-Reason = SPACES
           PERFORM ValidatePendingOrder
       END-IF
       IF PND-Reason = SPACES
           PERFORM PostPendingOrder
       END-IF
       IF PND-Reason NOT = SPACES
           PERFORM RecyclePendingOrder
       END-IF
       MOVE 'N' TO PendingFlag
       PERFORM WriteOrderInCheckpoint.

ValidatePendingOrder.
       IF PL-Count = ZERO
           MOVE "Order Has No Lines" TO PND-Reason
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO CustExists
       MOVE PND-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'N'
           MOVE "Customer Doesn't Exist" TO PND-Reason
           EXIT PARAGRAPH
       END-IF
       IF DeletedCust
           MOVE "Customer Is Deleted" TO PND-Reason
           EXIT PARAGRAPH
       END-IF
       PERFORM ValidateOneLine
           VARYING PL-Index FROM 1 BY 1
           UNTIL PL-Index > PL-Count OR PND-Reason NOT = SPACES.

ValidateOneLine.
       MOVE PL-Index TO PrnLineNum
       IF PL-OrdQty(PL-Index) IS NOT NUMERIC
           OR PL-OrdQty(PL-Index) = ZERO
           STRING "Line " DELIMITED BY SIZE
                  PrnLineNum DELIMITED BY SIZE
                  " - Invalid Quantity" DELIMITED BY SIZE
                  INTO PND-Reason
           END-STRING
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckProductAndSize
       IF NOT ProductOK
           STRING "Line " DELIMITED BY SIZE
                  PrnLineNum DELIMITED BY SIZE
                  " - Unknown Or Discontinued Product" DELIMITED BY SIZE
                  INTO PND-Reason
           END-STRING
           EXIT PARAGRAPH
       END-IF
       IF SellingOff AND PL-OrdQty(PL-Index) > SellOffAvailable
           STRING "Line " DELIMITED BY SIZE
                  PrnLineNum DELIMITED BY SIZE
                  " - Sell-Off Stock Insufficient" DELIMITED BY SIZE
                  INTO PND-Reason
           END-STRING
           EXIT PARAGRAPH
       END-IF
       PERFORM PriceOneLine
       IF NOT PriceFound
           STRING "Line " DELIMITED BY SIZE
                  PrnLineNum DELIMITED BY SIZE
                  " - No List Price" DELIMITED BY SIZE
                  INTO PND-Reason
           END-STRING
       END-IF.

      *> The same product rules ORDENTRY applies to a keyed line: a
      *> kit on kitdef.txt is orderable as itself, a dead product
      *> never, and a sell-off product only while its stock lasts.
CheckProductAndSize.
       MOVE 'N' TO SellOffFlag
       MOVE ZERO TO SellOffAvailable
       SET KT-Explode TO TRUE
       MOVE PL-ProdName(PL-Index) TO KT-KitName
       MOVE PL-ProdSize(PL-Index) TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       IF KT-IsKit
           SET ProductOK TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF NOT ProductFileOpen
           SET ProductOK TO TRUE
       ELSE
           MOVE 'N' TO ProductOKFlag
           MOVE PL-ProdName(PL-Index) TO PMProdName
           READ ProductFile
               INVALID KEY MOVE 'N' TO ProductOKFlag
               NOT INVALID KEY
                   IF NOT PMDeadProduct
                       MOVE 'N' TO SizeFoundFlag
                       PERFORM VARYING SizeIdx FROM 1 BY 1
                           UNTIL SizeIdx > 3
                           IF PMProdSize(SizeIdx) = PL-ProdSize(PL-Index)
                               SET SizeFound TO TRUE
                               IF PMSellOffProduct
                                   SET SellingOff TO TRUE
                                   MOVE PMProdQty(SizeIdx)
                                       TO SellOffAvailable
                               END-IF
                           END-IF
                       END-PERFORM
                       IF SizeFound
                           SET ProductOK TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-IF.

      *> A contract in force for the customer beats the list price and
      *> any promotion outright; otherwise the list price stands, with
      *> an in-date promotion taken off it.
PriceOneLine.
       SET PV-ContractPrice TO TRUE
       MOVE PND-IDNum TO PV-IDNum
       MOVE PL-ProdName(PL-Index) TO PV-ProdName
       MOVE PL-ProdSize(PL-Index) TO PV-ProdSize
       MOVE RunDate TO PV-AsOfDate
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound
           SET PriceFound TO TRUE
           MOVE PV-Price TO PL-Price(PL-Index)
           MOVE PV-ContractRef TO PL-ContractRef(PL-Index)
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO PriceFoundFlag
       PERFORM VARYING PT-Index FROM 1 BY 1
           UNTIL PT-Index > PriceCount OR PriceFound
           IF PT-ProdName(PT-Index) = PL-ProdName(PL-Index)
               AND PT-ProdSize(PT-Index) = PL-ProdSize(PL-Index)
               SET PriceFound TO TRUE
               MOVE PT-Price(PT-Index) TO PL-Price(PL-Index)
           END-IF
       END-PERFORM
       IF PriceFound
           PERFORM ApplyPromotion
       END-IF.

ApplyPromotion.
       MOVE ZERO TO BestBreakQty
       MOVE PL-Price(PL-Index) TO ListPrice
       PERFORM VARYING PRM-Index FROM 1 BY 1
           UNTIL PRM-Index > PromoCount
           IF PRM-ProdName(PRM-Index) = PL-ProdName(PL-Index)
               AND PRM-ProdSize(PRM-Index) = PL-ProdSize(PL-Index)
               AND RunDate >= PRM-StartDate(PRM-Index)
               AND RunDate <= PRM-EndDate(PRM-Index)
               EVALUATE TRUE
                   WHEN PRM-PercentOff(PRM-Index)
                       COMPUTE PL-Price(PL-Index) ROUNDED =
                           ListPrice
                           * (100 - PRM-PctOff(PRM-Index)) / 100
                   WHEN PRM-QtyBreak(PRM-Index)
                       IF PL-OrdQty(PL-Index) >= PRM-BreakQty(PRM-Index)
                           AND PRM-BreakQty(PRM-Index) > BestBreakQty
                           MOVE PRM-BreakQty(PRM-Index) TO BestBreakQty
                           MOVE PRM-BreakPrice(PRM-Index)
                               TO PL-Price(PL-Index)
                       END-IF
               END-EVALUATE
           END-IF
       END-PERFORM.

      *> A salesperson or ship-to the sender names that we do not
      *> know falls back to the house and the billing address, as it
      *> does at the keyboard, and is logged for follow-up.
PostPendingOrder.
       COMPUTE ORD-OrderNum = MaxOrderNum + 1
       MOVE SPACES TO OrderData(7:)
       MOVE PND-IDNum TO ORD-IDNum
       MOVE RunDate TO ORD-OrderDate
       MOVE PND-Jurisdiction TO ORD-Jurisdiction
       PERFORM CheckSalesRep
       PERFORM CheckShipTo
       MOVE Branch TO ORD-Branch
       SET ORD-OpenOrder TO TRUE
       MOVE PL-Count TO ORD-LineCount
       PERFORM CheckCreditLimit
       WRITE OrderData
           INVALID KEY
               MOVE "Order Number Taken" TO PND-Reason
           NOT INVALID KEY
               ADD 1 TO MaxOrderNum
               SET OA-OrderFile TO TRUE
               MOVE "ADD" TO OA-Action
               MOVE ORD-OrderNum TO OA-KeyValue
               MOVE "ORDIMP" TO OA-Operator
               MOVE SPACES TO OA-Before
               MOVE OrderData TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
               PERFORM WriteOneOrderLine
                   VARYING PL-Index FROM 1 BY 1 UNTIL PL-Index > PL-Count
               MOVE SPACES TO AckDetailRecord
               MOVE 'D' TO AK-DetType
               MOVE PND-Seq TO AK-Seq
               MOVE PND-CustPO TO AK-CustPO
               MOVE ORD-OrderNum TO AK-OrderNum
               IF ORD-HeldOrder
                   ADD 1 TO OrdersHeld
                   MOVE "HELD" TO AK-Disposition
                   MOVE "Credit Hold - Under Review" TO AK-Reason
               ELSE
                   ADD 1 TO OrdersAccepted
                   MOVE "ACPT" TO AK-Disposition
               END-IF
               WRITE AckDetailRecord
       END-WRITE.

CheckSalesRep.
       MOVE SPACES TO ORD-SalesRep
       IF PND-SalesRep = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO RepFoundFlag
       PERFORM VARYING REP-Index FROM 1 BY 1
           UNTIL REP-Index > RepCount OR RepFound
           IF REP-Code(REP-Index) = PND-SalesRep
               SET RepFound TO TRUE
           END-IF
       END-PERFORM
       IF RepFound
           MOVE PND-SalesRep TO ORD-SalesRep
       ELSE
           MOVE "Unknown Salesperson Code On Inbound Order"
               TO WS-ExceptionMessage
           PERFORM LogException
       END-IF.

CheckShipTo.
       MOVE SPACES TO ORD-ShipTo
       IF PND-ShipTo = SPACES OR NOT AddressBookOpen
           EXIT PARAGRAPH
       END-IF
       MOVE PND-IDNum TO AB-IDNum
       MOVE PND-ShipTo TO AB-ShipName
       READ AddressBook
           INVALID KEY
               MOVE "Unknown Ship-To Name On Inbound Order"
                   TO WS-ExceptionMessage
               PERFORM LogException
           NOT INVALID KEY
               MOVE PND-ShipTo TO ORD-ShipTo
       END-READ.

      *> Each line is promised from available-to-promise and committed
      *> as soon as it is written, so the next order in the batch
      *> cannot promise the same stock twice.
WriteOneOrderLine.
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE PL-Index TO OL-LineNum
       MOVE PL-ProdName(PL-Index) TO OL-ProdName
       MOVE PL-ProdSize(PL-Index) TO OL-ProdSize
       MOVE PL-OrdQty(PL-Index) TO OL-OrdQty
       MOVE PL-Price(PL-Index) TO OL-UnitPrice
       MOVE ZERO TO OL-ShipQty
       SET KT-Explode TO TRUE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       MOVE 'N' TO OL-DropShip
       IF NOT KT-IsKit
           PERFORM MarkDropShipLine
       END-IF
       EVALUATE TRUE
           WHEN OL-DropShipLine
               MOVE ZERO TO OL-PromiseDate
           WHEN KT-IsKit
               PERFORM PromiseKitLine
           WHEN OTHER
               SET AT-Promise TO TRUE
               MOVE OL-ProdName TO AT-ProdName
               MOVE OL-ProdSize TO AT-ProdSize
               MOVE RunDate TO AT-AsOfDate
               MOVE OL-OrdQty TO AT-ReqQty
               CALL "ATPSRV" USING AT-Parameters
               MOVE AT-PromiseDate TO OL-PromiseDate
       END-EVALUATE
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Order line not written: " ORD-OrderNum
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN OL-DropShipLine
                       CONTINUE
                   WHEN KT-IsKit
                       PERFORM CommitOneComponent
                           VARYING KitIdx FROM 1 BY 1
                           UNTIL KitIdx > KT-CompCount
                   WHEN OTHER
                       SET AT-Commit TO TRUE
                       CALL "ATPSRV" USING AT-Parameters
               END-EVALUATE
               IF PL-ContractRef(PL-Index) NOT = SPACES
                   PERFORM LogContractPrice
               END-IF
       END-WRITE.

      *> A drop-ship product's line is flagged as it is written - the
      *> supplier ships it straight to the customer, so it claims no
      *> stock, is promised nothing and is never picked.
MarkDropShipLine.
       MOVE 'N' TO OL-DropShip
       IF ProductFileOpen
           MOVE OL-ProdName TO PMProdName
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PMDropShipItem
                       SET OL-DropShipLine TO TRUE
                   END-IF
           END-READ
       END-IF.

PromiseKitLine.
       MOVE ZERO TO KitPromiseDate
       MOVE 'Y' TO KitPromiseFlag
       PERFORM PromiseOneComponent
           VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
       IF KitUnpromised
           MOVE ZERO TO OL-PromiseDate
       ELSE
           MOVE KitPromiseDate TO OL-PromiseDate
       END-IF.

PromiseOneComponent.
       SET AT-Promise TO TRUE
       MOVE KT-CompName(KitIdx) TO AT-ProdName
       MOVE KT-CompSize(KitIdx) TO AT-ProdSize
       MOVE RunDate TO AT-AsOfDate
       COMPUTE AT-ReqQty = OL-OrdQty * KT-CompQty(KitIdx)
       CALL "ATPSRV" USING AT-Parameters
       IF AT-NoPromise
           MOVE 'N' TO KitPromiseFlag
       ELSE
           IF AT-PromiseDate > KitPromiseDate
               MOVE AT-PromiseDate TO KitPromiseDate
           END-IF
       END-IF.

CommitOneComponent.
       SET AT-Commit TO TRUE
       MOVE KT-CompName(KitIdx) TO AT-ProdName
       MOVE KT-CompSize(KitIdx) TO AT-ProdSize
       COMPUTE AT-ReqQty = OL-OrdQty * KT-CompQty(KitIdx)
       CALL "ATPSRV" USING AT-Parameters.

LogContractPrice.
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Contract Price Applied - Order " DELIMITED BY SIZE
              ORD-OrderNum DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-ProdName DELIMITED BY SIZE
              " Ref " DELIMITED BY SIZE
              PL-ContractRef(PL-Index) DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       MOVE 'I' TO WS-ExceptionSeverity
       PERFORM LogException.

RecyclePendingOrder.
       ADD 1 TO OrdersRejected
       MOVE PND-Image TO RY-InImage
       MOVE PND-Reason TO RY-Reason
       WRITE RecycleRecord
       PERFORM VARYING PL-Index FROM 1 BY 1 UNTIL PL-Index > PL-Count
           MOVE PL-Image(PL-Index) TO RY-InImage
           MOVE PND-Reason TO RY-Reason
           WRITE RecycleRecord
       END-PERFORM
       MOVE SPACES TO AckDetailRecord
       MOVE 'D' TO AK-DetType
       MOVE PND-Seq TO AK-Seq
       MOVE PND-CustPO TO AK-CustPO
       MOVE ZERO TO AK-OrderNum
       MOVE "RECY" TO AK-Disposition
       MOVE PND-Reason(1:30) TO AK-Reason
       WRITE AckDetailRecord
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Inbound Order Rejected - PO " DELIMITED BY SIZE
              PND-CustPO DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       PERFORM LogException.

LoadPriceTable.
       MOVE 'N' TO PriceListEOFFlag
       OPEN INPUT PriceList
       PERFORM UNTIL PriceListEOF
           READ PriceList
               AT END SET PriceListEOF TO TRUE
               NOT AT END
                   IF PriceCount < 50
                       ADD 1 TO PriceCount
                       MOVE PLProdName TO PT-ProdName(PriceCount)
                       MOVE PLProdSize TO PT-ProdSize(PriceCount)
                       MOVE PLPrice    TO PT-Price(PriceCount)
                   ELSE
                       DISPLAY "Price table full - ignoring " PLProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PriceList.

LoadPromoTable.
       MOVE 'N' TO PromoEOFFlag
       OPEN INPUT PromoFile
       PERFORM UNTIL PromoEOF
           READ PromoFile
               AT END SET PromoEOF TO TRUE
               NOT AT END
                   IF PromoCount < 50
                       ADD 1 TO PromoCount
                       MOVE PF-ProdName TO PRM-ProdName(PromoCount)
                       MOVE PF-ProdSize TO PRM-ProdSize(PromoCount)
                       MOVE PF-StartDate TO PRM-StartDate(PromoCount)
                       MOVE PF-EndDate TO PRM-EndDate(PromoCount)
                       MOVE PF-PromoType TO PRM-PromoType(PromoCount)
                       MOVE PF-PctOff TO PRM-PctOff(PromoCount)
                       MOVE PF-BreakQty TO PRM-BreakQty(PromoCount)
                       MOVE PF-BreakPrice TO PRM-BreakPrice(PromoCount)
                   ELSE
                       DISPLAY "Promotion table full - ignoring " PF-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PromoFile.

LoadSalesRepTable.
       MOVE 'N' TO SalesRepEOFFlag
       OPEN INPUT SalesRepFile
       PERFORM UNTIL SalesRepEOF
           READ SalesRepFile
               AT END SET SalesRepEOF TO TRUE
               NOT AT END
                   IF RepCount < 50
                       ADD 1 TO RepCount
                       MOVE SR-Code TO REP-Code(RepCount)
                   ELSE
                       DISPLAY "Salesperson table full - ignoring " SR-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SalesRepFile.

LoadCreditTable.
       MOVE 'N' TO CreditFileEOFFlag
       OPEN INPUT CreditFile
       PERFORM UNTIL CreditFileEOF
           READ CreditFile
               AT END SET CreditFileEOF TO TRUE
               NOT AT END
                   IF CRD-Count < 100
                       ADD 1 TO CRD-Count
                       MOVE CL-IDNum TO CRD-IDNum(CRD-Count)
                       MOVE CL-Limit TO CRD-Limit(CRD-Count)
                   ELSE
                       DISPLAY "Credit table full - ignoring " CL-IDNum
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CreditFile.

CheckCreditLimit.
       SET FM-WholeFamily TO TRUE
       MOVE ORD-IDNum TO FM-IDNum
       CALL "FAMSRV" USING FM-Parameters
       MOVE FM-HeadID TO CreditCheckID
       PERFORM FindCreditLimit
       IF NOT CreditLimitFound AND FM-HeadID NOT = ORD-IDNum
           MOVE ORD-IDNum TO CreditCheckID
           PERFORM FindCreditLimit
           MOVE 1 TO FM-MemberCount
           MOVE ORD-IDNum TO FM-MemberID(1)
       END-IF
       IF CreditLimitFound
           MOVE ZERO TO FamilyReceivables
           PERFORM VARYING FamilyIdx FROM 1 BY 1
               UNTIL FamilyIdx > FM-MemberCount
               MOVE FM-MemberID(FamilyIdx) TO CreditCheckID
               PERFORM ComputeOpenReceivables
               ADD OpenReceivables TO FamilyReceivables
           END-PERFORM
           MOVE ZERO TO NewOrderTotal
           PERFORM VARYING PL-Index FROM 1 BY 1 UNTIL PL-Index > PL-Count
               COMPUTE NewOrderTotal = NewOrderTotal
                   + PL-OrdQty(PL-Index) * PL-Price(PL-Index)
           END-PERFORM
           COMPUTE CreditExposure = FamilyReceivables + NewOrderTotal
           IF CreditExposure > CustCreditLimit
               SET ORD-HeldOrder TO TRUE
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Order Held - Credit Limit Exceeded - Customer: "
                      DELIMITED BY SIZE
                      ORD-IDNum DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogException
           END-IF
       END-IF.

FindCreditLimit.
       MOVE 'N' TO CreditLimitFlag
       PERFORM VARYING CRD-Index FROM 1 BY 1
           UNTIL CRD-Index > CRD-Count OR CreditLimitFound
           IF CRD-IDNum(CRD-Index) = CreditCheckID
               SET CreditLimitFound TO TRUE
               MOVE CRD-Limit(CRD-Index) TO CustCreditLimit
           END-IF
       END-PERFORM.

ComputeOpenReceivables.
       MOVE ZERO TO OpenReceivables
       IF InvoiceFileOpen
           MOVE 'N' TO CreditScanEOF
           MOVE CreditCheckID TO INV-IDNum
           START InvoiceFile KEY IS EQUAL TO INV-IDNum
               INVALID KEY MOVE 'Y' TO CreditScanEOF
           END-START
           PERFORM UNTIL CreditScanEOF = 'Y'
               READ InvoiceFile NEXT RECORD
                   AT END MOVE 'Y' TO CreditScanEOF
               END-READ
               IF CreditScanEOF = 'N' AND INV-IDNum NOT = CreditCheckID
                   MOVE 'Y' TO CreditScanEOF
               END-IF
               IF CreditScanEOF = 'N'
                   IF INV-OpenInvoice
                       COMPUTE InvoiceOpenAmount =
                           INV-Total - INV-AmountPaid
                       PERFORM ExcludeDisputedAmount
                       ADD InvoiceOpenAmount TO OpenReceivables
                   END-IF
                   IF INV-CreditMemo
                       COMPUTE OpenReceivables = OpenReceivables
                           - (INV-Total - INV-AmountPaid)
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

      *> An amount the customer has in open dispute is not credit
      *> they are using, so it does not count against the limit.
ExcludeDisputedAmount.
       SET DI-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO DI-InvoiceNum
       CALL "DISPSRV" USING DI-Parameters
       IF DI-InDispute AND InvoiceOpenAmount > ZERO
           IF DI-Disputed >= InvoiceOpenAmount
               MOVE ZERO TO InvoiceOpenAmount
           ELSE
               SUBTRACT DI-Disputed FROM InvoiceOpenAmount
           END-IF
       END-IF.

AssignNextOrderNum.
       MOVE ZERO TO MaxOrderNum
       MOVE 'N' TO ScanEOF
       MOVE LOW-VALUES TO ORD-OrderNum
       START OrderFile KEY IS GREATER THAN OR EQUAL TO ORD-OrderNum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N' AND ORD-OrderNum > MaxOrderNum
               MOVE ORD-OrderNum TO MaxOrderNum
           END-IF
       END-PERFORM.

ReadOrderInCheckpoint.
       MOVE ZERO TO RestartSkipCount
       OPEN INPUT OrderInCheckpoint
       IF OrderInCheckpointStatus = "00"
           READ OrderInCheckpoint
               AT END CONTINUE
               NOT AT END
                   IF CK-BatchID = InBatchID
                       AND CK-LastSeq IS NUMERIC
                       MOVE CK-LastSeq TO RestartSkipCount
                       DISPLAY "Restart - skipping the first "
                           RestartSkipCount " inbound record(s)"
                   END-IF
           END-READ
       END-IF
       CLOSE OrderInCheckpoint.

WriteOrderInCheckpoint.
       OPEN OUTPUT OrderInCheckpoint
       MOVE InBatchID TO CK-BatchID
       MOVE CheckpointSeq TO CK-LastSeq
       WRITE OrderInCheckpointLine
       CLOSE OrderInCheckpoint.

ClearOrderInCheckpoint.
       MOVE "ordin.ckp" TO WS-OrdCkpName
       CALL "CBL_DELETE_FILE" USING WS-OrdCkpName
           GIVING WS-OrdCkpStatus.

RecordBatchPosted.
       OPEN EXTEND OrderBatchLog
       MOVE InBatchID TO BL-BatchID
       MOVE RunDate TO BL-PostDate
       WRITE OrderBatchLogRecord
       CLOSE OrderBatchLog.

      *> The response is named for the batch it answers, so two
      *> customers' batches never overwrite each other's. A restarted
      *> batch extends the response the crashed run began.
OpenAckFile.
       MOVE SPACES TO AckFileName
       STRING "oack-" DELIMITED BY SIZE
              InBatchID DELIMITED BY SPACE
              ".txt" DELIMITED BY SIZE
              INTO AckFileName
       END-STRING
       IF RestartSkipCount > ZERO
           OPEN EXTEND AckFile
       ELSE
           OPEN OUTPUT AckFile
           MOVE SPACES TO AckControlRecord
           MOVE 'H' TO AK-RecType
           MOVE InBatchID TO AK-BatchID
           MOVE RunDate TO AK-Date
           MOVE ZERO TO AK-Accepted
           MOVE ZERO TO AK-Rejected
           WRITE AckControlRecord
       END-IF.

CloseAckFile.
       MOVE SPACES TO AckControlRecord
       MOVE 'T' TO AK-RecType
       MOVE InBatchID TO AK-BatchID
       MOVE RunDate TO AK-Date
       COMPUTE AK-Accepted = OrdersAccepted + OrdersHeld
       COMPUTE AK-Rejected = OrdersRejected + StrayRecords
       WRITE AckControlRecord
       CLOSE AckFile
       DISPLAY "Order response written to " AckFileName.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "ORDIMP" TO EL-Program
       MOVE SPACES TO EL-Operator
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
       MOVE "ORDIMP" TO BAL-Program
       MOVE "ORDERIN" TO BAL-Step
       MOVE RecordsRead TO BAL-RecordsIn
       COMPUTE BAL-RecordsOut = OrdersAccepted + OrdersHeld
       WRITE BalanceRecord
       CLOSE BalanceReport.
