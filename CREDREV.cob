           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
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
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL CreditFile ASSIGN TO "crdlimit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PendingFile ASSIGN TO "crdpend.txt"
01 InvoiceData.
    COPY "INVREC.cpy".

FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".
       02 FILLER PIC X VALUE SPACE.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

01 OpenBalance PIC S9(7)V99.
COPY "DATESRV.cpy".
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".
COPY "DEPSRV.cpy".

      *> Held orders the customer has prepaid in full.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 OrderEOFFlag PIC X.
       88 OrderEOF VALUE 'Y'.
01 LineScanEOF PIC X.
01 OrderValue PIC 9(7)V99.
01 ReleaseChoice PIC X.
01 CoveredOrdersFound PIC 9(4) VALUE ZERO.
01 CoveredOrdersReleased PIC 9(4) VALUE ZERO.
01 PrnOrderValue PIC $$,$$$,$$9.99.
01 PrnDeposit PIC $$,$$$,$$9.99.

      *> One slot per customer on crdlimit.txt - the current limit,
      *> the aged balance profile off the register, and the payment
           DISPLAY "CREDIT LIMIT REVIEW"
           DISPLAY "1: Run Review (propose limit changes)"
           DISPLAY "2: Work Approval Queue (Supervisor)"
           DISPLAY "3: Release Deposit-Covered Held Orders (Supervisor)"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM RunReview
               WHEN 2 PERFORM WorkApprovalQueue
               WHEN 3 PERFORM ReleaseCoveredOrders
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       MOVE RG-Region TO AR-Region
       WRITE AuditRecord.

      *> A credit hold protects us from shipping on credit we would
      *> not extend. Once the deposit held against the order covers
      *> its merchandise value there is no credit in it, so the
      *> supervisor is shown every such order and may release it
      *> here without the dual-controlled override order entry uses.
ReleaseCoveredOrders.
       IF NOT SO-SupervisorLevel
           DISPLAY "Releasing held orders requires supervisor sign-on"
           EXIT PARAGRAPH
       END-IF
       OPEN I-O OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status "
               OrderFileStatus
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT OrderLineFile
       IF OrderLineFileStatus NOT = "00"
           DISPLAY "Order line file could not be opened - status "
               OrderLineFileStatus
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO CoveredOrdersFound
       MOVE ZERO TO CoveredOrdersReleased
       OPEN EXTEND AuditFile
       MOVE 'N' TO OrderEOFFlag
       PERFORM UNTIL OrderEOF
           READ OrderFile NEXT RECORD
               AT END SET OrderEOF TO TRUE
               NOT AT END
                   IF ORD-HeldOrder
                       PERFORM CheckOneHeldOrder
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AuditFile
       CLOSE OrderFile
       CLOSE OrderLineFile
       DISPLAY "Deposit-covered held orders: " CoveredOrdersFound
           "  released: " CoveredOrdersReleased.

CheckOneHeldOrder.
       PERFORM FigureOrderValue
       SET DV-Inquire TO TRUE
       MOVE ORD-OrderNum TO DV-OrderNum
       CALL "DEPSRV" USING DV-Parameters
       IF OrderValue = ZERO OR DV-Balance < OrderValue
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CoveredOrdersFound
       MOVE OrderValue TO PrnOrderValue
       MOVE DV-Balance TO PrnDeposit
       DISPLAY " "
       DISPLAY "Order " ORD-OrderNum "  Customer " ORD-IDNum
           "  Value " PrnOrderValue "  Deposit " PrnDeposit
       DISPLAY "R = Release to open, other = leave held : "
           WITH NO ADVANCING
       ACCEPT ReleaseChoice
       IF ReleaseChoice = 'R' OR ReleaseChoice = 'r'
           PERFORM ReleaseOneCoveredOrder
       ELSE
           DISPLAY "Left held"
       END-IF.

ReleaseOneCoveredOrder.
       MOVE OrderData TO OA-Before
       SET ORD-OpenOrder TO TRUE
       REWRITE OrderData
           INVALID KEY
               DISPLAY "Order " ORD-OrderNum " could not be rewritten -"
                   " left held"
           NOT INVALID KEY
               ADD 1 TO CoveredOrdersReleased
               SET OA-OrderFile TO TRUE
               MOVE "RELEAS" TO OA-Action
               MOVE ORD-OrderNum TO OA-KeyValue
               MOVE SO-OperatorID TO OA-Operator
               MOVE OrderData TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
               MOVE FUNCTION CURRENT-DATE TO AR-Timestamp
               MOVE "DEPREL" TO AR-Action
               MOVE ORD-IDNum TO AR-IDNum
               MOVE SO-OperatorID TO AR-Operator
               MOVE SPACES TO AR-Before
               STRING "ORDER " DELIMITED BY SIZE
                      ORD-OrderNum DELIMITED BY SIZE
                      " HELD - VALUE " DELIMITED BY SIZE
                      PrnOrderValue DELIMITED BY SIZE
                      INTO AR-Before
               END-STRING
               MOVE SPACES TO AR-After
               STRING "ORDER " DELIMITED BY SIZE
                      ORD-OrderNum DELIMITED BY SIZE
                      " RELEASED - DEPOSIT " DELIMITED BY SIZE
                      PrnDeposit DELIMITED BY SIZE
                      INTO AR-After
               END-STRING
               CALL "REGIONSRV" USING RG-Parameters
               MOVE RG-Region TO AR-Region
               WRITE AuditRecord
               DISPLAY "Order " ORD-OrderNum " released"
       END-REWRITE.

FigureOrderValue.
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
               NOT AT END
                   IF OL-OrderNum = ORD-OrderNum
                       COMPUTE OrderValue =
                           OrderValue + OL-OrdQty * OL-UnitPrice
                   ELSE
                       MOVE 'Y' TO LineScanEOF
                   END-IF
           END-READ
       END-PERFORM.

RewritePendingFile.
       OPEN OUTPUT PendingFile
       PERFORM VARYING PND-Index FROM 1 BY 1 UNTIL PND-Index > PendCount
