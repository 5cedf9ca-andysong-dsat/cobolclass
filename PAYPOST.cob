           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS PaymentFileStatus.
       SELECT OPTIONAL CashApplyLog ASSIGN TO "cashapp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           FILE STATUS IS LockboxFileStatus.
       SELECT OPTIONAL RecycleFile ASSIGN TO "payrecy.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
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
       SELECT PostingRegister ASSIGN TO "payreg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD CashApplyLog.
01 CashApplyRecord.
    COPY "CASHAPP.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 RY-Reason PIC X(40).

FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD PostingRegister.
01 RegisterLine PIC X(70).

01 RunModeFlag PIC X VALUE 'K'.
       88 BatchRunMode VALUE 'B'.
       88 KeyedRunMode VALUE 'K'.
       88 DepositRunMode VALUE 'D'.
01 AskRunMode PIC X.
01 CustomerFileOpenFlag PIC X VALUE 'N'.
       88 CustomerFileOpen VALUE 'Y'.
01 WS-ExceptionMessage PIC X(60).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 InvoiceFileStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 PaymentAddedFlag PIC X.
       88 PaymentAdded     VALUE 'Y'.
       88 PaymentAddFailed VALUE 'F'.
01 AskIDNum PIC 9(6).
01 ReceiptAmount PIC 9(7)V99.
01 RemainingAmount PIC 9(7)V99.
01 ScanEOF PIC X.
01 RunDate PIC 9(8).
01 CreditApplied PIC 9(7)V99.
01 DiscountHere PIC 9(7)V99.
01 DiscountTaken PIC 9(7)V99.
01 DiscountsAllowed PIC 9(5) VALUE ZERO.
01 CashApplyFlag PIC X VALUE 'N'.
       88 ApplyingCash VALUE 'Y'.
01 ApplyLimit PIC 9(7)V99.
01 PlanCapFlag PIC X VALUE 'N'.
       88 PlanCapOn VALUE 'Y'.
01 PlanInvoiceFlag PIC X VALUE 'N'.
       88 PlanInvoice VALUE 'Y'.
01 PlanSeenFlag PIC X VALUE 'N'.
       88 PlanSeen VALUE 'Y'.
COPY "PLANSRV.cpy".
01 PayerIDNum PIC 9(6).
01 PayerAmount PIC 9(7)V99.
01 PayerDiscount PIC 9(7)V99.
01 AccountStart PIC 9(7)V99.
01 PostedAmount PIC 9(7)V99.
01 PostedUnapplied PIC 9(7)V99.
01 FamilyIdx PIC 99.
COPY "FAMSRV.cpy".

      *> The customer's open credit memos, collected before the cash
      *> is applied so a statement paid net of a return settles the
       02 FILLER PIC X(13).
01 PrnAmount PIC $$,$$$,$$9.99.
COPY "OCAUDIT.cpy".
COPY "DEPSRV.cpy".
COPY "PAYNOSRV.cpy".

      *> Deposit mode - money taken against a named order before it
      *> is invoiced.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 AskOrderNum PIC 9(6).
01 OrderValue PIC 9(7)V99.
01 LineScanEOF PIC X.
01 DepositsTaken PIC 9(5) VALUE ZERO.

COPY "REGION.cpy".

               InvoiceFileStatus
           STOP RUN
       END-IF
       OPEN I-O PaymentFile
       IF PaymentFileStatus = "35"
           DISPLAY "Payment register not found - creating a new one"
           OPEN OUTPUT PaymentFile
           CLOSE PaymentFile
           OPEN I-O PaymentFile
       END-IF
       IF PaymentFileStatus NOT = "00"
           DISPLAY "Payment register could not be opened - status "
               PaymentFileStatus
           CLOSE InvoiceFile
           STOP RUN
       END-IF
       OPEN EXTEND CashApplyLog
       OPEN EXTEND ExceptionLog
       MOVE RunDate TO PostingDate
       DISPLAY "PAYMENT POSTING"
       CALL "REGIONSRV" USING RG-Parameters
       DISPLAY "REGION: " RG-Region
       DISPLAY "B = batch from lockbox.txt, K = keyed receipts,"
           " D = deposit against an order : "
           WITH NO ADVANCING
       ACCEPT AskRunMode
       EVALUATE TRUE
           WHEN AskRunMode = 'B' OR AskRunMode = 'b'
               MOVE 'B' TO RunModeFlag
           WHEN AskRunMode = 'D' OR AskRunMode = 'd'
               MOVE 'D' TO RunModeFlag
           WHEN OTHER
               MOVE 'K' TO RunModeFlag
       END-EVALUATE
       IF BatchRunMode
           PERFORM BatchLockboxRun
       ELSE
       IF DepositRunMode
           PERFORM DepositSession
       ELSE
           DISPLAY "Enter customer ID, 0 to finish"
           PERFORM AskOneReceipt
               PERFORM AskOneReceipt
           END-PERFORM
       END-IF
       END-IF
       CLOSE InvoiceFile
       CLOSE PaymentFile
       CLOSE CashApplyLog
       CLOSE ExceptionLog
       DISPLAY "Receipts Entered: " PaymentsEntered
           " Fully Applied: " PaymentsApplied
           " Recycled: " ReceiptsRecycled
       IF DiscountsAllowed > ZERO
           DISPLAY "Early-payment discounts allowed: " DiscountsAllowed
       END-IF
       IF DepositsTaken > ZERO
           DISPLAY "Deposits taken against orders: " DepositsTaken
       END-IF
       PERFORM WriteBalanceLine
       IF ReceiptsRecycled > ZERO
           MOVE 4 TO RETURN-CODE
      *> invoice-number order (oldest first, since numbers are assigned
      *> in sequence). Anything the open invoices can't absorb stays on
      *> the payment record as unapplied so the exception can be chased.
      *> Cash that lands on or before an invoice's discount date and,
      *> with the discount, clears it in full settles the invoice for
      *> the discounted amount; the discount is written as its own D
      *> record so the GL and the statement both see it.
PostOneReceipt.
       DISPLAY "Receipt Amount : " WITH NO ADVANCING
       ACCEPT ReceiptAmount
           PERFORM ApplyOneReceipt
       END-IF.

      *> A head office's check pays for the whole family: its own
      *> invoices first, then each store's in turn, every account's
      *> credit memos having been worked off against its own invoices
      *> first. What a store's invoices absorb is written as that
      *> store's own receipt, so payment.dat and the statements stay
      *> per account; the head office keeps the rest, and anything
      *> left unapplied. A store paying for itself touches only its
      *> own invoices.
ApplyOneReceipt.
       ADD 1 TO PaymentsEntered
       MOVE AskIDNum TO PayerIDNum
       SET FM-WholeFamily TO TRUE
       MOVE PayerIDNum TO FM-IDNum
       CALL "FAMSRV" USING FM-Parameters
       IF FM-HeadID NOT = PayerIDNum
           MOVE PayerIDNum TO FM-MemberID(1)
           MOVE 1 TO FM-MemberCount
       END-IF
       IF FM-MemberCount > 1
           DISPLAY "Head-office receipt - applied across "
               FM-MemberCount " accounts"
       END-IF
       PERFORM VARYING FamilyIdx FROM 1 BY 1
           UNTIL FamilyIdx > FM-MemberCount
           MOVE FM-MemberID(FamilyIdx) TO AskIDNum
           PERFORM ApplyOpenCredits
       END-PERFORM
       MOVE ReceiptAmount TO RemainingAmount
       MOVE ReceiptAmount TO PayerAmount
       MOVE ZERO TO PayerDiscount
       PERFORM VARYING FamilyIdx FROM 1 BY 1
           UNTIL FamilyIdx > FM-MemberCount OR RemainingAmount = ZERO
           MOVE FM-MemberID(FamilyIdx) TO AskIDNum
           PERFORM ApplyCashToAccount
       END-PERFORM
       MOVE PayerIDNum TO AskIDNum
       MOVE PayerAmount TO PostedAmount
       MOVE RemainingAmount TO PostedUnapplied
       MOVE PayerDiscount TO DiscountTaken
       PERFORM WritePaymentRecord
       IF DiscountTaken > ZERO
           PERFORM WriteDiscountRecord
       END-IF
       IF RemainingAmount > ZERO
           MOVE RemainingAmount TO PrnAmount
           DISPLAY "Unapplied remainder " PrnAmount
               " - no more open invoices for customer"
           MOVE 'A' TO WS-ExceptionSeverity
           STRING "Unapplied Payment Remainder - Customer: "
                  DELIMITED BY SIZE
                  AskIDNum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       ELSE
           ADD 1 TO PaymentsApplied
       END-IF.

      *> An invoice on an installment plan takes on the first pass
      *> only what is due on it now, oldest installment first, so the
      *> customer's other invoices are paid before the plan is paid
      *> ahead; cash still left once every invoice has had its due
      *> goes back over the plan invoices to pay the next
      *> installments early.
ApplyCashToAccount.
       MOVE RemainingAmount TO AccountStart
       MOVE ZERO TO DiscountTaken
       SET ApplyingCash TO TRUE
       MOVE 'N' TO PlanSeenFlag
       SET PlanCapOn TO TRUE
       PERFORM ApplyCashPass
       MOVE 'N' TO PlanCapFlag
       IF PlanSeen AND RemainingAmount > ZERO
           PERFORM ApplyCashPass
       END-IF
       MOVE 'N' TO CashApplyFlag
       IF AskIDNum = PayerIDNum
           MOVE DiscountTaken TO PayerDiscount
       ELSE
           COMPUTE PostedAmount = AccountStart - RemainingAmount
           IF PostedAmount > ZERO
               SUBTRACT PostedAmount FROM PayerAmount
               MOVE ZERO TO PostedUnapplied
               PERFORM WritePaymentRecord
               IF DiscountTaken > ZERO
                   PERFORM WriteDiscountRecord
               END-IF
           END-IF
       END-IF.

ApplyCashPass.
      *> The customer-ID alternate key goes straight to this
      *> customer's invoices instead of reading the whole register.
       MOVE 'N' TO ScanEOF
               END-IF
               END-IF
           END-IF
       END-PERFORM.

      *> Open credit memos are worked off against the customer's open
      *> invoices before any cash is, oldest invoice first - the same

ApplyToOneInvoice.
       COMPUTE OpenBalance = INV-Total - INV-AmountPaid
       MOVE OpenBalance TO ApplyLimit
       MOVE 'N' TO PlanInvoiceFlag
       IF ApplyingCash AND OpenBalance > ZERO
           PERFORM CheckPaymentPlan
       END-IF
       IF ApplyLimit > ZERO
           MOVE InvoiceData TO OA-Before
           PERFORM CheckEarlyPayDiscount
           IF RemainingAmount + DiscountHere >= ApplyLimit
               COMPUTE AppliedHere = ApplyLimit - DiscountHere
           ELSE
               MOVE RemainingAmount TO AppliedHere
           END-IF
           ADD AppliedHere TO INV-AmountPaid
           ADD DiscountHere TO INV-AmountPaid
           ADD DiscountHere TO DiscountTaken
           SUBTRACT AppliedHere FROM RemainingAmount
           IF INV-AmountPaid >= INV-Total
               SET INV-PaidInvoice TO TRUE
                   MOVE "PAYPOST" TO OA-Operator
                   MOVE InvoiceData TO OA-After
                   CALL "OCAUDIT" USING OA-Parameters
                   IF ApplyingCash
                       PERFORM LogCashApplication
                   END-IF
           END-REWRITE
           MOVE AppliedHere TO PrnAmount
           DISPLAY "Applied " PrnAmount " to invoice " INV-InvoiceNum
           IF DiscountHere > ZERO
               MOVE DiscountHere TO PrnAmount
               DISPLAY "  discount allowed " PrnAmount
           END-IF
       END-IF.

      *> Credit memos are worked off a plan invoice in full like any
      *> other; only cash is held to what the plan has due.
CheckPaymentPlan.
       SET PN-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO PN-InvoiceNum
       MOVE OpenBalance TO PN-OpenBalance
       MOVE PostingDate TO PN-AsOfDate
       CALL "PLANSRV" USING PN-Parameters
       IF PN-OnPlan
           SET PlanInvoice TO TRUE
           SET PlanSeen TO TRUE
           IF PlanCapOn AND PN-AmountDue < ApplyLimit
               MOVE PN-AmountDue TO ApplyLimit
           END-IF
       END-IF.

LogCashApplication.
       MOVE SPACES TO CashApplyRecord
       MOVE PostingDate TO CA-PayDate
       MOVE INV-IDNum TO CA-IDNum
       MOVE INV-InvoiceNum TO CA-InvoiceNum
       MOVE INV-InvoiceDate TO CA-InvoiceDate
       MOVE INV-DueDate TO CA-DueDate
       MOVE AppliedHere TO CA-Amount
       IF INV-PaidInvoice
           MOVE 'Y' TO CA-ClearedFlag
       ELSE
           MOVE 'N' TO CA-ClearedFlag
       END-IF
       MOVE "PAYPOST" TO CA-Program
       WRITE CashApplyRecord.

      *> The discount is the invoice's percent of its total, allowed
      *> only to cash posted on or before the discount date and only
      *> when the cash left, with the discount, pays the invoice off -
      *> a short payment inside the window earns nothing. Credit memos
      *> never earn it, nor does an invoice on an installment plan.
CheckEarlyPayDiscount.
       MOVE ZERO TO DiscountHere
       IF ApplyingCash AND NOT PlanInvoice
           AND INV-DiscPct IS NUMERIC AND INV-DiscPct > ZERO
           AND INV-DiscDate IS NUMERIC AND INV-DiscDate > ZERO
           AND PostingDate <= INV-DiscDate
           COMPUTE DiscountHere ROUNDED = INV-Total * INV-DiscPct / 100
           IF DiscountHere >= OpenBalance
               OR RemainingAmount + DiscountHere < OpenBalance
               MOVE ZERO TO DiscountHere
           END-IF
       END-IF.

      *> Interface hygiene, the custtran way: header first, trailer
WritePaymentRecord.
       MOVE PostingDate TO PAY-Date
       MOVE AskIDNum TO PAY-IDNum
       MOVE PostedAmount TO PAY-Amount
       MOVE PostedUnapplied TO PAY-Unapplied
       MOVE 'P' TO PAY-Type
       PERFORM AddPaymentRecord
       SET OA-PaymentFile TO TRUE
       MOVE "ADD" TO OA-Action
       MOVE AskIDNum TO OA-KeyValue
       MOVE "PAYPOST" TO OA-Operator
       MOVE SPACES TO OA-Before
       MOVE PaymentRecord TO OA-After
       CALL "OCAUDIT" USING OA-Parameters.

WriteDiscountRecord.
       MOVE PostingDate TO PAY-Date
       MOVE AskIDNum TO PAY-IDNum
       MOVE DiscountTaken TO PAY-Amount
       MOVE ZERO TO PAY-Unapplied
       SET PAY-Discount TO TRUE
       PERFORM AddPaymentRecord
       ADD 1 TO DiscountsAllowed
       SET OA-PaymentFile TO TRUE
       MOVE "ADD" TO OA-Action
       MOVE AskIDNum TO OA-KeyValue
       MOVE PaymentRecord TO OA-After
       CALL "OCAUDIT" USING OA-Parameters.

      *> A customer asked to prepay - over the limit, or new to us -
      *> pays against the order itself, not against an invoice that
      *> does not exist yet. The money is banked as an A record with
      *> nothing unapplied, and deposit.txt holds it against the order
      *> until invoicing uses it up. Once the order's value is
      *> covered, credit review can release it from hold.
DepositSession.
       OPEN INPUT OrderFile
       IF OrderFileStatus NOT = "00"
           DISPLAY "Order file could not be opened - status "
               OrderFileStatus " - no deposits taken"
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT OrderLineFile
       IF OrderLineFileStatus NOT = "00"
           DISPLAY "Order line file could not be opened - status "
               OrderLineFileStatus " - no deposits taken"
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Enter order number, 0 to finish"
       PERFORM AskDepositOrder
       PERFORM UNTIL AskOrderNum = ZERO
           PERFORM TakeOneDeposit
           PERFORM AskDepositOrder
       END-PERFORM
       CLOSE OrderFile
       CLOSE OrderLineFile.

AskDepositOrder.
       DISPLAY " "
       DISPLAY "Order Number : " WITH NO ADVANCING
       ACCEPT AskOrderNum.

      *> Shipped orders are billed already - their money goes on the
      *> invoice as an ordinary receipt - and a cancelled order has
      *> nothing to hold a deposit against.
TakeOneDeposit.
       MOVE AskOrderNum TO ORD-OrderNum
       READ OrderFile
           INVALID KEY
               DISPLAY "Order " AskOrderNum " not on file"
               EXIT PARAGRAPH
       END-READ
       IF ORD-ShippedOrder OR ORD-CancelledOrder
           DISPLAY "Order " AskOrderNum
               " is shipped or cancelled - no deposit taken"
           EXIT PARAGRAPH
       END-IF
       PERFORM FigureOrderValue
       SET DV-Inquire TO TRUE
       MOVE ORD-OrderNum TO DV-OrderNum
       CALL "DEPSRV" USING DV-Parameters
       DISPLAY "Customer " ORD-IDNum "  Status " ORD-Status
       MOVE OrderValue TO PrnAmount
       DISPLAY "Order value      " PrnAmount
       MOVE DV-Balance TO PrnAmount
       DISPLAY "Already on deposit " PrnAmount
       DISPLAY "Deposit Amount : " WITH NO ADVANCING
       ACCEPT ReceiptAmount
       IF ReceiptAmount = ZERO
           DISPLAY "Zero deposit ignored"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PaymentsEntered
       MOVE ORD-IDNum TO AskIDNum
       MOVE ZERO TO RemainingAmount
       PERFORM WriteDepositRecord
       SET DV-Take TO TRUE
       MOVE ORD-OrderNum TO DV-OrderNum
       MOVE ORD-IDNum TO DV-IDNum
       MOVE PostingDate TO DV-Date
       MOVE ReceiptAmount TO DV-Amount
       CALL "DEPSRV" USING DV-Parameters
       ADD 1 TO PaymentsApplied
       ADD 1 TO DepositsTaken
       MOVE 'I' TO WS-ExceptionSeverity
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Deposit Taken - Order: " DELIMITED BY SIZE
              ORD-OrderNum DELIMITED BY SIZE
              " Customer: " DELIMITED BY SIZE
              ORD-IDNum DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       PERFORM LogException
       IF ORD-HeldOrder AND DV-Balance >= OrderValue
           DISPLAY "Order " ORD-OrderNum " is now covered by deposit -"
               " credit review can release it from hold"
       END-IF.

      *> The order's merchandise value at the prices it was taken at -
      *> what credit review weighs the deposit against.
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

WriteDepositRecord.
       MOVE SPACES TO PaymentRecord
       MOVE PostingDate TO PAY-Date
       MOVE AskIDNum TO PAY-IDNum
       MOVE ReceiptAmount TO PAY-Amount
       MOVE ZERO TO PAY-Unapplied
       SET PAY-Deposit TO TRUE
       PERFORM AddPaymentRecord
       SET OA-PaymentFile TO TRUE
       MOVE "ADD" TO OA-Action
       MOVE AskIDNum TO OA-KeyValue
       MOVE "PAYPOST" TO OA-Operator
       MOVE SPACES TO OA-Before
       MOVE PaymentRecord TO OA-After
       CALL "OCAUDIT" USING OA-Parameters.

      *> Every record posting adds takes the next receipt number; one
      *> already on the register (the control file put back from an
      *> older copy) is stepped past, anything else is an exception.
AddPaymentRecord.
       MOVE 'N' TO PaymentAddedFlag
       PERFORM UNTIL PaymentAdded OR PaymentAddFailed
           SET RN-NextReceipt TO TRUE
           CALL "PAYNOSRV" USING RN-Parameters
           MOVE RN-ReceiptNum TO PAY-ReceiptNum
           WRITE PaymentRecord
               INVALID KEY
                   IF PaymentFileStatus NOT = "22"
                       SET PaymentAddFailed TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET PaymentAdded TO TRUE
           END-WRITE
       END-PERFORM
       IF PaymentAddFailed
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Payment Record Not Written - Status " DELIMITED BY SIZE
                  PaymentFileStatus DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "PAYPOST" TO EL-Program
