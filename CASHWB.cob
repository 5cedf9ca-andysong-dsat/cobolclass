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
       SELECT OPTIONAL CheckControl ASSIGN TO "chkctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckControlStatus.
       SELECT OPTIONAL CheckRegister ASSIGN TO "checkreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD CashApplyLog.
01 CashApplyRecord.
    COPY "CASHAPP.cpy".

      *> The check stock treasury has loaded: the next number to
      *> print and the last number in the stock, with the account
      *> the checks draw on. Hand-kept - treasury keys a new range
      *> when new stock arrives; refunds move the next number on.
FD CheckControl.
01 CheckControlLine.
       02 CC-NextCheck PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CC-LastCheck PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CC-Account PIC X(12).

FD CheckRegister.
01 CheckRegisterRecord.
    COPY "CHKREC.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 InvoiceFileStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 CheckControlStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 Confirm PIC X.
01 AskIDNum PIC 9(6).
01 AskReceiptNum PIC 9(8).
01 ScanEOF PIC X.
01 PaymentEOFFlag PIC X.
       88 PaymentEOF VALUE 'Y'.
01 PaymentAddedFlag PIC X.
       88 PaymentAdded     VALUE 'Y'.
       88 PaymentAddFailed VALUE 'F'.
01 RemainingAmount PIC 9(7)V99.
01 OpenBalance PIC 9(7)V99.
01 AppliedHere PIC 9(7)V99.
01 AppliedTotal PIC 9(7)V99.
01 EntriesApplied PIC 9(5) VALUE ZERO.
01 RefundsCut PIC 9(5) VALUE ZERO.
01 ChecksVoided PIC 9(5) VALUE ZERO.
01 UnappliedSeen PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 FILLER PIC X(13).
01 PrnAmount PIC $$,$$$,$$9.99.

      *> The payment register is kept open for update the whole
      *> session and each receipt is rewritten IMMEDIATELY after a
      *> successful application or refund - the invoice rewrite and
      *> the unapplied reduction land together, so a crash between
      *> menu actions can never leave cash both applied to invoices
      *> and still unapplied on the register. A refund keeps the
      *> receipt it comes off while its own record is added.
01 RefundedReceipt PIC X(45).
01 RefundAmount PIC 9(7)V99.
01 RefundCheckNum PIC 9(6).
01 CheckStockFlag PIC X.
       88 CheckStockAvailable VALUE 'Y'.
01 AskCheckNum PIC 9(6).

      *> The check register is worked whole, in storage, and written
      *> back after each void.
01 CheckTable.
       02 CQ-Entry OCCURS 500 TIMES.
           03 CQ-Record PIC X(54).
01 CQ-Count PIC 999 VALUE ZERO.
01 CQ-Index PIC 999.
01 CQ-Slot PIC 999.
01 CQ-OverflowFlag PIC X VALUE 'N'.
       88 CQ-Overflowed VALUE 'Y'.
01 CheckRegisterEOFFlag PIC X.
       88 CheckRegisterEOF VALUE 'Y'.
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".
COPY "PAYNOSRV.cpy".

COPY "REGION.cpy".

       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
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
           STOP RUN
       END-IF
       OPEN I-O InvoiceFile
               InvoiceFileStatus
           STOP RUN
       END-IF
       OPEN EXTEND CashApplyLog
       OPEN EXTEND ExceptionLog
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "1: List Unapplied Cash"
           DISPLAY "2: Apply Unapplied Cash To Open Invoices"
           DISPLAY "3: Refund Unapplied Cash"
           DISPLAY "4: Void A Refund Check"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 1 PERFORM ListUnapplied
               WHEN 2 PERFORM ApplyUnapplied
               WHEN 3 PERFORM RefundUnapplied
               WHEN 4 PERFORM VoidRefundCheck
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       CLOSE InvoiceFile
       CLOSE PaymentFile
       CLOSE CashApplyLog
       CLOSE ExceptionLog
       DISPLAY "Entries Applied: " EntriesApplied
           " Refunds Cut: " RefundsCut " Checks Voided: " ChecksVoided
       PERFORM WriteBalanceLine
       STOP RUN.

ListUnapplied.
       DISPLAY " "
       DISPLAY "Receipt  Date     Customer    Amount     Unapplied"
       MOVE ZERO TO UnappliedSeen
       MOVE 'N' TO PaymentEOFFlag
       MOVE ZERO TO PAY-ReceiptNum
       START PaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-ReceiptNum
           INVALID KEY SET PaymentEOF TO TRUE
       END-START
       PERFORM UNTIL PaymentEOF
           READ PaymentFile NEXT RECORD
               AT END SET PaymentEOF TO TRUE
               NOT AT END
                   IF PAY-Unapplied > ZERO
                       ADD 1 TO UnappliedSeen
                       MOVE PAY-Unapplied TO PrnAmount
                       DISPLAY PAY-ReceiptNum " " PAY-Date " "
                           PAY-IDNum " " PAY-Amount " " PrnAmount
                   END-IF
           END-READ
       END-PERFORM
       IF UnappliedSeen = ZERO
           DISPLAY "No unapplied cash on the register"
       END-IF.
       DISPLAY " "
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT AskIDNum
       MOVE 'N' TO PaymentEOFFlag
       MOVE AskIDNum TO PAY-IDNum
       MOVE ZERO TO PAY-Date
       START PaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-CustDate
           INVALID KEY SET PaymentEOF TO TRUE
       END-START
       PERFORM UNTIL PaymentEOF
           READ PaymentFile NEXT RECORD
               AT END SET PaymentEOF TO TRUE
               NOT AT END
                   IF PAY-IDNum NOT = AskIDNum
                       SET PaymentEOF TO TRUE
                   ELSE
                   IF PAY-Unapplied > ZERO
                       PERFORM ApplyOneEntry
                   END-IF
                   END-IF
           END-READ
       END-PERFORM.

ApplyOneEntry.
       MOVE PAY-Unapplied TO RemainingAmount
       MOVE 'N' TO ScanEOF
       MOVE AskIDNum TO INV-IDNum
       START InvoiceFile KEY IS EQUAL TO INV-IDNum
               END-IF
           END-IF
       END-PERFORM
       COMPUTE AppliedTotal = PAY-Unapplied - RemainingAmount
       IF AppliedTotal > ZERO
           MOVE RemainingAmount TO PAY-Unapplied
           REWRITE PaymentRecord
               INVALID KEY
                   MOVE "Receipt Not Rewritten During Application"
                       TO WS-ExceptionMessage
                   PERFORM LogException
           END-REWRITE
           ADD 1 TO EntriesApplied
           MOVE AppliedTotal TO PrnAmount
           DISPLAY "Applied " PrnAmount " from receipt " PAY-ReceiptNum
               " dated " PAY-Date
       ELSE
           DISPLAY "No open invoices to absorb receipt " PAY-ReceiptNum
               " dated " PAY-Date
       END-IF.

ApplyToOneInvoice.
                   MOVE SO-OperatorID TO OA-Operator
                   MOVE InvoiceData TO OA-After
                   CALL "OCAUDIT" USING OA-Parameters
                   PERFORM LogCashApplication
           END-REWRITE
           MOVE AppliedHere TO PrnAmount
           DISPLAY "Applied " PrnAmount " to invoice " INV-InvoiceNum
       END-IF.

      *> The parked cash came in on the receipt's own date, and that
      *> is the date the payment-habit figures count to.
LogCashApplication.
       MOVE SPACES TO CashApplyRecord
       MOVE PAY-Date TO CA-PayDate
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
       MOVE "CASHWB" TO CA-Program
       WRITE CashApplyRecord.

      *> A refund zeroes the unapplied balance on the receipt and
      *> adds a refund-type record so the register still tells the
      *> whole story - the statement run prints it labelled REFUND.
      *> Every refund is paid by a check numbered from the controlled
      *> stock on chkctl.txt: no stock loaded, no refund. The number
      *> is used up on the control file before anything else is
      *> written, so a failure part way can skip a number but never
      *> print two checks with the same one.
RefundUnapplied.
       DISPLAY " "
       DISPLAY "Receipt number from the unapplied list : "
           WITH NO ADVANCING
       ACCEPT AskReceiptNum
       MOVE AskReceiptNum TO PAY-ReceiptNum
       READ PaymentFile
           INVALID KEY MOVE ZERO TO AskReceiptNum
       END-READ
       IF AskReceiptNum = ZERO
           DISPLAY "No such receipt"
       ELSE
       IF PAY-Unapplied = ZERO
           DISPLAY "Receipt has no unapplied balance"
       ELSE
           PERFORM ReadCheckControl
           IF NOT CheckStockAvailable
               DISPLAY "No check stock on chkctl.txt - refund refused"
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-Unapplied TO RefundAmount PrnAmount
           DISPLAY "Refund " PrnAmount " to customer "
               PAY-IDNum " (Y/N)? " WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm = 'Y' OR Confirm = 'y'
               MOVE PaymentRecord TO RefundedReceipt
               MOVE RunDate TO PAY-Date
               MOVE RefundAmount TO PAY-Amount
               MOVE ZERO TO PAY-Unapplied
               SET PAY-Refund TO TRUE
               PERFORM AddPaymentRecord
      *> No refund record on the register means the money stays in
      *> the unapplied balance - it must never leave it without a
      *> record saying where it went. The check is only drawn once
      *> that record is down, so a refused refund never leaves an
      *> issued check on the register for positive pay to send.
               IF NOT PaymentAdded
                   EXIT PARAGRAPH
               END-IF
               PERFORM DrawCheckNumber
               ADD 1 TO RefundsCut
               SET OA-PaymentFile TO TRUE
               MOVE "REFUND" TO OA-Action
               MOVE PAY-IDNum TO OA-KeyValue
               MOVE SO-OperatorID TO OA-Operator
               MOVE SPACES TO OA-Before
               MOVE PaymentRecord TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
               MOVE RefundedReceipt TO PaymentRecord
               MOVE ZERO TO PAY-Unapplied
               REWRITE PaymentRecord
                   INVALID KEY
                       MOVE "Refunded Receipt Not Rewritten"
                           TO WS-ExceptionMessage
                       PERFORM LogException
               END-REWRITE
               MOVE 'I' TO WS-ExceptionSeverity
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Unapplied Cash Refunded - Customer: "
                      DELIMITED BY SIZE
                      PAY-IDNum DELIMITED BY SIZE
                      " Check: " DELIMITED BY SIZE
                      RefundCheckNum DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogException
       END-IF
       END-IF.

ReadCheckControl.
       MOVE 'N' TO CheckStockFlag
       OPEN INPUT CheckControl
       IF CheckControlStatus = "00"
           READ CheckControl
               AT END CONTINUE
               NOT AT END
                   IF CC-NextCheck IS NUMERIC AND CC-LastCheck IS NUMERIC
                       AND CC-NextCheck > ZERO
                       AND CC-NextCheck <= CC-LastCheck
                       SET CheckStockAvailable TO TRUE
                   END-IF
           END-READ
       END-IF
       CLOSE CheckControl.

DrawCheckNumber.
       MOVE CC-NextCheck TO RefundCheckNum
       ADD 1 TO CC-NextCheck
       OPEN OUTPUT CheckControl
       WRITE CheckControlLine
       CLOSE CheckControl
       MOVE SPACES TO CheckRegisterRecord
       MOVE RefundCheckNum TO CHK-CheckNum
       MOVE RunDate TO CHK-IssueDate
       MOVE PAY-IDNum TO CHK-IDNum
       MOVE RefundAmount TO CHK-Amount
       SET CHK-Issued TO TRUE
       MOVE RunDate TO CHK-StatusDate
       MOVE 'N' TO CHK-PPSent
       MOVE SO-OperatorID TO CHK-Operator
       OPEN EXTEND CheckRegister
       WRITE CheckRegisterRecord
       CLOSE CheckRegister
       DISPLAY "Refund check number " RefundCheckNum.

      *> A check stopped before it clears goes back on the customer's
      *> account as unapplied cash on a voided-check record, ready to
      *> apply or refund again; the register marks it voided and the
      *> next positive-pay file tells the bank to refuse it. A check
      *> the bank has already paid cannot be voided here.
VoidRefundCheck.
       DISPLAY " "
       DISPLAY "Check number to void : " WITH NO ADVANCING
       ACCEPT AskCheckNum
       PERFORM LoadCheckTable
       IF CQ-Overflowed
           DISPLAY "Check register exceeds workbench capacity - void"
               " refused so no record is lost on the write-back"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO CQ-Slot
       PERFORM VARYING CQ-Index FROM 1 BY 1
           UNTIL CQ-Index > CQ-Count OR CQ-Slot > ZERO
           MOVE CQ-Record(CQ-Index) TO CheckRegisterRecord
           IF CHK-CheckNum = AskCheckNum
               MOVE CQ-Index TO CQ-Slot
           END-IF
       END-PERFORM
       IF CQ-Slot = ZERO
           DISPLAY "Check " AskCheckNum " is not on the register"
           EXIT PARAGRAPH
       END-IF
       MOVE CQ-Record(CQ-Slot) TO CheckRegisterRecord
       IF NOT CHK-Issued
           DISPLAY "Check " AskCheckNum " is already voided or cleared"
           EXIT PARAGRAPH
       END-IF
       MOVE CHK-Amount TO PrnAmount
       DISPLAY "Void check " CHK-CheckNum " for " PrnAmount
           " to customer " CHK-IDNum " (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Void Cancelled"
           EXIT PARAGRAPH
       END-IF
       MOVE CheckRegisterRecord TO OA-Before
       SET CHK-Voided TO TRUE
       MOVE RunDate TO CHK-StatusDate
       MOVE 'N' TO CHK-PPSent
       MOVE SO-OperatorID TO CHK-Operator
       MOVE CheckRegisterRecord TO CQ-Record(CQ-Slot)
       PERFORM RewriteCheckRegister
       MOVE SPACES TO PaymentRecord
       MOVE RunDate TO PAY-Date
       MOVE CHK-IDNum TO PAY-IDNum
       MOVE CHK-Amount TO PAY-Amount
       MOVE CHK-Amount TO PAY-Unapplied
       SET PAY-VoidedCheck TO TRUE
       PERFORM AddPaymentRecord
       ADD 1 TO ChecksVoided
       SET OA-PaymentFile TO TRUE
       MOVE "VOIDCK" TO OA-Action
       MOVE CHK-CheckNum TO OA-KeyValue
       MOVE SO-OperatorID TO OA-Operator
       MOVE CheckRegisterRecord TO OA-After
       CALL "OCAUDIT" USING OA-Parameters
       MOVE 'I' TO WS-ExceptionSeverity
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Refund Check Voided - Check: " DELIMITED BY SIZE
              CHK-CheckNum DELIMITED BY SIZE
              " Customer: " DELIMITED BY SIZE
              CHK-IDNum DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       PERFORM LogException.

LoadCheckTable.
       MOVE ZERO TO CQ-Count
       MOVE 'N' TO CQ-OverflowFlag
       MOVE 'N' TO CheckRegisterEOFFlag
       OPEN INPUT CheckRegister
       PERFORM UNTIL CheckRegisterEOF
           READ CheckRegister
               AT END SET CheckRegisterEOF TO TRUE
               NOT AT END
                   IF CQ-Count < 500
                       ADD 1 TO CQ-Count
                       MOVE CheckRegisterRecord TO CQ-Record(CQ-Count)
                   ELSE
                       SET CQ-Overflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CheckRegister.

RewriteCheckRegister.
       OPEN OUTPUT CheckRegister
       PERFORM VARYING CQ-Index FROM 1 BY 1 UNTIL CQ-Index > CQ-Count
           MOVE CQ-Record(CQ-Index) TO CheckRegisterRecord
           WRITE CheckRegisterRecord
       END-PERFORM
       CLOSE CheckRegister.

      *> Every record the workbench adds takes the next receipt
      *> number; one already on the register (the control file put
      *> back from an older copy) is stepped past, anything else is
      *> an exception for the supervisor.
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
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Payment Record Not Written - Status " DELIMITED BY SIZE
                  PaymentFileStatus DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
