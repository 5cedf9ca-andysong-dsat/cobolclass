           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS PaymentFileStatus.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
       02 FILLER PIC X VALUE SPACE.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

01 StayOpen PIC X VALUE 'Y'.
01 Confirm PIC X.
01 AskIDNum PIC 9(6).
01 AskReceiptNum PIC 9(8).
01 CustExists PIC X.
01 ScanEOF PIC X.
01 PaymentEOFFlag PIC X.
       88 PaymentEOF VALUE 'Y'.
01 PaymentAddedFlag PIC X.
       88 PaymentAdded     VALUE 'Y'.
       88 PaymentAddFailed VALUE 'F'.
01 ReversalsEntered PIC 9(5) VALUE ZERO.
01 ReversalsPosted PIC 9(5) VALUE ZERO.
01 AppliedToBackOut PIC 9(7)V99.
01 BackOutHere PIC 9(7)V99.
01 WS-BeforeImage PIC X(143).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 PrnAmount PIC $$,$$$,$$9.99.

      *> The receipt being reversed, kept while its reversal record
      *> is added to the register.
01 ReversedReceipt PIC X(45).

      *> The customer's paid-against invoices, newest first - the
      *> mirror of posting's oldest-first walk, so a reversal unwinds
       02 SH-AmountPaid PIC 9(7)V99.
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".
COPY "PAYNOSRV.cpy".

COPY "REGION.cpy".

       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN I-O PaymentFile
       IF PaymentFileStatus NOT = "00"
           DISPLAY "Payment register could not be opened - status "
               PaymentFileStatus
           STOP RUN
       END-IF
       OPEN I-O InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           CLOSE PaymentFile
           STOP RUN
       END-IF
       OPEN I-O CustomerFile
           DISPLAY "Customer master file could not be opened - status "
               CustomerFileStatus
           CLOSE InvoiceFile
           CLOSE PaymentFile
           STOP RUN
       END-IF
       OPEN EXTEND AuditFile
           END-EVALUATE
       END-PERFORM
       CLOSE InvoiceFile
       CLOSE PaymentFile
       CLOSE CustomerFile
       CLOSE AuditFile
       CLOSE ExceptionLog
       PERFORM WriteBalanceLine
       STOP RUN.

ListCustomerPayments.
       DISPLAY " "
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT AskIDNum
       DISPLAY "Receipt  Date     Type    Amount     Unapplied"
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
                       DISPLAY PAY-ReceiptNum " " PAY-Date " "
                           PAY-Type " " PAY-Amount " " PAY-Unapplied
                   END-IF
           END-READ
       END-PERFORM.

      *> The bounced check is never erased: its applications come
      *> statement can show the customer why their balance went up.
ReverseOnePayment.
       DISPLAY " "
       DISPLAY "Receipt number from the payment list : "
           WITH NO ADVANCING
       ACCEPT AskReceiptNum
       MOVE AskReceiptNum TO PAY-ReceiptNum
       READ PaymentFile
           INVALID KEY MOVE ZERO TO AskReceiptNum
       END-READ
       IF AskReceiptNum = ZERO
           DISPLAY "No such receipt"
       ELSE
       IF PAY-ReversedReceipt
           DISPLAY "Receipt already reversed - nothing to back out"
       ELSE
       IF NOT PAY-Receipt
           DISPLAY "Only a receipt can be reversed"
       ELSE
           ADD 1 TO ReversalsEntered
           MOVE PAY-IDNum TO AskIDNum
           COMPUTE AppliedToBackOut = PAY-Amount - PAY-Unapplied
           MOVE PAY-Amount TO PrnAmount
           DISPLAY "Reverse payment of " PrnAmount
               " for customer " AskIDNum " (Y/N)? " WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm = 'Y' OR Confirm = 'y'
      *> No reversal record on the register means no reversal - the
      *> register must always carry the 'V' that explains why the
      *> customer's balance came back up.
               MOVE PaymentRecord TO ReversedReceipt
               MOVE RunDate TO PAY-Date
               MOVE ZERO TO PAY-Unapplied
               SET PAY-Reversal TO TRUE
               PERFORM AddPaymentRecord
               IF NOT PaymentAdded
                   DISPLAY "Reversal record not written - reversal"
                       " refused"
                   EXIT PARAGRAPH
               END-IF
               PERFORM BackOutApplications
      *> The source receipt is marked reversed so a re-keyed receipt
      *> number can never unwind the same cash twice.
               MOVE ReversedReceipt TO PaymentRecord
               MOVE ZERO TO PAY-Unapplied
               SET PAY-ReversedReceipt TO TRUE
               REWRITE PaymentRecord
                   INVALID KEY
                       MOVE "Reversed Receipt Not Rewritten"
                           TO WS-ExceptionMessage
                       PERFORM LogException
               END-REWRITE
               ADD 1 TO ReversalsPosted
               SET OA-PaymentFile TO TRUE
               MOVE "REVERS" TO OA-Action
               MOVE AskIDNum TO OA-KeyValue
               MOVE SO-OperatorID TO OA-Operator
               MOVE SPACES TO OA-Before
               MOVE PaymentRecord TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
               PERFORM SuspendCustomer
               MOVE 'A' TO WS-ExceptionSeverity
           END-REWRITE
       END-IF.

      *> The reversal record takes the next receipt number; one
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
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Payment Record Not Written - Status " DELIMITED BY SIZE
                  PaymentFileStatus DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
