           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL PrefFile ASSIGN TO "commpref.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StmtControl ASSIGN TO "stmtctl.txt"
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD InvoiceFile.
01 InvoiceData.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CityLine PIC X(36).
01 CustomerFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 InvoiceEOFFlag PIC X.
01 CustomersConsidered PIC 9(5) VALUE ZERO.
01 CustExists PIC X.
01 EndingBalance PIC S9(8)V99.
01 DisputedBalance PIC 9(8)V99.
01 InvoiceOpenAmount PIC S9(7)V99.
01 DisputedHere PIC 9(7)V99.
COPY "DISPSRV.cpy".
01 PeriodActivityFlag PIC X.
       88 PeriodActivity VALUE 'Y'.

01 CustomersSelected PIC 9(5) VALUE ZERO.
01 WorkIDNum PIC 9(6).

      *> A chain store billed to head office has no statement of its
      *> own: its invoices and payments select the head-office
      *> account, whose statement lists each store billed there under
      *> its own heading with a store subtotal.
01 StmtAccountID PIC 9(6).
01 StmtMemberID PIC 9(6).
01 StoreIdx PIC 99.
01 StoreOpening PIC S9(8)V99.
01 StoreLine.
       02 FILLER PIC X(8) VALUE "  Store ".
       02 PrnStoreID PIC 9(6).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnStoreFirst PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnStoreLast PIC X(15).
01 StoreTotalLine.
       02 FILLER PIC X(19) VALUE "  Store balance  : ".
       02 PrnStoreBalance PIC $$,$$$,$$9.99CR.
COPY "FAMSRV.cpy".

      *> Stated communication preferences, last line per party wins.
      *> A statement preference of none or email-only holds the paper
      *> statement back; the suppressed count keeps the balrpt line
01 BalanceLine.
       02 FILLER PIC X(19) VALUE "  ENDING BALANCE : ".
       02 PrnEndBalance PIC $$,$$$,$$9.99CR.
01 DisputeLine.
       02 FILLER PIC X(10) VALUE "  Disputed".
       02 FILLER PIC X VALUE SPACE.
       02 PrnDispInvNum PIC 9(6).
       02 FILLER PIC X(24) VALUE "  Amount in dispute     ".
       02 PrnDispAmount PIC $$,$$$,$$9.99.
01 DisputeTotalLine.
       02 FILLER PIC X(19) VALUE "  IN DISPUTE     : ".
       02 PrnDispTotal PIC $$,$$$,$$9.99.
01 UndisputedLine.
       02 FILLER PIC X(19) VALUE "  NOT IN DISPUTE : ".
       02 PrnUndisputed PIC $$,$$$,$$9.99CR.
01 StmtRule PIC X(50) VALUE ALL "=".

COPY "REGION.cpy".
               NOT AT END
                   IF INV-InvoiceDate(1:6) = AskPeriod
                       OR INV-OpenInvoice OR INV-CreditMemo
                       MOVE INV-IDNum TO WorkIDNum
                       PERFORM ReleaseBillToAccount
                   END-IF
           END-READ
       END-PERFORM.
       MOVE 'N' TO PaymentEOFFlag
       OPEN INPUT PaymentFile
       PERFORM UNTIL PaymentEOF
           READ PaymentFile NEXT RECORD
               AT END SET PaymentEOF TO TRUE
               NOT AT END
                   IF PAY-Date(1:6) = AskPeriod
                       MOVE PAY-IDNum TO WorkIDNum
                       PERFORM ReleaseBillToAccount
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PaymentFile.

ReleaseBillToAccount.
       SET FM-ParentLink TO TRUE
       MOVE WorkIDNum TO FM-IDNum
       CALL "FAMSRV" USING FM-Parameters
       MOVE FM-BillTo TO STW-IDNum
       RELEASE StmtWorkRecord.

PrintOneStatement.
       ADD 1 TO CustomersConsidered
       MOVE 'Y' TO CustExists
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EndingBalance
           MOVE ZERO TO DisputedBalance
           MOVE 'N' TO PeriodActivityFlag
           MOVE AskPeriod TO PrnPeriod
           WRITE PrintLine FROM StmtRule AFTER ADVANCING 2 LINES
           MOVE LastName TO PrnStmtLast
           WRITE PrintLine FROM StmtNameLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM CustAddress AFTER ADVANCING 1 LINE
           PERFORM BuildCityLine
           IF CityLine NOT = SPACES
               WRITE PrintLine FROM CityLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE IDNum TO StmtAccountID
           SET FM-BillingGroup TO TRUE
           MOVE StmtAccountID TO FM-IDNum
           CALL "FAMSRV" USING FM-Parameters
           IF FM-MemberCount > 1
               PERFORM PrintOneStore
                   VARYING StoreIdx FROM 1 BY 1
                   UNTIL StoreIdx > FM-MemberCount
           ELSE
               MOVE StmtAccountID TO StmtMemberID
               PERFORM ListPeriodInvoices
               PERFORM ListPeriodPayments
           END-IF
           MOVE EndingBalance TO PrnEndBalance
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
           IF DisputedBalance > ZERO
               MOVE DisputedBalance TO PrnDispTotal
               WRITE PrintLine FROM DisputeTotalLine
                   AFTER ADVANCING 1 LINE
               COMPUTE PrnUndisputed = EndingBalance - DisputedBalance
               WRITE PrintLine FROM UndisputedLine
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO StatementsPrinted
       END-IF.

      *> One account of the billing group - head office first - under
      *> its own heading, with what it adds to the ending balance.
PrintOneStore.
       MOVE FM-MemberID(StoreIdx) TO StmtMemberID
       MOVE StmtMemberID TO PrnStoreID
       MOVE SPACES TO PrnStoreFirst PrnStoreLast
       MOVE StmtMemberID TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "(not on file)" TO PrnStoreFirst
           NOT INVALID KEY
               MOVE FirstName TO PrnStoreFirst
               MOVE LastName TO PrnStoreLast
       END-READ
       WRITE PrintLine FROM StoreLine AFTER ADVANCING 2 LINES
       MOVE EndingBalance TO StoreOpening
       PERFORM ListPeriodInvoices
       PERFORM ListPeriodPayments
       COMPUTE PrnStoreBalance = EndingBalance - StoreOpening
       WRITE PrintLine FROM StoreTotalLine AFTER ADVANCING 1 LINE.

      *> City, state and ZIP print as one line under the street; a
      *> customer not yet split out of the old free-text address has
      *> the whole address on the street line and no city line.
BuildCityLine.
       MOVE SPACES TO CityLine
       IF CustCity NOT = SPACES
           STRING CustCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CustState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CustZip DELIMITED BY SPACE
                  INTO CityLine
           END-STRING
       END-IF.

      *> The customer-ID alternate key reads just this customer's
      *> register records instead of the whole file per statement.
ListPeriodInvoices.
       MOVE 'N' TO ScanEOF
       MOVE StmtMemberID TO INV-IDNum
       START InvoiceFile KEY IS EQUAL TO INV-IDNum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N' AND INV-IDNum NOT = StmtMemberID
               MOVE 'Y' TO ScanEOF
           END-IF
           IF ScanEOF = 'N'
                   MOVE INV-AmountPaid TO PrnInvPaid
                   WRITE PrintLine FROM InvoiceLine AFTER ADVANCING 1 LINE
               END-IF
               IF INV-OpenInvoice
                   PERFORM ListInvoiceDispute
               END-IF
           END-IF
       END-PERFORM.

      *> Any open invoice with an amount in dispute is listed whatever
      *> its date, so the customer sees we have their query on file
      *> and the balance they are asked to pay meanwhile.
ListInvoiceDispute.
       COMPUTE InvoiceOpenAmount = INV-Total - INV-AmountPaid
       IF InvoiceOpenAmount NOT > ZERO
           EXIT PARAGRAPH
       END-IF
       SET DI-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO DI-InvoiceNum
       CALL "DISPSRV" USING DI-Parameters
       IF DI-NoDispute
           EXIT PARAGRAPH
       END-IF
       IF DI-Disputed >= InvoiceOpenAmount
           MOVE InvoiceOpenAmount TO DisputedHere
       ELSE
           MOVE DI-Disputed TO DisputedHere
       END-IF
       ADD DisputedHere TO DisputedBalance
       MOVE INV-InvoiceNum TO PrnDispInvNum
       MOVE DisputedHere TO PrnDispAmount
       WRITE PrintLine FROM DisputeLine AFTER ADVANCING 1 LINE.

      *> The member's payments for the period sit together on the
      *> customer-and-date index - start at the first of the month
      *> and stop at the first record past it.
ListPeriodPayments.
       MOVE 'N' TO PaymentEOFFlag
       OPEN INPUT PaymentFile
       MOVE StmtMemberID TO PAY-IDNum
       COMPUTE PAY-Date = AskPeriod * 100 + 1
       START PaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-CustDate
           INVALID KEY SET PaymentEOF TO TRUE
       END-START
       PERFORM UNTIL PaymentEOF
           READ PaymentFile NEXT RECORD
               AT END SET PaymentEOF TO TRUE
               NOT AT END
                   IF PAY-IDNum NOT = StmtMemberID
                       OR PAY-Date(1:6) NOT = AskPeriod
                       SET PaymentEOF TO TRUE
                   ELSE
      *> Refunds, reversals, early-payment discounts and write-offs
      *> print labelled so the customer can see why money went back,
      *> a balance came back up, or an invoice closed for less.
                       EVALUATE TRUE
                           WHEN PAY-Refund
                               MOVE "  Refund  " TO PrnPayLabel
                           WHEN PAY-Reversal
                               MOVE "  NSF Rev " TO PrnPayLabel
                           WHEN PAY-Discount
                               MOVE "  Discount" TO PrnPayLabel
                           WHEN PAY-WriteOff
                               MOVE "  Bad Debt" TO PrnPayLabel
                           WHEN PAY-Deposit
                               MOVE "  Deposit " TO PrnPayLabel
                           WHEN PAY-VoidedCheck
                               MOVE "  Chk Void" TO PrnPayLabel
                           WHEN OTHER
                               MOVE "  Payment " TO PrnPayLabel
                       END-EVALUATE
