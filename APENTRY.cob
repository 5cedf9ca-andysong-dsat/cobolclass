       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APENTRY.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT APInvoiceFile ASSIGN TO "apinv.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AP-VoucherNum
           ALTERNATE RECORD KEY IS AP-Supplier WITH DUPLICATES
           FILE STATUS IS APInvoiceFileStatus.
       SELECT POFile ASSIGN TO "po.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-PONum
           FILE STATUS IS POFileStatus.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT APAuditFile ASSIGN TO "apaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD APInvoiceFile.
01 APInvoiceData.
    COPY "APINVREC.cpy".

FD POFile.
01 POData.
    COPY "POREC.cpy".

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

      *> Every supplier bill keyed, approved, rejected or paid, with
      *> who did it and the whole record before and after - the
      *> payables side of the before/after-image discipline.
FD APAuditFile.
01 APAuditRecord.
       02 APA-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 APA-Action PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 APA-VoucherNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 APA-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 APA-Before PIC X(151).
       02 FILLER PIC X VALUE SPACE.
       02 APA-After PIC X(151).

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
01 APInvoiceFileStatus PIC XX.
01 POFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 DecideChoice PIC X.
01 POExists PIC X.
01 APExists PIC X.
01 ScanEOF PIC X.
01 DuplicateFlag PIC X.
       88 DuplicateBill VALUE 'Y'.
01 AskPONum PIC 9(6).
01 AskVoucherNum PIC 9(6).
01 AskSuppInvNum PIC X(12).
01 AskInvoiceDate PIC 9(8).
01 AskDueDate PIC 9(8).
01 AskBillQty PIC 9(4).
01 AskBillCost PIC 9(4)V99.
01 AskBillTotal PIC 9(7)V99.
01 ComputedTotal PIC 9(7)V99.
01 MaxVoucherNum PIC 9(6) VALUE ZERO.
01 LineIdx PIC 9.
01 POLineIdx PIC 9.
01 BilledAfter PIC 9(5).
01 InvoicesEntered PIC 9(5) VALUE ZERO.
01 InvoicesApproved PIC 9(5) VALUE ZERO.
01 InvoicesHeld PIC 9(5) VALUE ZERO.
01 HeldShown PIC 9(5).
01 WS-BeforeImage PIC X(151).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 PrnAmount PIC $$,$$$,$$9.99.
01 PrnCost PIC $$,$$9.99.

      *> Days to the due date when the bill itself gives none and
      *> the supplier has no payment terms on the master.
01 DefaultDueDays PIC 9(3) VALUE 30.
01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-TermsCode PIC X(10).
01 SupCount PIC 99 VALUE ZERO.
01 SUP-Index PIC 99.
01 SupplierTermsCode PIC X(10).
COPY "DATESRV.cpy".
COPY "TERMSRV.cpy".
COPY "SIGNON.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "APENTRY" TO SO-CallerName
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
       OPEN I-O APInvoiceFile
       IF APInvoiceFileStatus = "35"
           DISPLAY "Supplier invoice file not found - creating a new one"
           OPEN OUTPUT APInvoiceFile
           CLOSE APInvoiceFile
           OPEN I-O APInvoiceFile
       END-IF
       IF APInvoiceFileStatus NOT = "00"
           DISPLAY "Supplier invoice file could not be opened - status "
               APInvoiceFileStatus
           STOP RUN
       END-IF
       OPEN I-O POFile
       IF POFileStatus NOT = "00"
           DISPLAY "Purchase order file could not be opened - status "
               POFileStatus
           CLOSE APInvoiceFile
           STOP RUN
       END-IF
       PERFORM LoadSupplierTable
       OPEN EXTEND APAuditFile
       OPEN EXTEND ExceptionLog
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SUPPLIER INVOICES"
           DISPLAY "1: Enter Supplier Invoice"
           DISPLAY "2: Review Held Invoices"
           DISPLAY "3: Get Supplier Invoice"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM EnterSupplierInvoice
               WHEN 2 PERFORM ReviewHeldInvoices
               WHEN 3 PERFORM GetSupplierInvoice
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       PERFORM WriteBalanceLine
       CLOSE APInvoiceFile
       CLOSE POFile
       CLOSE APAuditFile
       CLOSE ExceptionLog
       DISPLAY "Invoices Entered: " InvoicesEntered
           " Approved: " InvoicesApproved
           " Held: " InvoicesHeld
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
                       MOVE SU-TermsCode TO SUP-TermsCode(SupCount)
                   ELSE
                       DISPLAY "Supplier table full - ignoring " SU-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

FindSupplierTerms.
       MOVE SPACES TO SupplierTermsCode
       PERFORM VARYING SUP-Index FROM 1 BY 1 UNTIL SUP-Index > SupCount
           IF SUP-Code(SUP-Index) = PO-Supplier
               MOVE SUP-TermsCode(SUP-Index) TO SupplierTermsCode
           END-IF
       END-PERFORM.

      *> The supplier's own payment terms date the bill from its
      *> invoice date; a supplier with none, or a code since dropped
      *> from terms.txt, falls back to the standard days.
DefaultBillDueDate.
       MOVE ZERO TO AskDueDate
       IF SupplierTermsCode NOT = SPACES
           SET TS-CodeDates TO TRUE
           MOVE SupplierTermsCode TO TS-TermsCode
           MOVE AskInvoiceDate TO TS-InvoiceDate
           CALL "TERMSRV" USING TS-Parameters
           IF TS-TermsFound
               MOVE TS-DueDate TO AskDueDate
           END-IF
       END-IF
       IF AskDueDate = ZERO
           SET DS-AddDays TO TRUE
           MOVE AskInvoiceDate TO DS-Date1
           MOVE DefaultDueDays TO DS-Days
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Date2 TO AskDueDate
       END-IF
       DISPLAY "Due " AskDueDate.

      *> A supplier bill is keyed against the PO it bills, one PO
      *> line at a time, so every bill line arrives already tied to
      *> what was ordered, what was received and the cost agreed.
      *> The same supplier invoice number twice is refused outright -
      *> the commonest way a supplier gets paid twice.
EnterSupplierInvoice.
       DISPLAY " "
       DISPLAY "PO Number : " WITH NO ADVANCING
       ACCEPT AskPONum
       MOVE 'Y' TO POExists
       MOVE AskPONum TO PO-PONum
       READ POFile
           INVALID KEY MOVE 'N' TO POExists
       END-READ
       IF POExists = 'N'
           MOVE "PO Doesn't Exist - Supplier Invoice Not Entered"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       IF PO-CancelledPO
           MOVE "PO Is Cancelled - Supplier Invoice Not Entered"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Supplier : " PO-Supplier "  Ordered : " PO-OrderDate
       DISPLAY "Supplier's Invoice Number : " WITH NO ADVANCING
       ACCEPT AskSuppInvNum
       IF AskSuppInvNum = SPACES
           DISPLAY "Supplier invoice number is required"
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckDuplicateBill
       IF DuplicateBill
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Duplicate Supplier Invoice Refused: " DELIMITED BY SIZE
                  AskSuppInvNum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Invoice Date (YYYYMMDD) : " WITH NO ADVANCING
       ACCEPT AskInvoiceDate
       SET DS-ValidateDate TO TRUE
       MOVE AskInvoiceDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Invalid invoice date - supplier invoice not entered"
           EXIT PARAGRAPH
       END-IF
       PERFORM FindSupplierTerms
       IF SupplierTermsCode NOT = SPACES
           DISPLAY "Due Date (YYYYMMDD, 0 = terms " SupplierTermsCode
               ") : " WITH NO ADVANCING
       ELSE
           DISPLAY "Due Date (YYYYMMDD, 0 = " DefaultDueDays
               " days) : " WITH NO ADVANCING
       END-IF
       ACCEPT AskDueDate
       IF AskDueDate = ZERO
           PERFORM DefaultBillDueDate
       ELSE
           SET DS-ValidateDate TO TRUE
           MOVE AskDueDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           IF NOT DS-DateValid
               DISPLAY "Invalid due date - supplier invoice not entered"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE SPACES TO APInvoiceData
       MOVE PO-Supplier TO AP-Supplier
       MOVE AskSuppInvNum TO AP-SuppInvNum
       MOVE PO-PONum TO AP-PONum
       MOVE AskInvoiceDate TO AP-InvoiceDate
       MOVE AskDueDate TO AP-DueDate
       MOVE ZERO TO AP-PayDate
       MOVE ZERO TO AP-LineCount
       MOVE ZERO TO ComputedTotal
       PERFORM AskOneBillLine
           VARYING POLineIdx FROM 1 BY 1 UNTIL POLineIdx > PO-LineCount
       IF AP-LineCount = ZERO
           DISPLAY "Nothing billed - supplier invoice not entered"
           EXIT PARAGRAPH
       END-IF
       MOVE ComputedTotal TO PrnAmount
       DISPLAY "Lines total " PrnAmount
       DISPLAY "Invoice Total As Printed : " WITH NO ADVANCING
       ACCEPT AskBillTotal
       MOVE AskBillTotal TO AP-Total
       PERFORM MatchBill
       PERFORM AssignNextVoucherNum
       MOVE MaxVoucherNum TO AP-VoucherNum
       WRITE APInvoiceData
           INVALID KEY
               MOVE "Voucher Number Taken - Supplier Invoice Not Written"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO InvoicesEntered
       IF AP-HeldInvoice
           ADD 1 TO InvoicesHeld
       ELSE
           PERFORM PostBilledQuantities
           ADD 1 TO InvoicesApproved
       END-IF
       MOVE "ADD" TO APA-Action
       MOVE SPACES TO WS-BeforeImage
       PERFORM WriteAPAudit
       IF AP-HeldInvoice
           DISPLAY "Voucher " AP-VoucherNum " HELD for review - "
               AP-HoldReason
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Supplier Invoice Held: Voucher " DELIMITED BY SIZE
                  AP-VoucherNum DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AP-HoldReason DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       ELSE
           DISPLAY "Voucher " AP-VoucherNum
               " matched - approved for payment"
       END-IF.

AskOneBillLine.
       MOVE PO-UnitCost(POLineIdx) TO PrnCost
       DISPLAY "PO line " POLineIdx " " PO-ProdName(POLineIdx)
           " " PO-ProdSize(POLineIdx)
           " Ordered " PO-OrdQty(POLineIdx)
           " Received " PO-RecQty(POLineIdx)
           " Billed " PO-BilledQty(POLineIdx)
           " Cost " PrnCost
       DISPLAY "Quantity on this bill (0 = not billed) : "
           WITH NO ADVANCING
       ACCEPT AskBillQty
       IF AskBillQty > ZERO
           DISPLAY "Unit cost on this bill : " WITH NO ADVANCING
           ACCEPT AskBillCost
           ADD 1 TO AP-LineCount
           MOVE AP-LineCount TO LineIdx
           MOVE POLineIdx TO AP-POLine(LineIdx)
           MOVE AskBillQty TO AP-BillQty(LineIdx)
           MOVE AskBillCost TO AP-BillCost(LineIdx)
           MOVE SPACE TO AP-LineMatch(LineIdx)
           COMPUTE ComputedTotal = ComputedTotal
               + AskBillQty * AskBillCost
       END-IF.

CheckDuplicateBill.
       MOVE 'N' TO DuplicateFlag
       MOVE 'N' TO ScanEOF
       MOVE PO-Supplier TO AP-Supplier
       START APInvoiceFile KEY IS EQUAL TO AP-Supplier
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y' OR DuplicateBill
           READ APInvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N'
               IF AP-Supplier NOT = PO-Supplier
                   MOVE 'Y' TO ScanEOF
               ELSE
               IF AP-SuppInvNum = AskSuppInvNum
                   AND NOT AP-RejectedInvoice
                   SET DuplicateBill TO TRUE
               END-IF
               END-IF
           END-IF
       END-PERFORM.

      *> The three-way match. Billed quantity, counting what earlier
      *> bills already claimed, may not run past what was received
      *> (we pay for goods in the building) nor past what was
      *> ordered; the unit cost must be the one agreed on the PO;
      *> and the lines must foot to the total the supplier printed.
      *> Any miss holds the bill with the first problem named.
MatchBill.
       SET AP-ApprovedInvoice TO TRUE
       MOVE SPACES TO AP-HoldReason
       MOVE SPACES TO AP-Approver
       PERFORM MatchOneLine
           VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > AP-LineCount
       IF AP-Total NOT = ComputedTotal AND NOT AP-HeldInvoice
           SET AP-HeldInvoice TO TRUE
           MOVE "TOTAL DOES NOT FOOT" TO AP-HoldReason
       END-IF.

MatchOneLine.
       MOVE AP-POLine(LineIdx) TO POLineIdx
       COMPUTE BilledAfter =
           PO-BilledQty(POLineIdx) + AP-BillQty(LineIdx)
       EVALUATE TRUE
           WHEN BilledAfter > PO-RecQty(POLineIdx)
               SET AP-LineQtyMismatch(LineIdx) TO TRUE
               IF NOT AP-HeldInvoice
                   MOVE "BILLED OVER RECEIVED" TO AP-HoldReason
               END-IF
           WHEN BilledAfter > PO-OrdQty(POLineIdx)
               SET AP-LineQtyMismatch(LineIdx) TO TRUE
               IF NOT AP-HeldInvoice
                   MOVE "BILLED OVER ORDERED" TO AP-HoldReason
               END-IF
           WHEN PO-UnitCost(POLineIdx) = ZERO
               SET AP-LineCostMismatch(LineIdx) TO TRUE
               IF NOT AP-HeldInvoice
                   MOVE "NO AGREED COST ON PO" TO AP-HoldReason
               END-IF
           WHEN AP-BillCost(LineIdx) NOT = PO-UnitCost(POLineIdx)
               SET AP-LineCostMismatch(LineIdx) TO TRUE
               IF NOT AP-HeldInvoice
                   MOVE "COST NOT AS AGREED" TO AP-HoldReason
               END-IF
           WHEN OTHER
               SET AP-LineMatched(LineIdx) TO TRUE
       END-EVALUATE
       IF NOT AP-LineMatched(LineIdx)
           SET AP-HeldInvoice TO TRUE
       END-IF.

      *> Only an approved bill counts against the PO - a held bill
      *> claims nothing until a supervisor releases it, so it cannot
      *> crowd a corrected bill out of the match.
PostBilledQuantities.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > AP-LineCount
           MOVE AP-POLine(LineIdx) TO POLineIdx
           ADD AP-BillQty(LineIdx) TO PO-BilledQty(POLineIdx)
       END-PERFORM
       REWRITE POData
           INVALID KEY
               MOVE "PO Not Rewritten With Billed Quantities"
                   TO WS-ExceptionMessage
               PERFORM LogException
       END-REWRITE.

AssignNextVoucherNum.
       MOVE ZERO TO MaxVoucherNum
       MOVE 'N' TO ScanEOF
       MOVE APInvoiceData TO WS-BeforeImage
       MOVE LOW-VALUES TO AP-VoucherNum
       START APInvoiceFile KEY IS GREATER THAN OR EQUAL TO AP-VoucherNum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y'
           READ APInvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N' AND AP-VoucherNum > MaxVoucherNum
               MOVE AP-VoucherNum TO MaxVoucherNum
           END-IF
       END-PERFORM
       MOVE WS-BeforeImage TO APInvoiceData
       ADD 1 TO MaxVoucherNum.

      *> A held bill is a supervisor's call: release it for payment
      *> as it stands (the billed quantities then count against the
      *> PO) or reject it back to the supplier. Either way the
      *> supervisor's ID goes on the bill and the audit trail.
ReviewHeldInvoices.
       IF NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Supervisor Level Required"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO HeldShown
       MOVE 'N' TO ScanEOF
       MOVE LOW-VALUES TO AP-VoucherNum
       START APInvoiceFile KEY IS GREATER THAN OR EQUAL TO AP-VoucherNum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y'
           READ APInvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N' AND AP-HeldInvoice
               ADD 1 TO HeldShown
               PERFORM DecideOneHeldInvoice
           END-IF
       END-PERFORM
       IF HeldShown = ZERO
           DISPLAY "No supplier invoices held for review"
       END-IF.

DecideOneHeldInvoice.
       DISPLAY " "
       PERFORM DisplaySupplierInvoice
       DISPLAY "A = Approve for payment, R = Reject, other = leave held : "
           WITH NO ADVANCING
       ACCEPT DecideChoice
       MOVE APInvoiceData TO WS-BeforeImage
       EVALUATE DecideChoice
           WHEN 'A' WHEN 'a'
               MOVE 'Y' TO POExists
               MOVE AP-PONum TO PO-PONum
               READ POFile
                   INVALID KEY MOVE 'N' TO POExists
               END-READ
               IF POExists = 'N'
                   MOVE "PO Gone - Held Supplier Invoice Not Released"
                       TO WS-ExceptionMessage
                   PERFORM LogException
                   EXIT PARAGRAPH
               END-IF
               PERFORM PostBilledQuantities
               SET AP-ApprovedInvoice TO TRUE
               MOVE SO-OperatorID TO AP-Approver
               MOVE "APPRVE" TO APA-Action
               ADD 1 TO InvoicesApproved
           WHEN 'R' WHEN 'r'
               SET AP-RejectedInvoice TO TRUE
               MOVE SO-OperatorID TO AP-Approver
               MOVE "REJECT" TO APA-Action
           WHEN OTHER
               DISPLAY "Left held"
               EXIT PARAGRAPH
       END-EVALUATE
       REWRITE APInvoiceData
           INVALID KEY
               MOVE "Supplier Invoice Not Rewritten After Review"
                   TO WS-ExceptionMessage
               PERFORM LogException
           NOT INVALID KEY
               PERFORM WriteAPAudit
               DISPLAY "Voucher " AP-VoucherNum " status now " AP-Status
       END-REWRITE.

GetSupplierInvoice.
       DISPLAY " "
       DISPLAY "Voucher Number : " WITH NO ADVANCING
       ACCEPT AskVoucherNum
       MOVE 'Y' TO APExists
       MOVE AskVoucherNum TO AP-VoucherNum
       READ APInvoiceFile
           INVALID KEY MOVE 'N' TO APExists
       END-READ
       IF APExists = 'N'
           DISPLAY "Voucher " AskVoucherNum " not on file"
       ELSE
           PERFORM DisplaySupplierInvoice
       END-IF.

DisplaySupplierInvoice.
       MOVE AP-Total TO PrnAmount
       DISPLAY "Voucher " AP-VoucherNum "  Supplier " AP-Supplier
           "  Invoice " AP-SuppInvNum "  PO " AP-PONum
       DISPLAY "  Dated " AP-InvoiceDate "  Due " AP-DueDate
           "  Total " PrnAmount "  Status " AP-Status
       IF AP-HoldReason NOT = SPACES
           DISPLAY "  Held : " AP-HoldReason
       END-IF
       IF AP-Approver NOT = SPACES
           DISPLAY "  Decided by " AP-Approver
       END-IF
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > AP-LineCount
           MOVE AP-BillCost(LineIdx) TO PrnCost
           DISPLAY "  PO line " AP-POLine(LineIdx)
               " Qty " AP-BillQty(LineIdx)
               " Cost " PrnCost
               " Match " AP-LineMatch(LineIdx)
       END-PERFORM.

WriteAPAudit.
       MOVE FUNCTION CURRENT-DATE TO APA-Timestamp
       MOVE AP-VoucherNum TO APA-VoucherNum
       MOVE SO-OperatorID TO APA-Operator
       MOVE WS-BeforeImage TO APA-Before
       MOVE APInvoiceData TO APA-After
       WRITE APAuditRecord.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "APENTRY" TO EL-Program
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
       MOVE "APENTRY" TO BAL-Program
       MOVE "SESSION" TO BAL-Step
       MOVE InvoicesEntered TO BAL-RecordsIn
       MOVE InvoicesApproved TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
