       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APPAYSEL.
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
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SelectionReport ASSIGN TO "appaysel.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PaymentRunFile ASSIGN TO "appay.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT APAuditFile ASSIGN TO "apaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD APInvoiceFile.
01 APInvoiceData.
    COPY "APINVREC.cpy".

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD SelectionReport.
01 PrintLine PIC X(80).

      *> One payment per supplier per run - what the cheque writer or
      *> the bank file is cut from. Appended run after run, so the
      *> payment history stays on file.
FD PaymentRunFile.
01 PaymentRunRecord.
       02 PR-PayDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PR-Supplier PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PR-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PR-BillCount PIC 9(3).

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

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 APInvoiceFileStatus PIC XX.
01 ScanEOF PIC X.
01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 Confirm PIC X.
01 AskPayThrough PIC 9(8).
01 BillsScanned PIC 9(5) VALUE ZERO.
01 BillsPaid PIC 9(5) VALUE ZERO.
01 SelectedTotal PIC 9(8)V99 VALUE ZERO.
01 WS-BeforeImage PIC X(151).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
COPY "DATESRV.cpy".
COPY "SIGNON.cpy".

01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-Name PIC X(20).
01 SupCount PIC 99 VALUE ZERO.
01 SUP-Index PIC 99.
01 SUP-FoundFlag PIC X.
       88 SUP-EntryFound VALUE 'Y'.

      *> The bills chosen, in voucher order, and what each supplier
      *> is owed across them. Selection and payment are two passes
      *> so the register can be read before anything is marked paid.
01 SelectedTable.
       02 SelectedEntry OCCURS 500 TIMES.
           03 SEL-VoucherNum PIC 9(6).
01 SelectedCount PIC 999 VALUE ZERO.
01 SEL-Index PIC 999.
01 SelectedFullFlag PIC X VALUE 'N'.
       88 SelectedFull VALUE 'Y'.
01 PayeeTable.
       02 PayeeEntry OCCURS 200 TIMES.
           03 PAYEE-Supplier PIC X(4).
           03 PAYEE-Amount PIC 9(7)V99.
           03 PAYEE-Count PIC 9(3).
01 PayeeCount PIC 999 VALUE ZERO.
01 PAYEE-Index PIC 999.
01 PAYEE-Slot PIC 999.

01 SelHeading.
       02 FILLER PIC X(30) VALUE "AP PAYMENT SELECTION - due by ".
       02 PrnPayThrough PIC 9(8).
       02 FILLER PIC X(11) VALUE "   run on ".
       02 PrnRunDate PIC 9(8).
01 SelHeads PIC X(66) VALUE
    "Voucher Supp Supplier Invoice  PO       Due              Amount".
01 SelDetailLine.
       02 PrnVoucher PIC 9(6).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnSupplier PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSuppInv PIC X(12).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnPONum PIC 9(6).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnDueDate PIC 9(8).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnAmount PIC $$,$$$,$$9.99.
01 PayeeLine.
       02 FILLER PIC X(6) VALUE "  Pay ".
       02 PrnPayeeCode PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPayeeName PIC X(20).
       02 PrnPayeeCount PIC ZZ9.
       02 FILLER PIC X(7) VALUE " bills ".
       02 PrnPayeeAmount PIC $$,$$$,$$9.99.
01 SelFooting.
       02 FILLER PIC X(28) VALUE "TOTAL SELECTED FOR PAYMENT  ".
       02 PrnSelTotal PIC $$$,$$$,$$9.99.

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "APPAYSEL" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Supervisor Level Required"
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "AP PAYMENT SELECTION"
       DISPLAY "Pay bills due on or before (YYYYMMDD, 0 = today) : "
           WITH NO ADVANCING
       ACCEPT AskPayThrough
       IF AskPayThrough = ZERO
           MOVE RunDate TO AskPayThrough
       END-IF
       SET DS-ValidateDate TO TRUE
       MOVE AskPayThrough TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Invalid date - nothing selected"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadSupplierTable
       OPEN I-O APInvoiceFile
       IF APInvoiceFileStatus NOT = "00"
           DISPLAY "Supplier invoice file could not be opened - status "
               APInvoiceFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM SelectDueBills
       IF SelectedFull
           DISPLAY "More bills due than one run can carry - the rest"
               " wait for the next run"
       END-IF
       IF SelectedCount = ZERO
           DISPLAY "No approved bills due by " AskPayThrough
           CLOSE APInvoiceFile
           PERFORM WriteBalanceLine
           STOP RUN
       END-IF
       MOVE SelectedTotal TO PrnSelTotal
       DISPLAY SelectedCount " bill(s) selected for " PrnSelTotal
           " - register in appaysel.rpt"
       DISPLAY "Release this payment run (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm = 'Y' OR Confirm = 'y'
           OPEN EXTEND APAuditFile
           PERFORM PayOneBill
               VARYING SEL-Index FROM 1 BY 1
               UNTIL SEL-Index > SelectedCount
           CLOSE APAuditFile
           PERFORM WritePaymentRun
           DISPLAY "Payment run released - " BillsPaid
               " bill(s) paid, payments in appay.txt"
       ELSE
           DISPLAY "Payment run not released - bills left approved"
       END-IF
       CLOSE APInvoiceFile
       PERFORM WriteBalanceLine
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
                   ELSE
                       DISPLAY "Supplier table full - ignoring " SU-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

      *> Only approved bills are paid - a held bill waits for review
      *> however late it is. The register lists every bill chosen and
      *> then one payment line per supplier.
SelectDueBills.
       OPEN OUTPUT SelectionReport
       MOVE AskPayThrough TO PrnPayThrough
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM SelHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM SelHeads AFTER ADVANCING 2 LINES
       MOVE 'N' TO ScanEOF
       MOVE LOW-VALUES TO AP-VoucherNum
       START APInvoiceFile KEY IS GREATER THAN OR EQUAL TO AP-VoucherNum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y'
           READ APInvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N'
               ADD 1 TO BillsScanned
               IF AP-ApprovedInvoice AND AP-DueDate <= AskPayThrough
                   PERFORM SelectOneBill
               END-IF
           END-IF
       END-PERFORM
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       PERFORM PrintOnePayee
           VARYING PAYEE-Index FROM 1 BY 1 UNTIL PAYEE-Index > PayeeCount
       MOVE SelectedTotal TO PrnSelTotal
       WRITE PrintLine FROM SelFooting AFTER ADVANCING 2 LINES
       CLOSE SelectionReport.

SelectOneBill.
       IF SelectedCount >= 500
           SET SelectedFull TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM FindPayeeSlot
       IF PAYEE-Slot = ZERO
           SET SelectedFull TO TRUE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SelectedCount
       MOVE AP-VoucherNum TO SEL-VoucherNum(SelectedCount)
       ADD AP-Total TO PAYEE-Amount(PAYEE-Slot)
       ADD 1 TO PAYEE-Count(PAYEE-Slot)
       ADD AP-Total TO SelectedTotal
       MOVE AP-VoucherNum TO PrnVoucher
       MOVE AP-Supplier TO PrnSupplier
       MOVE AP-SuppInvNum TO PrnSuppInv
       MOVE AP-PONum TO PrnPONum
       MOVE AP-DueDate TO PrnDueDate
       MOVE AP-Total TO PrnAmount
       WRITE PrintLine FROM SelDetailLine AFTER ADVANCING 1 LINE.

FindPayeeSlot.
       MOVE ZERO TO PAYEE-Slot
       PERFORM VARYING PAYEE-Index FROM 1 BY 1
           UNTIL PAYEE-Index > PayeeCount OR PAYEE-Slot > ZERO
           IF PAYEE-Supplier(PAYEE-Index) = AP-Supplier
               MOVE PAYEE-Index TO PAYEE-Slot
           END-IF
       END-PERFORM
       IF PAYEE-Slot = ZERO AND PayeeCount < 200
           ADD 1 TO PayeeCount
           MOVE PayeeCount TO PAYEE-Slot
           MOVE AP-Supplier TO PAYEE-Supplier(PAYEE-Slot)
           MOVE ZERO TO PAYEE-Amount(PAYEE-Slot)
           MOVE ZERO TO PAYEE-Count(PAYEE-Slot)
       END-IF.

PrintOnePayee.
       MOVE PAYEE-Supplier(PAYEE-Index) TO PrnPayeeCode
       MOVE "(NOT ON MASTER)" TO PrnPayeeName
       MOVE 'N' TO SUP-FoundFlag
       PERFORM VARYING SUP-Index FROM 1 BY 1
           UNTIL SUP-Index > SupCount OR SUP-EntryFound
           IF SUP-Code(SUP-Index) = PAYEE-Supplier(PAYEE-Index)
               SET SUP-EntryFound TO TRUE
               MOVE SUP-Name(SUP-Index) TO PrnPayeeName
           END-IF
       END-PERFORM
       MOVE PAYEE-Count(PAYEE-Index) TO PrnPayeeCount
       MOVE PAYEE-Amount(PAYEE-Index) TO PrnPayeeAmount
       WRITE PrintLine FROM PayeeLine AFTER ADVANCING 1 LINE.

      *> Each bill is reread before it is marked, so one changed
      *> since selection (released, rejected, already paid) is left
      *> alone rather than paid from a stale picture.
PayOneBill.
       MOVE SEL-VoucherNum(SEL-Index) TO AP-VoucherNum
       READ APInvoiceFile
           INVALID KEY
               DISPLAY "Voucher " SEL-VoucherNum(SEL-Index)
                   " no longer on file - not paid"
               EXIT PARAGRAPH
       END-READ
       IF NOT AP-ApprovedInvoice
           DISPLAY "Voucher " AP-VoucherNum " changed since selection"
               " - not paid"
           EXIT PARAGRAPH
       END-IF
       MOVE APInvoiceData TO WS-BeforeImage
       SET AP-PaidInvoice TO TRUE
       MOVE RunDate TO AP-PayDate
       REWRITE APInvoiceData
           INVALID KEY
               DISPLAY "Voucher " AP-VoucherNum " not rewritten - not paid"
           NOT INVALID KEY
               ADD 1 TO BillsPaid
               MOVE FUNCTION CURRENT-DATE TO APA-Timestamp
               MOVE "PAID" TO APA-Action
               MOVE AP-VoucherNum TO APA-VoucherNum
               MOVE SO-OperatorID TO APA-Operator
               MOVE WS-BeforeImage TO APA-Before
               MOVE APInvoiceData TO APA-After
               WRITE APAuditRecord
       END-REWRITE.

WritePaymentRun.
       OPEN EXTEND PaymentRunFile
       PERFORM VARYING PAYEE-Index FROM 1 BY 1
           UNTIL PAYEE-Index > PayeeCount
           MOVE SPACES TO PaymentRunRecord
           MOVE RunDate TO PR-PayDate
           MOVE PAYEE-Supplier(PAYEE-Index) TO PR-Supplier
           MOVE PAYEE-Amount(PAYEE-Index) TO PR-Amount
           MOVE PAYEE-Count(PAYEE-Index) TO PR-BillCount
           WRITE PaymentRunRecord
       END-PERFORM
       CLOSE PaymentRunFile.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "APPAYSEL" TO BAL-Program
       MOVE "APPAYSEL" TO BAL-Step
       MOVE BillsScanned TO BAL-RecordsIn
       MOVE BillsPaid TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
