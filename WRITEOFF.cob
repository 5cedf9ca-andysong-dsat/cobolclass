       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WRITEOFF.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS PaymentFileStatus.
       SELECT OPTIONAL PeriodControl ASSIGN TO "arperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodControlStatus.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD PeriodControl.
01 PeriodControlLine.
       02 AP-OpenPeriod PIC 9(6).

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
01 InvoiceFileStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 PaymentAddedFlag PIC X.
       88 PaymentAdded     VALUE 'Y'.
       88 PaymentAddFailed VALUE 'F'.
01 PeriodControlStatus PIC XX.
01 PostingLockedFlag PIC X VALUE 'N'.
       88 PostingLocked VALUE 'Y'.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 Confirm PIC X.
01 AskInvoiceNum PIC 9(6).
01 AskThreshold PIC 9(5)V99.
01 InvoiceFoundFlag PIC X.
       88 InvoiceFound VALUE 'Y'.
01 ScanEOF PIC X.
01 OpenBalance PIC 9(7)V99.
01 WriteOffAmount PIC 9(7)V99.
01 WriteOffsEntered PIC 9(5) VALUE ZERO.
01 WriteOffsPosted PIC 9(5) VALUE ZERO.
01 SweepCount PIC 9(5).
01 SweepTotal PIC 9(7)V99.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 PrnAmount PIC $$,$$$,$$9.99.
01 KeyAmount PIC 9(7)V99.
01 KeyAmountDigits REDEFINES KeyAmount PIC X(9).
01 KeyThreshold PIC 9(5)V99.
01 KeyThresholdDigits REDEFINES KeyThreshold PIC X(7).
01 PrnThreshold PIC $$,$$9.99.

      *> The largest balance the small-balance sweep may clear in one
      *> stroke. Anything bigger is a collection decision and goes
      *> through the single-invoice write-off, one invoice at a time.
01 SweepCeiling PIC 9(5)V99 VALUE 25.00.
COPY "SIGNON.cpy".
COPY "APPRVCHK.cpy".
COPY "OCAUDIT.cpy".
COPY "PAYNOSRV.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "WRITEOFF" TO SO-CallerName
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
       PERFORM CheckPostingPeriod
       IF PostingLocked
           DISPLAY "Accounting period " RunDate(1:6)
               " is closed - write-offs cannot be posted"
           OPEN EXTEND ExceptionLog
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE "Write-Off Refused - Accounting Period Closed"
               TO WS-ExceptionMessage
           PERFORM LogException
           CLOSE ExceptionLog
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
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
       OPEN EXTEND ExceptionLog
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "BAD-DEBT WRITE-OFF"
           DISPLAY "1: Write Off One Invoice"
           DISPLAY "2: Sweep Small Balances"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM WriteOffOneInvoice
               WHEN 2 PERFORM SweepSmallBalances
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       CLOSE InvoiceFile
       CLOSE PaymentFile
       CLOSE ExceptionLog
       DISPLAY "Write-Offs Posted: " WriteOffsPosted
       PERFORM WriteBalanceLine
       STOP RUN.

      *> A write-off moves AR, so it obeys the same closed-period
      *> lockout every other posting program does.
CheckPostingPeriod.
       MOVE 'N' TO PostingLockedFlag
       OPEN INPUT PeriodControl
       IF PeriodControlStatus = "00"
           READ PeriodControl
               AT END CONTINUE
               NOT AT END
                   IF AP-OpenPeriod IS NUMERIC AND AP-OpenPeriod > ZERO
                       AND RunDate(1:6) < AP-OpenPeriod
                       SET PostingLocked TO TRUE
                   END-IF
           END-READ
       END-IF
       CLOSE PeriodControl.

      *> Writing off a balance is dual-controlled like a purge: the
      *> first supervisor's attempt stages it, a DIFFERENT supervisor
      *> approves it in the approval queue, and only the approved
      *> re-attempt posts. The open balance rides in the request key,
      *> so an invoice that has been paid on since it was staged no
      *> longer matches the approval and must be staged afresh.
WriteOffOneInvoice.
       DISPLAY " "
       DISPLAY "Invoice number : " WITH NO ADVANCING
       ACCEPT AskInvoiceNum
       PERFORM ReadAskedInvoice
       IF NOT InvoiceFound
           DISPLAY "Invoice " AskInvoiceNum " not on the register"
           EXIT PARAGRAPH
       END-IF
       IF NOT INV-OpenInvoice
           DISPLAY "Invoice " AskInvoiceNum
               " is not open - nothing to write off"
           EXIT PARAGRAPH
       END-IF
       COMPUTE OpenBalance = INV-Total - INV-AmountPaid
       IF OpenBalance = ZERO
           DISPLAY "Invoice " AskInvoiceNum " has no open balance"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WriteOffsEntered
       MOVE OpenBalance TO PrnAmount
       DISPLAY "Customer " INV-IDNum "  invoiced " INV-InvoiceDate
           "  open balance " PrnAmount
       MOVE "WRITEOFF" TO AC-Action
       MOVE SPACES TO AC-KeyData
       MOVE AskInvoiceNum TO AC-KeyData(1:6)
       MOVE OpenBalance TO KeyAmount
       MOVE KeyAmountDigits TO AC-KeyData(8:9)
       MOVE SO-OperatorID TO AC-Operator
       CALL "APPRVCHK" USING AC-Parameters
       EVALUATE TRUE
           WHEN AC-Staged
               DISPLAY "Write-off staged - a second supervisor must"
                   " approve it in the approval queue"
           WHEN AC-Pending
               DISPLAY "Write-off still awaiting a second supervisor"
           WHEN AC-Rejected
               DISPLAY "Write-off rejected by " AC-Approver
                   " - " AC-Reason
           WHEN AC-Approved
               DISPLAY "Approved by " AC-Approver
               DISPLAY "Write off " PrnAmount " on invoice "
                   AskInvoiceNum " (Y/N)? " WITH NO ADVANCING
               ACCEPT Confirm
               IF Confirm = 'Y' OR Confirm = 'y'
                   MOVE OpenBalance TO WriteOffAmount
                   PERFORM PostWriteOff
               ELSE
                   DISPLAY "Write-Off Cancelled"
               END-IF
           WHEN OTHER
               DISPLAY "Write-off not approved - invoice unchanged"
       END-EVALUATE.

ReadAskedInvoice.
       MOVE 'Y' TO InvoiceFoundFlag
       MOVE AskInvoiceNum TO INV-InvoiceNum
       READ InvoiceFile
           INVALID KEY MOVE 'N' TO InvoiceFoundFlag
       END-READ.

      *> The sweep clears the pennies and small residue short payments
      *> leave behind. The whole sweep is one request, keyed by the
      *> run date and the threshold the way a purge is keyed by its
      *> date and cutoff, so an approval covers that day's sweep at
      *> that threshold and nothing else. Every invoice it clears still
      *> gets its own write-off record and journal entries.
SweepSmallBalances.
       DISPLAY " "
       MOVE SweepCeiling TO PrnThreshold
       DISPLAY "Clear open balances below (max " PrnThreshold ") : "
           WITH NO ADVANCING
       ACCEPT AskThreshold
       IF AskThreshold = ZERO OR AskThreshold > SweepCeiling
           DISPLAY "Threshold must be above zero and no more than "
               PrnThreshold
           EXIT PARAGRAPH
       END-IF
       MOVE AskThreshold TO PrnThreshold
       MOVE "WOSWEEP" TO AC-Action
       MOVE SPACES TO AC-KeyData
       MOVE RunDate TO AC-KeyData(1:8)
       MOVE AskThreshold TO KeyThreshold
       MOVE KeyThresholdDigits TO AC-KeyData(10:7)
       MOVE SO-OperatorID TO AC-Operator
       CALL "APPRVCHK" USING AC-Parameters
       EVALUATE TRUE
           WHEN AC-Staged
               DISPLAY "Sweep below " PrnThreshold " staged - a second"
                   " supervisor must approve it in the approval queue"
           WHEN AC-Pending
               DISPLAY "Sweep still awaiting a second supervisor"
           WHEN AC-Rejected
               DISPLAY "Sweep rejected by " AC-Approver " - " AC-Reason
           WHEN AC-Approved
               DISPLAY "Approved by " AC-Approver
               DISPLAY "Write off every open balance below "
                   PrnThreshold " (Y/N)? " WITH NO ADVANCING
               ACCEPT Confirm
               IF Confirm = 'Y' OR Confirm = 'y'
                   PERFORM RunSweep
               ELSE
                   DISPLAY "Sweep Cancelled"
               END-IF
           WHEN OTHER
               DISPLAY "Sweep not approved - register unchanged"
       END-EVALUATE.

RunSweep.
       MOVE ZERO TO SweepCount SweepTotal
       MOVE 'N' TO ScanEOF
       MOVE ZERO TO INV-InvoiceNum
       START InvoiceFile KEY IS NOT LESS THAN INV-InvoiceNum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y'
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N' AND INV-OpenInvoice
               COMPUTE OpenBalance = INV-Total - INV-AmountPaid
               IF OpenBalance > ZERO AND OpenBalance < AskThreshold
                   ADD 1 TO WriteOffsEntered
                   MOVE OpenBalance TO WriteOffAmount
                   PERFORM PostWriteOff
                   ADD 1 TO SweepCount
                   ADD WriteOffAmount TO SweepTotal
               END-IF
           END-IF
       END-PERFORM
       MOVE SweepTotal TO PrnAmount
       DISPLAY "Sweep complete - " SweepCount " invoice(s) cleared for "
           PrnAmount.

      *> The invoice closes paid with the write-off counted as paid
      *> on it, and a W record on the payment register carries the
      *> amount to the statement and to the GL as bad-debt expense -
      *> never cash, never unapplied. Both files are journaled with
      *> the supervisor who posted it; the approver is on the audit
      *> trail from the approval queue and on the exception log here.
PostWriteOff.
       MOVE InvoiceData TO OA-Before
       ADD WriteOffAmount TO INV-AmountPaid
       SET INV-PaidInvoice TO TRUE
       REWRITE InvoiceData
           INVALID KEY
               MOVE "Invoice Not Rewritten During Write-Off"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
       END-REWRITE
       SET OA-InvoiceFile TO TRUE
       MOVE "WRTOFF" TO OA-Action
       MOVE INV-InvoiceNum TO OA-KeyValue
       MOVE SO-OperatorID TO OA-Operator
       MOVE InvoiceData TO OA-After
       CALL "OCAUDIT" USING OA-Parameters
       MOVE SPACES TO PaymentRecord
       MOVE RunDate TO PAY-Date
       MOVE INV-IDNum TO PAY-IDNum
       MOVE WriteOffAmount TO PAY-Amount
       MOVE ZERO TO PAY-Unapplied
       SET PAY-WriteOff TO TRUE
       PERFORM AddPaymentRecord
       SET OA-PaymentFile TO TRUE
       MOVE "WRTOFF" TO OA-Action
       MOVE INV-IDNum TO OA-KeyValue
       MOVE SO-OperatorID TO OA-Operator
       MOVE SPACES TO OA-Before
       MOVE PaymentRecord TO OA-After
       CALL "OCAUDIT" USING OA-Parameters
       ADD 1 TO WriteOffsPosted
       MOVE WriteOffAmount TO PrnAmount
       DISPLAY "Wrote off " PrnAmount " on invoice " INV-InvoiceNum
           " - invoice closed"
       MOVE 'I' TO WS-ExceptionSeverity
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Bad Debt Written Off: Invoice " DELIMITED BY SIZE
              INV-InvoiceNum DELIMITED BY SIZE
              " approved by " DELIMITED BY SIZE
              AC-Approver DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       PERFORM LogException.

      *> The write-off record takes the next receipt number; one
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
       MOVE "WRITEOFF" TO EL-Program
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
       MOVE "WRITEOFF" TO BAL-Program
       MOVE "WRITEOFF" TO BAL-Step
       MOVE WriteOffsEntered TO BAL-RecordsIn
       MOVE WriteOffsPosted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
