       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARRECON.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ExtractFile ASSIGN TO ExtractFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExtractFileStatus.
       SELECT OPTIONAL AccountMap ASSIGN TO "glmap.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL DepositFile ASSIGN TO "deposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARControlFile ASSIGN TO "arctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReconReport ASSIGN TO "arrecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
      *> The period's GL extract exactly as GLEXTR released it - the
      *> AR account lines in it are what the ledger has been told.
FD ExtractFile.
01 ExtractControlRecord.
       02 XC-RecType PIC X.
       02 FILLER PIC X.
       02 XC-Period PIC 9(6).
       02 FILLER PIC X.
       02 XC-Date PIC 9(8).
       02 FILLER PIC X.
       02 XC-Count PIC 9(6).
       02 FILLER PIC X.
       02 XC-HashTotal PIC 9(10)V99.
01 ExtractJournalRecord.
       02 XJ-RecType PIC X.
       02 FILLER PIC X.
       02 XJ-Account PIC X(8).
       02 FILLER PIC X.
       02 XJ-DrCr PIC X.
       02 FILLER PIC X.
       02 XJ-Amount PIC 9(9)V99.
       02 FILLER PIC X.
       02 XJ-Description PIC X(20).

FD AccountMap.
01 AccountMapLine.
       02 GM-Source PIC X(8).
       02 FILLER PIC X.
       02 GM-Account PIC X(8).

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD DepositFile.
01 DepositLine.
    COPY "DEPREC.cpy".

      *> The AR control account period by period, one line per
      *> reconciled month: the opening figure, the ledger's closing
      *> figure (opening plus what was extracted), the register's
      *> open items at the period end, and whether the two agreed.
      *> Each month opens on the ledger close of the month before;
      *> the period close will not go ahead until the month has a
      *> line here. Rerunning a month replaces its line.
FD ARControlFile.
01 ARControlLine.
       02 RC-Period PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RC-Opening PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X VALUE SPACE.
       02 RC-LedgerClose PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X VALUE SPACE.
       02 RC-RegisterTotal PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X VALUE SPACE.
       02 RC-Status PIC X.
           88 RC-Balanced     VALUE 'B'.
           88 RC-OutOfBalance VALUE 'O'.
       02 FILLER PIC X VALUE SPACE.
       02 RC-RunDate PIC 9(8).

FD ReconReport.
01 PrintLine PIC X(90).

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
01 ExtractFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 ExtractFileName PIC X(30).
01 ExtractEOFFlag PIC X VALUE 'N'.
       88 ExtractEOF VALUE 'Y'.
01 TrailerSeenFlag PIC X VALUE 'N'.
       88 TrailerSeen VALUE 'Y'.
01 MapEOFFlag PIC X VALUE 'N'.
       88 MapEOF VALUE 'Y'.
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 PaymentEOFFlag PIC X VALUE 'N'.
       88 PaymentEOF VALUE 'Y'.
01 DepositEOFFlag PIC X VALUE 'N'.
       88 DepositEOF VALUE 'Y'.
01 ControlEOFFlag PIC X VALUE 'N'.
       88 ControlEOF VALUE 'Y'.
01 AskPeriod PIC 9(6).
01 ARAccount PIC X(8) VALUE "AR".
01 RecordsScanned PIC 9(6) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 WorkDate PIC 9(8).
01 WorkDateFields REDEFINES WorkDate.
       02 WD-Period PIC 9(6).
       02 WD-Day PIC 99.
01 WorkAmount PIC S9(10)V99.
01 WorkSourceName PIC X(8).

      *> The activity sources GLEXTR posts to the AR account, signed
      *> the way they move the balance: billing (invoices and finance
      *> charges) and refunds (refund checks and NSF reversals) raise
      *> it; return and rebate credit memos, cash received, discounts
      *> and bad-debt write-offs bring it down. UNSPLIT takes AR lines
      *> from an extract written before its lines named their source.
01 SourceNames.
       02 FILLER PIC X(8) VALUE "BILLING".
       02 FILLER PIC X(8) VALUE "RETURNS".
       02 FILLER PIC X(8) VALUE "REBATE".
       02 FILLER PIC X(8) VALUE "CASH".
       02 FILLER PIC X(8) VALUE "REFUND".
       02 FILLER PIC X(8) VALUE "DISCOUNT".
       02 FILLER PIC X(8) VALUE "BADDEBT".
       02 FILLER PIC X(8) VALUE "UNSPLIT".
01 SourceNameTable REDEFINES SourceNames.
       02 SourceName PIC X(8) OCCURS 8 TIMES.
01 SourceTable.
       02 SRC-Entry OCCURS 8 TIMES.
           03 SRC-Ledger PIC S9(10)V99.
           03 SRC-Subledger PIC S9(10)V99.
           03 SRC-After PIC S9(10)V99.
           03 SRC-Difference PIC S9(10)V99.
           03 SRC-Day PIC S9(10)V99 OCCURS 31 TIMES.
01 SRC-Index PIC 99.
01 SRC-Slot PIC 99.
01 DayIdx PIC 99.

01 OpeningFigure PIC S9(10)V99 VALUE ZERO.
01 OpeningEntry PIC S9(10)V99 SIGN IS LEADING SEPARATE.
01 OpeningFoundFlag PIC X VALUE 'N'.
       88 OpeningFound VALUE 'Y'.
01 OpeningPeriod PIC 9(6) VALUE ZERO.
01 LedgerActivity PIC S9(10)V99 VALUE ZERO.
01 LedgerClose PIC S9(10)V99 VALUE ZERO.
01 RegisterNow PIC S9(10)V99 VALUE ZERO.
01 ActivityAfter PIC S9(10)V99 VALUE ZERO.
01 RegisterAtEnd PIC S9(10)V99 VALUE ZERO.
01 ReconDifference PIC S9(10)V99 VALUE ZERO.
01 SourceDiffTotal PIC S9(10)V99 VALUE ZERO.
01 Unexplained PIC S9(10)V99 VALUE ZERO.
01 OpenInvoiceTotal PIC S9(10)V99 VALUE ZERO.
01 OpenCreditTotal PIC S9(10)V99 VALUE ZERO.
01 UnappliedTotal PIC S9(10)V99 VALUE ZERO.
01 DepositTotal PIC S9(10)V99 VALUE ZERO.

01 ControlTable.
       02 CTL-Entry OCCURS 120 TIMES.
           03 CTL-Line PIC X(59).
01 CTL-Count PIC 999 VALUE ZERO.
01 CTL-Index PIC 999.
01 CTL-Slot PIC 999.
      *> Set when arctl.txt outgrows the control table. The period
      *> line is then not saved, since rewriting the file from the
      *> table would drop the periods left unloaded.
01 ControlOverflowFlag PIC X VALUE 'N'.
       88 ControlTableOverflowed VALUE 'Y'.

01 ReportHeading.
       02 FILLER PIC X(44)
           VALUE "AR SUBLEDGER TO GL CONTROL RECONCILIATION - ".
       02 FILLER PIC X(7) VALUE "PERIOD ".
       02 PrnPeriod PIC 9(6).
01 SummaryLine.
       02 PrnSummaryLabel PIC X(40).
       02 PrnSummaryAmount PIC $$,$$$,$$$,$$9.99CR.
01 SourceHeads PIC X(80) VALUE
    "Source     Ledger (extracted)  Subledger (register)        Difference".
01 SourceLine.
       02 PrnSourceName PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnLedger PIC $$,$$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnSubledger PIC $$,$$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnSourceDiff PIC $$,$$$,$$$,$$9.99CR.
01 DayHeading.
       02 FILLER PIC X(28) VALUE "REGISTER ACTIVITY BY DATE - ".
       02 PrnDaySource PIC X(8).
01 DayLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnDayDate PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnDayAmount PIC $$,$$$,$$$,$$9.99CR.
01 ResultLine.
       02 FILLER PIC X(8) VALUE "RESULT: ".
       02 PrnResult PIC X(40).

COPY "REGION.cpy".

      *> Month-end proof that the invoice register and the ledger's
      *> receivables control account still say the same thing. The
      *> ledger side is the opening control figure plus the AR lines
      *> GLEXTR released for the period. The register side is the
      *> open-item total derived the way the corporate AR extract
      *> derives it - open invoices less open credit memos, unapplied
      *> cash and deposits held - backed off to the period end by
      *> anything dated later. A difference is split by source: the
      *> register's activity for the period recomputed now against
      *> what was extracted, with every day of the source's register
      *> activity listed so the odd item can be found; what the
      *> sources do not explain is opening-figure or register drift.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "AR TO GL CONTROL RECONCILIATION"
       DISPLAY "Period to reconcile (YYYYMM) : " WITH NO ADVANCING
       ACCEPT AskPeriod
       INITIALIZE SourceTable
       PERFORM LoadAccountMap
       PERFORM ReadGLExtract
       IF NOT TrailerSeen
           DISPLAY "GL extract for period " AskPeriod
               " not on file or incomplete - run GLEXTR first"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadControlTable
       PERFORM FindOpeningFigure
       PERFORM UNTIL InvoiceEOF
           READ InvoiceFile NEXT RECORD
               AT END SET InvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   PERFORM ConsiderOneInvoice
           END-READ
       END-PERFORM
       CLOSE InvoiceFile
       PERFORM ConsiderPayments
       PERFORM ConsiderDeposits
       PERFORM ComputeReconciliation
       PERFORM PrintReconciliation
       PERFORM SaveControlLine
       IF ReconDifference = ZERO
           DISPLAY "AR control reconciles for period " AskPeriod
       ELSE
           DISPLAY "AR control OUT OF BALANCE for period " AskPeriod
               " - see arrecon.rpt"
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE SPACES TO WS-ExceptionMessage
           STRING "AR Control Out Of Balance - Period: "
                  DELIMITED BY SIZE
                  AskPeriod DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM WriteBalanceLine
       IF ControlTableOverflowed
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

LoadAccountMap.
       OPEN INPUT AccountMap
       PERFORM UNTIL MapEOF
           READ AccountMap
               AT END SET MapEOF TO TRUE
               NOT AT END
                   IF GM-Source = "AR"
                       MOVE GM-Account TO ARAccount
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AccountMap.

ReadGLExtract.
       MOVE SPACES TO ExtractFileName
       STRING "glextr-" DELIMITED BY SIZE
              AskPeriod DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO ExtractFileName
       END-STRING
       OPEN INPUT ExtractFile
       IF ExtractFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ExtractEOF
           READ ExtractFile
               AT END SET ExtractEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF XC-RecType = 'T'
                       SET TrailerSeen TO TRUE
                   END-IF
                   IF XJ-RecType = 'J' AND XJ-Account = ARAccount
                       PERFORM TakeOneLedgerLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ExtractFile.

TakeOneLedgerLine.
       MOVE 8 TO SRC-Slot
       IF XJ-Description(1:3) = "AR "
           MOVE XJ-Description(4:8) TO WorkSourceName
           PERFORM VARYING SRC-Index FROM 1 BY 1 UNTIL SRC-Index > 7
               IF SourceName(SRC-Index) = WorkSourceName
                   MOVE SRC-Index TO SRC-Slot
               END-IF
           END-PERFORM
       END-IF
       IF XJ-DrCr = 'D'
           ADD XJ-Amount TO SRC-Ledger(SRC-Slot)
       ELSE
           SUBTRACT XJ-Amount FROM SRC-Ledger(SRC-Slot)
       END-IF.

LoadControlTable.
       OPEN INPUT ARControlFile
       PERFORM UNTIL ControlEOF
           READ ARControlFile
               AT END SET ControlEOF TO TRUE
               NOT AT END
                   IF CTL-Count < 120
                       ADD 1 TO CTL-Count
                       MOVE ARControlLine TO CTL-Line(CTL-Count)
                   ELSE
                       SET ControlTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARControlFile
       IF ControlTableOverflowed
           DISPLAY "arctl.txt exceeds table capacity - "
               "the period line will not be saved"
       END-IF.

      *> The month opens on the latest earlier month's ledger close.
      *> The very first reconciliation has nothing to open on, so the
      *> opening control figure is keyed from the ledger.
FindOpeningFigure.
       PERFORM VARYING CTL-Index FROM 1 BY 1 UNTIL CTL-Index > CTL-Count
           MOVE CTL-Line(CTL-Index) TO ARControlLine
           IF RC-Period < AskPeriod AND RC-Period > OpeningPeriod
               MOVE RC-Period TO OpeningPeriod
               MOVE RC-LedgerClose TO OpeningFigure
               SET OpeningFound TO TRUE
           END-IF
       END-PERFORM
       IF NOT OpeningFound
           DISPLAY "No earlier reconciliation on file."
           DISPLAY "Opening AR control figure from the ledger : "
               WITH NO ADVANCING
           ACCEPT OpeningEntry
           MOVE OpeningEntry TO OpeningFigure
       END-IF.

      *> Open invoices count at their unpaid balance and open credit
      *> memos against it, exactly as the corporate extract nets them.
ConsiderOneInvoice.
       COMPUTE WorkAmount = INV-Total - INV-AmountPaid
       IF WorkAmount > ZERO
           IF INV-OpenInvoice
               ADD WorkAmount TO OpenInvoiceTotal
           ELSE
           IF INV-CreditMemo
               ADD WorkAmount TO OpenCreditTotal
           END-IF
           END-IF
       END-IF
       MOVE INV-InvoiceDate TO WorkDate
       MOVE INV-Total TO WorkAmount
       EVALUATE TRUE
           WHEN INV-CreditMemo AND INV-OrderNum = ZERO
               MOVE 3 TO SRC-Slot
               COMPUTE WorkAmount = ZERO - INV-Total
           WHEN INV-CreditMemo
               MOVE 2 TO SRC-Slot
               COMPUTE WorkAmount = ZERO - INV-Total
           WHEN OTHER
               MOVE 1 TO SRC-Slot
       END-EVALUATE
       PERFORM PostActivity.

ConsiderPayments.
       OPEN INPUT PaymentFile
       PERFORM UNTIL PaymentEOF
           READ PaymentFile
               AT END SET PaymentEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   PERFORM ConsiderOnePayment
           END-READ
       END-PERFORM
       CLOSE PaymentFile.

      *> Classified the way GLEXTR classifies them, so a source that
      *> differs has really changed since the extract ran.
ConsiderOnePayment.
       IF (PAY-Receipt OR PAY-VoidedCheck) AND PAY-Unapplied > ZERO
           ADD PAY-Unapplied TO UnappliedTotal
       END-IF
       MOVE PAY-Date TO WorkDate
       MOVE PAY-Amount TO WorkAmount
       EVALUATE TRUE
           WHEN PAY-Refund OR PAY-Reversal
               MOVE 5 TO SRC-Slot
           WHEN PAY-Discount
               MOVE 6 TO SRC-Slot
               COMPUTE WorkAmount = ZERO - PAY-Amount
           WHEN PAY-WriteOff
               MOVE 7 TO SRC-Slot
               COMPUTE WorkAmount = ZERO - PAY-Amount
           WHEN OTHER
               MOVE 4 TO SRC-Slot
               COMPUTE WorkAmount = ZERO - PAY-Amount
       END-EVALUATE
       PERFORM PostActivity.

      *> Activity in the period lands on its day; activity dated after
      *> the period is already in the register but not yet in the
      *> ledger, so it is backed out of the register side.
PostActivity.
       IF WD-Period = AskPeriod
           ADD WorkAmount TO SRC-Subledger(SRC-Slot)
           IF WD-Day >= 1 AND WD-Day <= 31
               ADD WorkAmount TO SRC-Day(SRC-Slot, WD-Day)
           END-IF
       ELSE
       IF WD-Period > AskPeriod
           ADD WorkAmount TO SRC-After(SRC-Slot)
       END-IF
       END-IF.

ConsiderDeposits.
       OPEN INPUT DepositFile
       PERFORM UNTIL DepositEOF
           READ DepositFile
               AT END SET DepositEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF DP-Amount IS NUMERIC
                       IF DP-Taken
                           ADD DP-Amount TO DepositTotal
                       END-IF
                       IF DP-Consumed
                           SUBTRACT DP-Amount FROM DepositTotal
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DepositFile.

ComputeReconciliation.
       PERFORM VARYING SRC-Index FROM 1 BY 1 UNTIL SRC-Index > 8
           ADD SRC-Ledger(SRC-Index) TO LedgerActivity
           ADD SRC-After(SRC-Index) TO ActivityAfter
           COMPUTE SRC-Difference(SRC-Index) =
               SRC-Subledger(SRC-Index) - SRC-Ledger(SRC-Index)
           ADD SRC-Difference(SRC-Index) TO SourceDiffTotal
       END-PERFORM
       COMPUTE LedgerClose = OpeningFigure + LedgerActivity
       COMPUTE RegisterNow = OpenInvoiceTotal - OpenCreditTotal
           - UnappliedTotal - DepositTotal
       COMPUTE RegisterAtEnd = RegisterNow - ActivityAfter
       COMPUTE ReconDifference = RegisterAtEnd - LedgerClose
       COMPUTE Unexplained = ReconDifference - SourceDiffTotal.

PrintReconciliation.
       OPEN OUTPUT ReconReport
       MOVE AskPeriod TO PrnPeriod
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       MOVE "OPENING AR CONTROL" TO PrnSummaryLabel
       MOVE OpeningFigure TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM SourceHeads AFTER ADVANCING 2 LINES
       PERFORM PrintOneSource
           VARYING SRC-Index FROM 1 BY 1 UNTIL SRC-Index > 8
       MOVE "LEDGER CLOSING AR CONTROL" TO PrnSummaryLabel
       MOVE LedgerClose TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
       MOVE "  OPEN INVOICES" TO PrnSummaryLabel
       MOVE OpenInvoiceTotal TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
       MOVE "  LESS OPEN CREDIT MEMOS" TO PrnSummaryLabel
       MOVE OpenCreditTotal TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       MOVE "  LESS UNAPPLIED CASH" TO PrnSummaryLabel
       MOVE UnappliedTotal TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       MOVE "  LESS DEPOSITS HELD" TO PrnSummaryLabel
       MOVE DepositTotal TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       MOVE "REGISTER OPEN ITEMS NOW" TO PrnSummaryLabel
       MOVE RegisterNow TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       MOVE "LESS ACTIVITY DATED AFTER THE PERIOD" TO PrnSummaryLabel
       MOVE ActivityAfter TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       MOVE "REGISTER OPEN ITEMS AT PERIOD END" TO PrnSummaryLabel
       MOVE RegisterAtEnd TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       MOVE "DIFFERENCE (REGISTER LESS LEDGER)" TO PrnSummaryLabel
       MOVE ReconDifference TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
       IF ReconDifference = ZERO
           MOVE "IN BALANCE" TO PrnResult
           WRITE PrintLine FROM ResultLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE "OUT OF BALANCE - DIFFERENCES FOLLOW" TO PrnResult
           WRITE PrintLine FROM ResultLine AFTER ADVANCING 2 LINES
           MOVE "  EXPLAINED BY SOURCE ACTIVITY" TO PrnSummaryLabel
           MOVE SourceDiffTotal TO PrnSummaryAmount
           WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
           MOVE "  OPENING OR REGISTER NOT VIA ACTIVITY" TO PrnSummaryLabel
           MOVE Unexplained TO PrnSummaryAmount
           WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
           PERFORM PrintSourceDays
               VARYING SRC-Index FROM 1 BY 1 UNTIL SRC-Index > 7
       END-IF
       CLOSE ReconReport.

PrintOneSource.
       IF SRC-Index = 8 AND SRC-Ledger(8) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SourceName(SRC-Index) TO PrnSourceName
       MOVE SRC-Ledger(SRC-Index) TO PrnLedger
       MOVE SRC-Subledger(SRC-Index) TO PrnSubledger
       MOVE SRC-Difference(SRC-Index) TO PrnSourceDiff
       WRITE PrintLine FROM SourceLine AFTER ADVANCING 1 LINE.

      *> Only a source that disagrees gets its days listed - that is
      *> where the missing or changed item is.
PrintSourceDays.
       IF SRC-Difference(SRC-Index) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SourceName(SRC-Index) TO PrnDaySource
       WRITE PrintLine FROM DayHeading AFTER ADVANCING 2 LINES
       PERFORM VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > 31
           IF SRC-Day(SRC-Index, DayIdx) NOT = ZERO
               MOVE AskPeriod TO WD-Period
               MOVE DayIdx TO WD-Day
               MOVE WorkDate TO PrnDayDate
               MOVE SRC-Day(SRC-Index, DayIdx) TO PrnDayAmount
               WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM.

SaveControlLine.
       IF ControlTableOverflowed
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE "AR Control Line Not Saved - arctl.txt Exceeds Table Size"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO CTL-Slot
       PERFORM VARYING CTL-Index FROM 1 BY 1
           UNTIL CTL-Index > CTL-Count OR CTL-Slot > ZERO
           MOVE CTL-Line(CTL-Index) TO ARControlLine
           IF RC-Period = AskPeriod
               MOVE CTL-Index TO CTL-Slot
           END-IF
       END-PERFORM
       IF CTL-Slot = ZERO
           IF CTL-Count < 120
               ADD 1 TO CTL-Count
               MOVE CTL-Count TO CTL-Slot
           ELSE
               DISPLAY "AR control table full - period line not saved"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE SPACES TO ARControlLine
       MOVE AskPeriod TO RC-Period
       MOVE OpeningFigure TO RC-Opening
       MOVE LedgerClose TO RC-LedgerClose
       MOVE RegisterAtEnd TO RC-RegisterTotal
       IF ReconDifference = ZERO
           SET RC-Balanced TO TRUE
       ELSE
           SET RC-OutOfBalance TO TRUE
       END-IF
       MOVE RunDate TO RC-RunDate
       MOVE ARControlLine TO CTL-Line(CTL-Slot)
       OPEN OUTPUT ARControlFile
       PERFORM VARYING CTL-Index FROM 1 BY 1 UNTIL CTL-Index > CTL-Count
           MOVE CTL-Line(CTL-Index) TO ARControlLine
           WRITE ARControlLine
       END-PERFORM
       CLOSE ARControlFile.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "ARRECON" TO EL-Program
       MOVE SPACES TO EL-Operator
       MOVE WS-ExceptionSeverity TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       MOVE 'W' TO WS-ExceptionSeverity
       CLOSE ExceptionLog
       DISPLAY WS-ExceptionMessage.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "ARRECON" TO BAL-Program
       MOVE "ARRECON" TO BAL-Step
       MOVE RecordsScanned TO BAL-RecordsIn
       MOVE CTL-Count TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
