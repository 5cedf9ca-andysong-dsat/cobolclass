       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REBATE.
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
       SELECT OPTIONAL AgreementFile ASSIGN TO "rebate.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AccrualLedger ASSIGN TO "rebacc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RebateReport ASSIGN TO "rebate.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
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

FD AgreementFile.
01 AgreementLine.
    COPY "REBREC.cpy".

FD AccrualLedger.
01 AccrualRecord.
    COPY "REBACC.cpy".

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

FD RebateReport.
01 PrintLine PIC X(80).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 PeriodControlStatus PIC XX.
01 PostingLockedFlag PIC X VALUE 'N'.
       88 PostingLocked VALUE 'Y'.
01 InvoiceFileStatus PIC XX.
01 AgreementEOFFlag PIC X VALUE 'N'.
       88 AgreementEOF VALUE 'Y'.
01 LedgerEOFFlag PIC X VALUE 'N'.
       88 LedgerEOF VALUE 'Y'.
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 RunPeriod PIC 9(6).
01 InvoicesScanned PIC 9(6) VALUE ZERO.
01 LedgerLinesWritten PIC 9(5) VALUE ZERO.
01 CreditsIssued PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 MaxInvoiceNum PIC 9(6) VALUE ZERO.
01 ScanEOF PIC X.
01 AnniversaryDate PIC 9(8).
01 AnniversaryParts REDEFINES AnniversaryDate.
       02 AnnYear PIC 9(4).
       02 AnnMonthDay PIC 9(4).
01 EarnedRate PIC 9V99.
01 EarnedRebate PIC 9(7)V99.
01 AccrualChange PIC S9(7)V99.
01 MemoInvoiceNum PIC 9(6).
01 TierIdx PIC 9.
COPY "DATESRV.cpy".
COPY "OCAUDIT.cpy".

      *> One slot per agreement year on rebate.txt: its terms, the
      *> qualifying sales the invoice register shows for it, and
      *> where the ledger left its accrual.
01 AgreementTable.
       02 AgreementEntry OCCURS 100 TIMES.
           03 AG-IDNum PIC 9(6).
           03 AG-StartDate PIC 9(8).
           03 AG-EndDate PIC 9(8).
           03 AG-TierSales PIC 9(7) OCCURS 3 TIMES.
           03 AG-TierPct PIC 9V99 OCCURS 3 TIMES.
           03 AG-QualSales PIC S9(8)V99.
           03 AG-Accrued PIC 9(7)V99.
           03 AG-SettledFlag PIC X.
               88 AG-Settled VALUE 'Y'.
01 AgreementCount PIC 999 VALUE ZERO.
01 AG-Index PIC 999.

01 ReportHeading.
       02 FILLER PIC X(30) VALUE "VOLUME REBATE RUN - PERIOD ".
       02 PrnPeriod PIC 9(6).
01 DetailHeads PIC X(73) VALUE
    "Customer Year From     Qual Sales  Rate%    Accrued     Change  Action".
01 RebateDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnYearStart PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnQualSales PIC -$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnRate PIC Z9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnAccrued PIC $$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnChange PIC -$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnAction PIC X(13).
01 ReportFooting1.
       02 FILLER PIC X(32) VALUE "Net accrual change this run   : ".
       02 PrnTotChange PIC -$$,$$$,$$9.99.
01 ReportFooting2.
       02 FILLER PIC X(32) VALUE "Rebates credited this run     : ".
       02 PrnTotCredited PIC -$$,$$$,$$9.99.
01 TotalChange PIC S9(8)V99 VALUE ZERO.
01 TotalCredited PIC S9(8)V99 VALUE ZERO.
01 NoAgreementLine PIC X(40) VALUE "No rebate agreements on file".

COPY "REGION.cpy".

      *> Monthly volume rebate run. For every agreement year on
      *> rebate.txt it totals the customer's qualifying sales - the
      *> merchandise on order invoices dated inside the year, less
      *> the merchandise on returns credit memos - finds the tier
      *> they reach, and accrues the rebate earned so far against
      *> what the ledger already holds. The ledger line carries the
      *> change, which GLEXTR posts for the period. The first run
      *> after the agreement year ends trues the accrual up one last
      *> time and pays the rebate out as a status C credit memo with
      *> no order behind it, so it nets against the customer's
      *> balance like any other credit. A rerun in the same month
      *> only accrues what has changed since the last run.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       MOVE RunDate(1:6) TO RunPeriod
       PERFORM CheckPostingPeriod
       IF PostingLocked
           DISPLAY "Accounting period " RunPeriod
               " is closed - rebates cannot be accrued"
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE "Rebate Run Refused - Accounting Period Closed"
               TO WS-ExceptionMessage
           PERFORM LogException
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadAgreements
       PERFORM LoadAccrualLedger
       OPEN I-O InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM AssignNextInvoiceNum
       MOVE 'N' TO InvoiceEOFFlag
       MOVE LOW-VALUES TO INV-InvoiceNum
       START InvoiceFile KEY IS GREATER THAN OR EQUAL TO INV-InvoiceNum
           INVALID KEY SET InvoiceEOF TO TRUE
       END-START
       PERFORM UNTIL InvoiceEOF
           READ InvoiceFile NEXT RECORD
               AT END SET InvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO InvoicesScanned
                   IF INV-OrderNum > ZERO
                       PERFORM CountQualifyingSales
                   END-IF
           END-READ
       END-PERFORM
       OPEN OUTPUT RebateReport
       MOVE RunPeriod TO PrnPeriod
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 2 LINES
       IF AgreementCount = ZERO
           WRITE PrintLine FROM NoAgreementLine AFTER ADVANCING 1 LINE
       END-IF
       OPEN EXTEND AccrualLedger
       PERFORM AccrueOneAgreement
           VARYING AG-Index FROM 1 BY 1 UNTIL AG-Index > AgreementCount
       CLOSE AccrualLedger
       MOVE TotalChange TO PrnTotChange
       WRITE PrintLine FROM ReportFooting1 AFTER ADVANCING 2 LINES
       MOVE TotalCredited TO PrnTotCredited
       WRITE PrintLine FROM ReportFooting2 AFTER ADVANCING 1 LINE
       CLOSE RebateReport
       CLOSE InvoiceFile
       DISPLAY "Rebate run complete - " LedgerLinesWritten
           " accrual line(s), " CreditsIssued " credit memo(s)"
       PERFORM WriteBalanceLine
       STOP RUN.

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

LoadAgreements.
       OPEN INPUT AgreementFile
       PERFORM UNTIL AgreementEOF
           READ AgreementFile
               AT END SET AgreementEOF TO TRUE
               NOT AT END
                   IF RB-IDNum IS NUMERIC AND RB-StartDate IS NUMERIC
                       PERFORM NoteOneAgreement
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AgreementFile.

      *> The agreement year ends the day before its anniversary. A
      *> year starting on 29 February has its anniversary on 1 March.
NoteOneAgreement.
       SET DS-ValidateDate TO TRUE
       MOVE RB-StartDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Rebate agreement for " RB-IDNum
               " has a bad start date - ignored"
           EXIT PARAGRAPH
       END-IF
       IF AgreementCount NOT < 100
           DISPLAY "Rebate agreement table full - " RB-IDNum " ignored"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO AgreementCount
       MOVE RB-IDNum TO AG-IDNum(AgreementCount)
       MOVE RB-StartDate TO AG-StartDate(AgreementCount)
       PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 3
           IF RB-TierSales(TierIdx) IS NUMERIC
               AND RB-TierPct(TierIdx) IS NUMERIC
               MOVE RB-TierSales(TierIdx)
                   TO AG-TierSales(AgreementCount, TierIdx)
               MOVE RB-TierPct(TierIdx)
                   TO AG-TierPct(AgreementCount, TierIdx)
           ELSE
               MOVE ZERO TO AG-TierSales(AgreementCount, TierIdx)
               MOVE ZERO TO AG-TierPct(AgreementCount, TierIdx)
           END-IF
       END-PERFORM
       MOVE ZERO TO AG-QualSales(AgreementCount)
       MOVE ZERO TO AG-Accrued(AgreementCount)
       MOVE 'N' TO AG-SettledFlag(AgreementCount)
       MOVE RB-StartDate TO AnniversaryDate
       ADD 1 TO AnnYear
       SET DS-ValidateDate TO TRUE
       MOVE AnniversaryDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           MOVE 0301 TO AnnMonthDay
       END-IF
       SET DS-AddDays TO TRUE
       MOVE AnniversaryDate TO DS-Date1
       MOVE -1 TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Date2 TO AG-EndDate(AgreementCount).

      *> The ledger is appended in run order, so the last line for an
      *> agreement holds its accrual to date.
LoadAccrualLedger.
       OPEN INPUT AccrualLedger
       PERFORM UNTIL LedgerEOF
           READ AccrualLedger
               AT END SET LedgerEOF TO TRUE
               NOT AT END PERFORM NoteOneLedgerLine
           END-READ
       END-PERFORM
       CLOSE AccrualLedger.

NoteOneLedgerLine.
       PERFORM VARYING AG-Index FROM 1 BY 1
           UNTIL AG-Index > AgreementCount
           IF AG-IDNum(AG-Index) = RA-IDNum
               AND AG-StartDate(AG-Index) = RA-StartDate
               MOVE RA-AccruedToDate TO AG-Accrued(AG-Index)
               IF RA-Settlement
                   SET AG-Settled(AG-Index) TO TRUE
               END-IF
           END-IF
       END-PERFORM.

      *> Order invoices count at their merchandise value; a returns
      *> credit memo against an order takes its merchandise back off.
      *> Tax, freight, finance charges and rebate credits never
      *> qualify - the last two have no order behind them.
CountQualifyingSales.
       PERFORM VARYING AG-Index FROM 1 BY 1
           UNTIL AG-Index > AgreementCount
           IF AG-IDNum(AG-Index) = INV-IDNum
               AND INV-InvoiceDate NOT < AG-StartDate(AG-Index)
               AND INV-InvoiceDate NOT > AG-EndDate(AG-Index)
               AND INV-InvoiceDate NOT > RunDate
               IF INV-CreditMemo
                   SUBTRACT INV-Merchandise FROM AG-QualSales(AG-Index)
               ELSE
                   ADD INV-Merchandise TO AG-QualSales(AG-Index)
               END-IF
           END-IF
       END-PERFORM.

AccrueOneAgreement.
       IF AG-Settled(AG-Index) OR AG-StartDate(AG-Index) > RunDate
           EXIT PARAGRAPH
       END-IF
       PERFORM ComputeEarnedRebate
       COMPUTE AccrualChange = EarnedRebate - AG-Accrued(AG-Index)
       MOVE ZERO TO MemoInvoiceNum
       MOVE SPACES TO RebateDetailLine
      *> A credit memo that could not be written leaves the year open
      *> so the next run pays it.
       IF RunDate > AG-EndDate(AG-Index)
           IF EarnedRebate > ZERO
               PERFORM WriteRebateCredit
               IF MemoInvoiceNum = ZERO
                   MOVE "NOT CREDITED" TO PrnAction
                   MOVE ZERO TO AccrualChange
               ELSE
                   MOVE SPACES TO PrnAction
                   STRING "CREDIT " DELIMITED BY SIZE
                          MemoInvoiceNum DELIMITED BY SIZE
                          INTO PrnAction
                   END-STRING
                   PERFORM WriteLedgerLine
               END-IF
           ELSE
               MOVE "YEAR CLOSED" TO PrnAction
               PERFORM WriteLedgerLine
           END-IF
       ELSE
           IF AccrualChange = ZERO
               MOVE "NO CHANGE" TO PrnAction
           ELSE
               MOVE "ACCRUED" TO PrnAction
               PERFORM WriteLedgerLine
           END-IF
       END-IF
       MOVE AG-IDNum(AG-Index) TO PrnCustID
       MOVE AG-StartDate(AG-Index) TO PrnYearStart
       MOVE AG-QualSales(AG-Index) TO PrnQualSales
       MOVE EarnedRate TO PrnRate
       MOVE EarnedRebate TO PrnAccrued
       MOVE AccrualChange TO PrnChange
       WRITE PrintLine FROM RebateDetailLine AFTER ADVANCING 1 LINE
       ADD AccrualChange TO TotalChange.

      *> The highest tier reached pays on every qualifying dollar.
ComputeEarnedRebate.
       MOVE ZERO TO EarnedRate
       MOVE ZERO TO EarnedRebate
       IF AG-QualSales(AG-Index) NOT > ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 3
           IF AG-TierPct(AG-Index, TierIdx) > ZERO
               AND AG-QualSales(AG-Index)
                   NOT < AG-TierSales(AG-Index, TierIdx)
               MOVE AG-TierPct(AG-Index, TierIdx) TO EarnedRate
           END-IF
       END-PERFORM
       COMPUTE EarnedRebate ROUNDED =
           AG-QualSales(AG-Index) * EarnedRate / 100.

WriteLedgerLine.
       MOVE SPACES TO AccrualRecord
       MOVE RunPeriod TO RA-Period
       MOVE AG-IDNum(AG-Index) TO RA-IDNum
       MOVE AG-StartDate(AG-Index) TO RA-StartDate
       IF RunDate > AG-EndDate(AG-Index)
           SET RA-Settlement TO TRUE
       ELSE
           SET RA-Accrual TO TRUE
       END-IF
       IF AG-QualSales(AG-Index) > ZERO
           MOVE AG-QualSales(AG-Index) TO RA-QualSales
       ELSE
           MOVE ZERO TO RA-QualSales
       END-IF
       MOVE EarnedRate TO RA-RatePct
       MOVE EarnedRebate TO RA-AccruedToDate
       MOVE AccrualChange TO RA-Change
       MOVE MemoInvoiceNum TO RA-InvoiceNum
       WRITE AccrualRecord
       ADD 1 TO LedgerLinesWritten.

      *> The payout is a credit memo with no order behind it - which
      *> is how the GL extract tells it from a returns credit and
      *> relieves the accrued rebate instead of sales returns. It
      *> carries no tax and is applied like any other credit.
WriteRebateCredit.
       ADD 1 TO MaxInvoiceNum
       MOVE MaxInvoiceNum TO INV-InvoiceNum
       MOVE ZERO TO INV-OrderNum
       MOVE AG-IDNum(AG-Index) TO INV-IDNum
       MOVE RunDate TO INV-InvoiceDate
       MOVE SPACES TO INV-Jurisdiction
       MOVE EarnedRebate TO INV-Merchandise
       MOVE ZERO TO INV-Tax
       MOVE EarnedRebate TO INV-Total
       MOVE ZERO TO INV-AmountPaid
       SET INV-CreditMemo TO TRUE
       MOVE ZERO TO INV-ShipNum
       MOVE SPACES TO INV-TermsCode
       MOVE RunDate TO INV-DueDate
       MOVE ZERO TO INV-DiscDate INV-DiscPct
       MOVE ZERO TO INV-Freight
       WRITE InvoiceData
           INVALID KEY
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Rebate Credit Not Written - Customer "
                          DELIMITED BY SIZE
                      AG-IDNum(AG-Index) DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               MOVE 'A' TO WS-ExceptionSeverity
               PERFORM LogException
           NOT INVALID KEY
               MOVE INV-InvoiceNum TO MemoInvoiceNum
               ADD 1 TO CreditsIssued
               ADD EarnedRebate TO TotalCredited
               SET OA-InvoiceFile TO TRUE
               MOVE "REBATE" TO OA-Action
               MOVE INV-InvoiceNum TO OA-KeyValue
               MOVE SPACES TO OA-Operator
               MOVE SPACES TO OA-Before
               MOVE InvoiceData TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
       END-WRITE.

AssignNextInvoiceNum.
       MOVE ZERO TO MaxInvoiceNum
       MOVE 'N' TO ScanEOF
       MOVE LOW-VALUES TO INV-InvoiceNum
       START InvoiceFile KEY IS GREATER THAN OR EQUAL TO INV-InvoiceNum
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START
       PERFORM UNTIL ScanEOF = 'Y'
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
           END-READ
           IF ScanEOF = 'N' AND INV-InvoiceNum > MaxInvoiceNum
               MOVE INV-InvoiceNum TO MaxInvoiceNum
           END-IF
       END-PERFORM.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "REBATE" TO EL-Program
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
       MOVE "REBATE" TO BAL-Program
       MOVE "REBATE" TO BAL-Step
       MOVE InvoicesScanned TO BAL-RecordsIn
       MOVE LedgerLinesWritten TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
