       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKREG.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CheckRegister ASSIGN TO "checkreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CheckControl ASSIGN TO "chkctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckControlStatus.
       SELECT RegisterReport ASSIGN TO "chkreg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PositivePayFile ASSIGN TO "posipay.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CheckRegister.
01 CheckRegisterRecord.
    COPY "CHKREC.cpy".

FD CheckControl.
01 CheckControlLine.
       02 CC-NextCheck PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CC-LastCheck PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CC-Account PIC X(12).

FD RegisterReport.
01 PrintLine PIC X(90).

      *> Positive-pay issue file for the bank, book-ended with header
      *> and trailer control records the way the corporate extract
      *> is - item count and total of amounts, so the bank proves the
      *> file before loading it. One D line per check whose status the
      *> bank has not yet been sent: I to pay it as issued, V to
      *> refuse it because we voided it.
FD PositivePayFile.
01 PositivePayControlRecord.
       02 PO-RecType PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PO-Account PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 PO-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PO-Count PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PO-Total PIC 9(10)V99.
01 PositivePayDetailRecord.
       02 PD-RecType PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PD-Account PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 PD-CheckNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PD-IssueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PD-Amount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PD-IssueCode PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PD-Payee PIC 9(6).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CheckControlStatus PIC XX.
01 CheckRegisterEOFFlag PIC X VALUE 'N'.
       88 CheckRegisterEOF VALUE 'Y'.
01 BankAccount PIC X(12) VALUE SPACES.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

01 CheckTable.
       02 CQ-Entry OCCURS 500 TIMES.
           03 CQ-Record PIC X(54).
01 CQ-Count PIC 999 VALUE ZERO.
01 CQ-Index PIC 999.
01 CQ-OverflowFlag PIC X VALUE 'N'.
       88 CQ-Overflowed VALUE 'Y'.

01 ChecksListed PIC 9(5) VALUE ZERO.
01 ItemsSent PIC 9(6) VALUE ZERO.
01 PositivePayTotal PIC 9(10)V99 VALUE ZERO.
01 OutstandingCount PIC 9(5) VALUE ZERO.
01 OutstandingTotal PIC 9(9)V99 VALUE ZERO.
01 ClearedCount PIC 9(5) VALUE ZERO.
01 ClearedTotal PIC 9(9)V99 VALUE ZERO.
01 VoidedCount PIC 9(5) VALUE ZERO.
01 VoidedTotal PIC 9(9)V99 VALUE ZERO.
01 GapCount PIC 9(5) VALUE ZERO.
01 PriorCheckNum PIC 9(6) VALUE ZERO.
01 ExpectedCheckNum PIC 9(6).

01 ReportHeading.
       02 FILLER PIC X(32) VALUE "REFUND CHECK REGISTER - ACCOUNT ".
       02 PrnAccount PIC X(12).
       02 FILLER PIC X(11) VALUE " RUN DATE ".
       02 PrnRunDate PIC 9(8).
01 DetailHeads PIC X(80) VALUE
    "Check  Issued   Cust #        Amount Status  Date     PosPay Operator".
01 CheckDetailLine.
       02 PrnCheckNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnIssueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnIDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnStatus PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 PrnStatusDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPPSent PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnOperator PIC X(8).
01 GapLine.
       02 FILLER PIC X(28) VALUE "*** CHECK NUMBERS SKIPPED - ".
       02 PrnGapFrom PIC 9(6).
       02 FILLER PIC X(4) VALUE " TO ".
       02 PrnGapTo PIC 9(6).
01 TotalLine.
       02 PrnTotalLabel PIC X(24).
       02 PrnTotalCount PIC ZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotalAmount PIC $$$,$$$,$$9.99.
01 NoChecksLine PIC X(40) VALUE "No refund checks on the register".

COPY "REGION.cpy".

      *> Prints the whole refund check register - every check the
      *> workbench has drawn from the check stock, with its status -
      *> and flags any break in the numbering, so a check missing
      *> from the sequence is questioned rather than quietly lost.
      *> Then writes the positive-pay file for the bank carrying
      *> every check issued or voided since the last file, and marks
      *> those checks sent on the register.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN INPUT CheckControl
       IF CheckControlStatus = "00"
           READ CheckControl
               AT END CONTINUE
               NOT AT END MOVE CC-Account TO BankAccount
           END-READ
       END-IF
       CLOSE CheckControl
       IF BankAccount = SPACES
           DISPLAY "No bank account on chkctl.txt - positive-pay"
               " file will carry a blank account"
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM LoadCheckTable
       IF CQ-Overflowed
           DISPLAY "Check register exceeds 500 checks - run refused so"
           DISPLAY "no check is left off the bank's positive-pay file."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT RegisterReport
       MOVE BankAccount TO PrnAccount
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 2 LINES
       OPEN OUTPUT PositivePayFile
       MOVE SPACES TO PositivePayControlRecord
       MOVE 'H' TO PO-RecType
       MOVE BankAccount TO PO-Account
       MOVE RunDate TO PO-Date
       MOVE ZERO TO PO-Count
       MOVE ZERO TO PO-Total
       WRITE PositivePayControlRecord
       PERFORM ListOneCheck
           VARYING CQ-Index FROM 1 BY 1 UNTIL CQ-Index > CQ-Count
       IF ChecksListed = ZERO
           WRITE PrintLine FROM NoChecksLine AFTER ADVANCING 1 LINE
       END-IF
       PERFORM PrintRegisterTotals
       CLOSE RegisterReport
       MOVE SPACES TO PositivePayControlRecord
       MOVE 'T' TO PO-RecType
       MOVE BankAccount TO PO-Account
       MOVE RunDate TO PO-Date
       MOVE ItemsSent TO PO-Count
       MOVE PositivePayTotal TO PO-Total
       WRITE PositivePayControlRecord
       CLOSE PositivePayFile
       IF ItemsSent > ZERO
           PERFORM RewriteCheckRegister
       END-IF
       DISPLAY "Check register written to chkreg.rpt - " ChecksListed
           " check(s)"
       DISPLAY "Positive-pay file posipay.txt - " ItemsSent
           " item(s), total " PositivePayTotal
       IF GapCount > ZERO
           DISPLAY "Check numbering has " GapCount " gap(s) - see register"
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM WriteBalanceLine
       STOP RUN.

LoadCheckTable.
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

ListOneCheck.
       MOVE CQ-Record(CQ-Index) TO CheckRegisterRecord
       ADD 1 TO ChecksListed
       IF PriorCheckNum > ZERO
           COMPUTE ExpectedCheckNum = PriorCheckNum + 1
           IF CHK-CheckNum > ExpectedCheckNum
               MOVE ExpectedCheckNum TO PrnGapFrom
               COMPUTE PrnGapTo = CHK-CheckNum - 1
               WRITE PrintLine FROM GapLine AFTER ADVANCING 1 LINE
               ADD 1 TO GapCount
           END-IF
       END-IF
       MOVE CHK-CheckNum TO PriorCheckNum
       MOVE CHK-CheckNum TO PrnCheckNum
       MOVE CHK-IssueDate TO PrnIssueDate
       MOVE CHK-IDNum TO PrnIDNum
       MOVE CHK-Amount TO PrnAmount
       MOVE CHK-StatusDate TO PrnStatusDate
       MOVE CHK-Operator TO PrnOperator
       EVALUATE TRUE
           WHEN CHK-Issued
               MOVE "ISSUED" TO PrnStatus
               ADD 1 TO OutstandingCount
               ADD CHK-Amount TO OutstandingTotal
           WHEN CHK-Cleared
               MOVE "CLEARED" TO PrnStatus
               ADD 1 TO ClearedCount
               ADD CHK-Amount TO ClearedTotal
           WHEN CHK-Voided
               MOVE "VOIDED" TO PrnStatus
               ADD 1 TO VoidedCount
               ADD CHK-Amount TO VoidedTotal
           WHEN OTHER
               MOVE "??" TO PrnStatus
       END-EVALUATE
      *> A check the bank has already paid needs no positive-pay line
      *> - the paid advice is the bank telling us, not the reverse.
       IF NOT CHK-OnPositivePay AND NOT CHK-Cleared
           PERFORM WritePositivePayItem
           MOVE "SENT" TO PrnPPSent
       ELSE
           IF CHK-OnPositivePay
               MOVE "YES" TO PrnPPSent
           ELSE
               MOVE SPACES TO PrnPPSent
           END-IF
       END-IF
       WRITE PrintLine FROM CheckDetailLine AFTER ADVANCING 1 LINE.

WritePositivePayItem.
       MOVE SPACES TO PositivePayDetailRecord
       MOVE 'D' TO PD-RecType
       MOVE BankAccount TO PD-Account
       MOVE CHK-CheckNum TO PD-CheckNum
       MOVE CHK-IssueDate TO PD-IssueDate
       MOVE CHK-Amount TO PD-Amount
       IF CHK-Voided
           MOVE 'V' TO PD-IssueCode
       ELSE
           MOVE 'I' TO PD-IssueCode
       END-IF
       MOVE CHK-IDNum TO PD-Payee
       WRITE PositivePayDetailRecord
       ADD 1 TO ItemsSent
       ADD CHK-Amount TO PositivePayTotal
       MOVE 'Y' TO CHK-PPSent
       MOVE CheckRegisterRecord TO CQ-Record(CQ-Index).

PrintRegisterTotals.
       MOVE "OUTSTANDING (ISSUED)" TO PrnTotalLabel
       MOVE OutstandingCount TO PrnTotalCount
       MOVE OutstandingTotal TO PrnTotalAmount
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       MOVE "CLEARED BY THE BANK" TO PrnTotalLabel
       MOVE ClearedCount TO PrnTotalCount
       MOVE ClearedTotal TO PrnTotalAmount
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
       MOVE "VOIDED" TO PrnTotalLabel
       MOVE VoidedCount TO PrnTotalCount
       MOVE VoidedTotal TO PrnTotalAmount
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
       MOVE "SENT ON POSITIVE PAY" TO PrnTotalLabel
       MOVE ItemsSent TO PrnTotalCount
       MOVE PositivePayTotal TO PrnTotalAmount
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

RewriteCheckRegister.
       OPEN OUTPUT CheckRegister
       PERFORM VARYING CQ-Index FROM 1 BY 1 UNTIL CQ-Index > CQ-Count
           MOVE CQ-Record(CQ-Index) TO CheckRegisterRecord
           WRITE CheckRegisterRecord
       END-PERFORM
       CLOSE CheckRegister.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "CHKREG" TO BAL-Program
       MOVE "POSIPAY" TO BAL-Step
       MOVE CQ-Count TO BAL-RecordsIn
       MOVE ItemsSent TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
