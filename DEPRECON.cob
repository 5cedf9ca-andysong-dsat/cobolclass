           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankDepositStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL ReceiptsFile ASSIGN TO "receipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ClearedCheckFile ASSIGN TO "bankclr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CheckRegister ASSIGN TO "checkreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReconReport ASSIGN TO "deprecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
       02 FILLER PIC X.
       02 RCP-OverrideFlag PIC X.

      *> The bank's paid-check advice: one line per check it paid,
      *> with the date it paid and the amount it paid.
FD ClearedCheckFile.
01 ClearedCheckLine.
       02 BC-CheckNum PIC 9(6).
       02 FILLER PIC X.
       02 BC-PaidDate PIC 9(8).
       02 FILLER PIC X.
       02 BC-Amount PIC 9(7)V99.

FD CheckRegister.
01 CheckRegisterRecord.
    COPY "CHKREC.cpy".

FD ReconReport.
01 PrintLine PIC X(80).

       88 DAY-EntryFound VALUE 'Y'.
01 WorkDate PIC 9(8).

      *> The refund check register, held whole so paid checks can be
      *> marked cleared and the register written back once.
01 CheckTable.
       02 CQ-Entry OCCURS 500 TIMES.
           03 CQ-Record PIC X(54).
01 CQ-Count PIC 999 VALUE ZERO.
01 CQ-Index PIC 999.
01 CQ-Slot PIC 999.
01 CQ-OverflowFlag PIC X VALUE 'N'.
       88 CQ-Overflowed VALUE 'Y'.
01 CheckRegisterEOFFlag PIC X VALUE 'N'.
       88 CheckRegisterEOF VALUE 'Y'.
01 ClearedEOFFlag PIC X VALUE 'N'.
       88 ClearedEOF VALUE 'Y'.
01 PaidChecksRead PIC 9(5) VALUE ZERO.
01 ChecksCleared PIC 9(5) VALUE ZERO.
01 CheckExceptions PIC 9(5) VALUE ZERO.

01 ReportHeading PIC X(40) VALUE "BANK DEPOSIT RECONCILIATION".
01 DetailHeads PIC X(75) VALUE
    "Date     Reference     Book Total    Bank Total    Difference  Result".
       02 PrnDifference PIC $$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnResult PIC X(12).
01 CheckReconHeading PIC X(40) VALUE "CLEARED CHECK RECONCILIATION".
01 CheckReconHeads PIC X(75) VALUE
    "Check  Paid On    Register Amt    Paid Amount  Result".
01 CheckReconLine.
       02 PrnCheckNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPaidDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRegisterAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnPaidAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnCheckResult PIC X(12).

COPY "REGION.cpy".

       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 2 LINES
       PERFORM ReportOneDay
           VARYING DAY-Index FROM 1 BY 1 UNTIL DAY-Index > DayCount
       PERFORM ReconcileClearedChecks
       CLOSE ReconReport
       DISPLAY "DEPOSIT RECONCILIATION TOTALS"
       DISPLAY "  DEPOSITS MATCHED   : " DepositsMatched
       DISPLAY "  AMOUNT DIFFERENT   : " DepositsDifferent
       DISPLAY "  DAYS NOT DEPOSITED : " DaysUnbanked
       DISPLAY "  PAID CHECKS READ   : " PaidChecksRead
       DISPLAY "  CHECKS CLEARED     : " ChecksCleared
       DISPLAY "  CHECK EXCEPTIONS   : " CheckExceptions
       PERFORM WriteBalanceLine
       IF DepositsDifferent > ZERO OR DaysUnbanked > ZERO
           OR CheckExceptions > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.
               NOT AT END
      *> A receipt later reversed for NSF was still cash the bank
      *> took that day - it stays in the day's book total and the
      *> reversal is its own later-dated event. A deposit taken
      *> against an order is banked the day it is taken.
                   IF PAY-Receipt OR PAY-ReversedReceipt OR PAY-Deposit
                       MOVE PAY-Date TO WorkDate
                       PERFORM FindDaySlot
                       IF DAY-Slot > ZERO
       END-EVALUATE
       WRITE PrintLine FROM ReconDetailLine AFTER ADVANCING 1 LINE.

      *> Each check on the bank's paid advice is matched to the
      *> refund check register. A check paid for the amount we wrote
      *> it for is marked cleared. Anything else is for treasury to
      *> chase with the bank the same day: a number we never issued,
      *> a paid amount that differs from ours, a check we voided, or
      *> a check paid a second time. None of those is marked cleared.
ReconcileClearedChecks.
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
       CLOSE CheckRegister
       IF CQ-Overflowed
           DISPLAY "Check register exceeds 500 checks - paid checks"
               " not reconciled"
           ADD 1 TO CheckExceptions
           EXIT PARAGRAPH
       END-IF
       WRITE PrintLine FROM CheckReconHeading AFTER ADVANCING 3 LINES
       WRITE PrintLine FROM CheckReconHeads AFTER ADVANCING 2 LINES
       OPEN INPUT ClearedCheckFile
       PERFORM UNTIL ClearedEOF
           READ ClearedCheckFile
               AT END SET ClearedEOF TO TRUE
               NOT AT END
                   ADD 1 TO PaidChecksRead
                   PERFORM MatchOnePaidCheck
           END-READ
       END-PERFORM
       CLOSE ClearedCheckFile
       IF ChecksCleared > ZERO
           OPEN OUTPUT CheckRegister
           PERFORM VARYING CQ-Index FROM 1 BY 1 UNTIL CQ-Index > CQ-Count
               MOVE CQ-Record(CQ-Index) TO CheckRegisterRecord
               WRITE CheckRegisterRecord
           END-PERFORM
           CLOSE CheckRegister
       END-IF.

MatchOnePaidCheck.
       MOVE BC-CheckNum TO PrnCheckNum
       MOVE BC-PaidDate TO PrnPaidDate
       MOVE BC-Amount TO PrnPaidAmount
       MOVE ZERO TO PrnRegisterAmount
       MOVE ZERO TO CQ-Slot
       PERFORM VARYING CQ-Index FROM 1 BY 1
           UNTIL CQ-Index > CQ-Count OR CQ-Slot > ZERO
           MOVE CQ-Record(CQ-Index) TO CheckRegisterRecord
           IF CHK-CheckNum = BC-CheckNum
               MOVE CQ-Index TO CQ-Slot
           END-IF
       END-PERFORM
       IF CQ-Slot > ZERO
           MOVE CQ-Record(CQ-Slot) TO CheckRegisterRecord
           MOVE CHK-Amount TO PrnRegisterAmount
       END-IF
       EVALUATE TRUE
           WHEN CQ-Slot = ZERO
               MOVE "NOT ISSUED" TO PrnCheckResult
               ADD 1 TO CheckExceptions
           WHEN CHK-Voided
               MOVE "VOID PAID" TO PrnCheckResult
               ADD 1 TO CheckExceptions
           WHEN CHK-Cleared
               MOVE "PAID TWICE" TO PrnCheckResult
               ADD 1 TO CheckExceptions
           WHEN CHK-Amount NOT = BC-Amount
               MOVE "AMOUNT DIFF" TO PrnCheckResult
               ADD 1 TO CheckExceptions
           WHEN OTHER
               MOVE "CLEARED" TO PrnCheckResult
               SET CHK-Cleared TO TRUE
               MOVE BC-PaidDate TO CHK-StatusDate
               MOVE CheckRegisterRecord TO CQ-Record(CQ-Slot)
               ADD 1 TO ChecksCleared
       END-EVALUATE
       WRITE PrintLine FROM CheckReconLine AFTER ADVANCING 1 LINE.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
