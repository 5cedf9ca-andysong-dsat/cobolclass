           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL AccountMap ASSIGN TO "glmap.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AccrualLedger ASSIGN TO "rebacc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExtractFile ASSIGN TO ExtractFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD AccrualLedger.
01 AccrualRecord.
    COPY "REBACC.cpy".

      *> Accounting's mapping of each activity source to the ledger
      *> account it posts to. Sources: AR, SALES, FREIGHT, TAX, FINCHG,
      *> RETURNS, CASH, DISCOUNT, BADDEBT, REBATE (the rebate expense)
      *> and REBACCR (rebates accrued, not yet credited). Tax maps per
      *> jurisdiction as TAX-xxxx; a jurisdiction with no line of its
      *> own falls back to TAX.
FD AccountMap.
01 AccountMapLine.
       02 GM-Source PIC X(8).
       88 PaymentEOF VALUE 'Y'.
01 MapEOFFlag PIC X VALUE 'N'.
       88 MapEOF VALUE 'Y'.
01 LedgerEOFFlag PIC X VALUE 'N'.
       88 LedgerEOF VALUE 'Y'.
01 AskPeriod PIC 9(6).
01 RecordsScanned PIC 9(6) VALUE ZERO.
01 JournalLinesWritten PIC 9(6) VALUE ZERO.
       88 ACC-EntryFound VALUE 'Y'.
01 WorkSource PIC X(8).
01 WorkAccount PIC X(8).
      *> Every AR line says which activity it came from, so the AR
      *> control reconciliation can tie each one back to the register.
01 ARSourceLabel PIC X(20).

01 SalesTotal PIC 9(9)V99 VALUE ZERO.
01 FreightTotal PIC 9(9)V99 VALUE ZERO.
01 FinChgTotal PIC 9(9)V99 VALUE ZERO.
01 ReturnsMerchTotal PIC 9(9)V99 VALUE ZERO.
01 ReturnsTaxTotal PIC 9(9)V99 VALUE ZERO.
01 ARCreditTotal PIC 9(9)V99 VALUE ZERO.
01 CashTotal PIC 9(9)V99 VALUE ZERO.
01 RefundTotal PIC 9(9)V99 VALUE ZERO.
01 DiscountTotal PIC 9(9)V99 VALUE ZERO.
01 WriteOffTotal PIC 9(9)V99 VALUE ZERO.
01 RebateAccrualTotal PIC 9(9)V99 VALUE ZERO.
01 RebateReversalTotal PIC 9(9)V99 VALUE ZERO.
01 RebateCreditTotal PIC 9(9)V99 VALUE ZERO.
01 DebitTotal PIC 9(10)V99 VALUE ZERO.
01 CreditTotal PIC 9(10)V99 VALUE ZERO.

       END-PERFORM
       CLOSE InvoiceFile
       PERFORM SummarizePayments
       PERFORM SummarizeRebateAccruals
       PERFORM BuildControlTotals
       IF DebitTotal NOT = CreditTotal
           DISPLAY "EXTRACT OUT OF BALANCE - Debits " DebitTotal
           END-IF
       END-PERFORM.

      *> A credit memo with no order behind it is a volume rebate
      *> paid out - it relieves the rebate accrual, not sales returns.
SummarizeOneInvoice.
       EVALUATE TRUE
           WHEN INV-CreditMemo AND INV-OrderNum = ZERO
               ADD INV-Total TO RebateCreditTotal
           WHEN INV-CreditMemo
               ADD INV-Merchandise TO ReturnsMerchTotal
               ADD INV-Tax TO ReturnsTaxTotal
               ADD INV-Total TO ARDebitTotal
           WHEN OTHER
               ADD INV-Merchandise TO SalesTotal
               ADD INV-Freight TO FreightTotal
               ADD INV-Total TO ARDebitTotal
               PERFORM AddToTaxTotals
       END-EVALUATE.
                               ADD PAY-Amount TO RefundTotal
                           WHEN PAY-Reversal
                               ADD PAY-Amount TO RefundTotal
                           WHEN PAY-Discount
                               ADD PAY-Amount TO DiscountTotal
                           WHEN PAY-WriteOff
                               ADD PAY-Amount TO WriteOffTotal
      *> A voided refund check puts back the cash the refund took
      *> out - it books like cash received against the customer.
                           WHEN PAY-VoidedCheck
                               ADD PAY-Amount TO CashTotal
                           WHEN OTHER
                               ADD PAY-Amount TO CashTotal
                       END-EVALUATE
       END-PERFORM
       CLOSE PaymentFile.

      *> The rebate run's ledger carries each period's change in the
      *> accrual - up as customers climb tiers, down when returns
      *> pull them back.
SummarizeRebateAccruals.
       OPEN INPUT AccrualLedger
       PERFORM UNTIL LedgerEOF
           READ AccrualLedger
               AT END SET LedgerEOF TO TRUE
               NOT AT END
                   IF RA-Period = AskPeriod
                       ADD 1 TO RecordsScanned
                       IF RA-Change < ZERO
                           SUBTRACT RA-Change FROM RebateReversalTotal
                       ELSE
                           ADD RA-Change TO RebateAccrualTotal
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AccrualLedger.

      *> Debits: AR for the period's billing, returns against sales,
      *> cash received, early-payment discounts allowed, bad debts
      *> written off, rebates accrued, the accrual relieved by rebate
      *> credits. Credits: sales, tax by jurisdiction, finance
      *> charges, AR relieved by returns and rebates, cash, discounts,
      *> write-offs and the rebate accrual itself. The two sides must
      *> agree to the penny before a file is released.
BuildControlTotals.
       MOVE ZERO TO DebitTotal CreditTotal
       ADD CashTotal TO DebitTotal
       ADD RefundTotal TO CreditTotal
       ADD SalesTotal TO CreditTotal
       ADD FreightTotal TO CreditTotal
       ADD FinChgTotal TO CreditTotal
       ADD ARCreditTotal TO CreditTotal
       ADD CashTotal TO CreditTotal
       ADD RefundTotal TO DebitTotal
       ADD DiscountTotal TO DebitTotal
       ADD DiscountTotal TO CreditTotal
       ADD WriteOffTotal TO DebitTotal
       ADD WriteOffTotal TO CreditTotal
       ADD RebateCreditTotal TO DebitTotal
       ADD RebateCreditTotal TO CreditTotal
       ADD RebateAccrualTotal TO DebitTotal
       ADD RebateAccrualTotal TO CreditTotal
       ADD RebateReversalTotal TO DebitTotal
       ADD RebateReversalTotal TO CreditTotal
       PERFORM VARYING TX-Index FROM 1 BY 1
           UNTIL TX-Index > TaxTotalCount
           ADD TX-Amount(TX-Index) TO CreditTotal
       MOVE ZERO TO XC-HashTotal
       WRITE ExtractControlRecord
       IF ARDebitTotal > ZERO
           MOVE "AR BILLING" TO ARSourceLabel
           MOVE "AR" TO WorkSource
           MOVE ARDebitTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE "RETURNS" TO WorkSource
           COMPUTE XJ-Amount = ReturnsMerchTotal + ReturnsTaxTotal
           PERFORM WriteDebitLine
           MOVE "AR RETURNS" TO ARSourceLabel
           MOVE "AR" TO WorkSource
           MOVE ARCreditTotal TO XJ-Amount
           PERFORM WriteCreditLine
           MOVE "CASH" TO WorkSource
           MOVE CashTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE "AR CASH" TO ARSourceLabel
           MOVE "AR" TO WorkSource
           MOVE CashTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF RefundTotal > ZERO
           MOVE "AR REFUND" TO ARSourceLabel
           MOVE "AR" TO WorkSource
           MOVE RefundTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE RefundTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF DiscountTotal > ZERO
           MOVE "DISCOUNT" TO WorkSource
           MOVE DiscountTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE "AR DISCOUNT" TO ARSourceLabel
           MOVE "AR" TO WorkSource
           MOVE DiscountTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF WriteOffTotal > ZERO
           MOVE "BADDEBT" TO WorkSource
           MOVE WriteOffTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE "AR BADDEBT" TO ARSourceLabel
           MOVE "AR" TO WorkSource
           MOVE WriteOffTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF RebateAccrualTotal > ZERO
           MOVE "REBATE" TO WorkSource
           MOVE RebateAccrualTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE "REBACCR" TO WorkSource
           MOVE RebateAccrualTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF RebateReversalTotal > ZERO
           MOVE "REBACCR" TO WorkSource
           MOVE RebateReversalTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE "REBATE" TO WorkSource
           MOVE RebateReversalTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF RebateCreditTotal > ZERO
           MOVE "REBACCR" TO WorkSource
           MOVE RebateCreditTotal TO XJ-Amount
           PERFORM WriteDebitLine
           MOVE "AR REBATE" TO ARSourceLabel
           MOVE "AR" TO WorkSource
           MOVE RebateCreditTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF SalesTotal > ZERO
           MOVE "SALES" TO WorkSource
           MOVE SalesTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF FreightTotal > ZERO
           MOVE "FREIGHT" TO WorkSource
           MOVE FreightTotal TO XJ-Amount
           PERFORM WriteCreditLine
       END-IF
       IF FinChgTotal > ZERO
           MOVE "FINCHG" TO WorkSource
           MOVE FinChgTotal TO XJ-Amount
       MOVE WorkAccount TO XJ-Account
       MOVE 'D' TO XJ-DrCr
       MOVE WorkSource TO XJ-Description
       IF WorkSource = "AR"
           MOVE ARSourceLabel TO XJ-Description
       END-IF
       WRITE ExtractJournalRecord
       ADD 1 TO JournalLinesWritten.

       MOVE WorkAccount TO XJ-Account
       MOVE 'C' TO XJ-DrCr
       MOVE WorkSource TO XJ-Description
       IF WorkSource = "AR"
           MOVE ARSourceLabel TO XJ-Description
       END-IF
       WRITE ExtractJournalRecord
       ADD 1 TO JournalLinesWritten.

