
      *> Purchasing-maintained control line: the monthly rate as a
      *> four-digit decimal fraction (0150 = 1.5 percent) and the
      *> grace period in days PAST THE DUE DATE before an open
      *> invoice draws a charge - 000 charges anything past due.
FD ChargeControl.
01 ChargeControlLine.
       02 CC-Rate PIC V9(4).
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 MonthlyRate PIC V9(4) VALUE .0150.
01 GraceDays PIC 9(3) VALUE ZERO.
01 RunPeriod PIC 9(6).
01 InvoicesScanned PIC 9(5) VALUE ZERO.
01 ChargesAssessed PIC 9(5) VALUE ZERO.
       02 FILLER PIC X(13).
01 OpenBalance PIC 9(7)V99.
01 ChargeAmount PIC 9(5)V99.
01 DaysPastDue PIC S9(5).
01 MaxInvoiceNum PIC 9(6) VALUE ZERO.
01 ScanEOF PIC X.
COPY "DATESRV.cpy".
COPY "DISPSRV.cpy".
COPY "PLANSRV.cpy".

      *> Charges collected in one pass over the register, then written
      *> as their own records in a second pass - the scan never sees
                   IF CC-Rate IS NUMERIC AND CC-Rate > ZERO
                       MOVE CC-Rate TO MonthlyRate
                   END-IF
                   IF CC-GraceDays IS NUMERIC
                       MOVE CC-GraceDays TO GraceDays
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ChargeLog.

      *> An open merchandise invoice more than the grace period past
      *> its due date draws the monthly rate on its open balance -
      *> once per period, ever. The customer's own terms set the due
      *> date, so a NET10 account is charged sooner than a NET30.
      *> Interest never runs on an amount in open dispute - only the
      *> undisputed part of the balance draws the charge.
ConsiderOneInvoice.
       MOVE 'N' TO CHG-FoundFlag
       PERFORM VARYING CHG-Index FROM 1 BY 1
           END-IF
       END-PERFORM
       IF NOT CHG-AlreadyCharged
           PERFORM ComputeDaysPastDue
           COMPUTE OpenBalance = INV-Total - INV-AmountPaid
           PERFORM ExcludeDisputedAmount
           PERFORM HoldOutPlanInstallments
           IF DaysPastDue > GraceDays AND OpenBalance > ZERO
               COMPUTE ChargeAmount ROUNDED = OpenBalance * MonthlyRate
               IF ChargeAmount > ZERO AND ChargeCount < 500
                   ADD 1 TO ChargeCount
           END-IF
       END-IF.

ExcludeDisputedAmount.
       SET DI-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO DI-InvoiceNum
       CALL "DISPSRV" USING DI-Parameters
       IF DI-InDispute
           IF DI-Disputed >= OpenBalance
               MOVE ZERO TO OpenBalance
           ELSE
               SUBTRACT DI-Disputed FROM OpenBalance
           END-IF
       END-IF.

      *> An invoice on an installment plan is only chased for the
      *> installments whose due dates have gone by unpaid, counted
      *> from the oldest of them - an installment not yet due is
      *> not owed yet, so a customer keeping to the plan is left
      *> alone. A disputed amount comes off the latest installments
      *> first, so it only reduces what is past due once it exceeds
      *> what is not yet due.
HoldOutPlanInstallments.
       IF INV-Total NOT > INV-AmountPaid
           EXIT PARAGRAPH
       END-IF
       SET PN-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO PN-InvoiceNum
       COMPUTE PN-OpenBalance = INV-Total - INV-AmountPaid
       MOVE RunDate TO PN-AsOfDate
       CALL "PLANSRV" USING PN-Parameters
       IF PN-OnPlan
           IF PN-PastDue < OpenBalance
               MOVE PN-PastDue TO OpenBalance
           END-IF
           MOVE ZERO TO DaysPastDue
           IF PN-PastDue > ZERO
               SET DS-DayDifference TO TRUE
               MOVE PN-OldestPastDue TO DS-Date1
               MOVE RunDate TO DS-Date2
               CALL "DATESRV" USING DS-Parameters
               IF DS-DateValid
                   MOVE DS-Days TO DaysPastDue
               END-IF
           END-IF
       END-IF.

      *> Days past the invoice's due date at the run date. A record
      *> with no due date is counted as NET30 from its invoice date.
ComputeDaysPastDue.
       SET DS-DayDifference TO TRUE
       MOVE RunDate TO DS-Date2
       IF INV-DueDate IS NUMERIC AND INV-DueDate > ZERO
           MOVE INV-DueDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Days TO DaysPastDue
       ELSE
           MOVE INV-InvoiceDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           COMPUTE DaysPastDue = DS-Days - 30
       END-IF
       IF NOT DS-DateValid
           MOVE ZERO TO DaysPastDue
       END-IF.

      *> The charge is its own register record with no order behind
      *> it, so statements and aging carry it automatically - they
      *> already read every register record. It is due the day it is
      *> assessed, with no terms and no discount.
PostOneCharge.
       ADD 1 TO MaxInvoiceNum
       MOVE MaxInvoiceNum TO INV-InvoiceNum
       MOVE ZERO TO INV-AmountPaid
       SET INV-OpenInvoice TO TRUE
       MOVE ZERO TO INV-ShipNum
       MOVE SPACES TO INV-TermsCode
       MOVE RunDate TO INV-DueDate
       MOVE ZERO TO INV-DiscDate INV-DiscPct
       MOVE ZERO TO INV-Freight
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Charge invoice number taken - not written"
