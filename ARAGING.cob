           FILE STATUS IS CustomerFileStatus.
       SELECT AgingReport ASSIGN TO "aging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FD AgingReport.
01 PrintLine PIC X(100).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 OpenBalance PIC S9(7)V99.
01 DaysPastDue PIC S9(5).
COPY "DATESRV.cpy".
COPY "DISPSRV.cpy".
COPY "PLANSRV.cpy".
01 PlanIdx PIC 9.
01 PlanDisputeLeft PIC S9(7)V99.
01 BucketAmount PIC S9(7)V99.

      *> One aging slot per customer with anything open. Built as the
      *> register is scanned, then printed in one pass - the same
      *> accumulate-then-report shape the product table load uses.
      *> The buckets count days PAST THE DUE DATE the customer's terms
      *> set, not days since billing: not yet due, 1-30, 31-60, and
      *> over 60 days past due. Whatever is in open dispute comes
      *> out of its bucket and stands in a column of its own, so the
      *> collectors see what they can chase and what is being argued.
      *> A chain store billed to head office keeps its own slot but
      *> carries the head-office account it bills to; the head office
      *> prints once with the whole group's buckets, each account of
      *> the group listed under it as a store subtotal.
01 AgingTable.
       02 AgingEntry OCCURS 1000 TIMES.
           03 AGE-IDNum PIC 9(6).
           03 AGE-BillTo PIC 9(6).
           03 AGE-Current PIC S9(7)V99.
           03 AGE-Past30 PIC S9(7)V99.
           03 AGE-Past60 PIC S9(7)V99.
           03 AGE-Over60 PIC S9(7)V99.
           03 AGE-Disputed PIC S9(7)V99.
01 AgingCount PIC 9(4) VALUE ZERO.
01 AGE-Index PIC 9(4).
01 AGE-FoundFlag PIC X.
       88 AGE-EntryFound VALUE 'Y'.
01 AGE-Slot PIC 9(4).
01 AccountSlot PIC 9(4).
01 NewSlotID PIC 9(6).
01 NewSlotBillTo PIC 9(6).
01 GroupStores PIC 9(4).
01 GroupName PIC X(16).
01 GroupBuckets.
       02 GRP-Current PIC S9(7)V99.
       02 GRP-Past30 PIC S9(7)V99.
       02 GRP-Past60 PIC S9(7)V99.
       02 GRP-Over60 PIC S9(7)V99.
       02 GRP-Disputed PIC S9(7)V99.
COPY "FAMSRV.cpy".

01 TotalCurrent PIC S9(8)V99 VALUE ZERO.
01 TotalPast30 PIC S9(8)V99 VALUE ZERO.
01 TotalPast60 PIC S9(8)V99 VALUE ZERO.
01 TotalOver60 PIC S9(8)V99 VALUE ZERO.
01 TotalDisputed PIC S9(8)V99 VALUE ZERO.
01 DisputedHere PIC S9(7)V99.

01 PageHeading.
       02 FILLER PIC X(35) VALUE "ACCOUNTS RECEIVABLE AGING - as of ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(98) VALUE
    "IDNum  Name                Not Yet Due      1-30 Past     31-60 Past   Over 60 Past     In Dispute".
01 AgingDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustName PIC X(16).
       02 PrnCurrent PIC $$,$$$,$$9.99CR.
       02 PrnPast30 PIC $$,$$$,$$9.99CR.
       02 PrnPast60 PIC $$,$$$,$$9.99CR.
       02 PrnOver60 PIC $$,$$$,$$9.99CR.
       02 PrnDisputed PIC $$,$$$,$$9.99CR.
01 ReportFooting.
       02 FILLER PIC X(23) VALUE "END OF REPORT - Totals ".
       02 PrnTotCurrent PIC $$,$$$,$$9.99CR.
       02 PrnTotPast30 PIC $$,$$$,$$9.99CR.
       02 PrnTotPast60 PIC $$,$$$,$$9.99CR.
       02 PrnTotOver60 PIC $$,$$$,$$9.99CR.
       02 PrnTotDisputed PIC $$,$$$,$$9.99CR.

COPY "REGION.cpy".

       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM PrintOneAccount
           VARYING AGE-Index FROM 1 BY 1 UNTIL AGE-Index > AgingCount
       MOVE TotalCurrent TO PrnTotCurrent
       MOVE TotalPast30 TO PrnTotPast30
       MOVE TotalPast60 TO PrnTotPast60
       MOVE TotalOver60 TO PrnTotOver60
       MOVE TotalDisputed TO PrnTotDisputed
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       CLOSE AgingReport
       CLOSE CustomerFile
       PERFORM CatalogThisReport
       DISPLAY "Aging report written - customers listed: " CustomersListed
       PERFORM WriteBalanceLine
       STOP RUN.

      *> Exact day counts come from the shared date service, so the
      *> buckets here can never disagree with any other program's
      *> idea of the calendar. A record with no due date is counted
      *> as NET30 from its invoice date.
AgeOneInvoice.
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
       END-IF
      *> A credit memo nets against what the customer owes, in the
      *> same bucket an invoice due on its date would land in.
       IF INV-CreditMemo
           COMPUTE OpenBalance = ZERO - (INV-Total - INV-AmountPaid)
       ELSE
           COMPUTE OpenBalance = INV-Total - INV-AmountPaid
       END-IF
       MOVE ZERO TO DisputedHere
       SET PN-NoPlan TO TRUE
       IF INV-OpenInvoice AND OpenBalance > ZERO
           SET PN-InvoiceInquire TO TRUE
           MOVE INV-InvoiceNum TO PN-InvoiceNum
           MOVE OpenBalance TO PN-OpenBalance
           MOVE RunDate TO PN-AsOfDate
           CALL "PLANSRV" USING PN-Parameters
           SET DI-InvoiceInquire TO TRUE
           MOVE INV-InvoiceNum TO DI-InvoiceNum
           CALL "DISPSRV" USING DI-Parameters
           IF DI-InDispute
               IF DI-Disputed >= OpenBalance
                   MOVE OpenBalance TO DisputedHere
               ELSE
                   MOVE DI-Disputed TO DisputedHere
               END-IF
               SUBTRACT DisputedHere FROM OpenBalance
           END-IF
       END-IF
       PERFORM FindAgingSlot
      *> A full table leaves no slot - the customer is reported
      *> skipped rather than posted into somebody else's buckets.
       IF AGE-Slot > ZERO
           ADD DisputedHere TO AGE-Disputed(AGE-Slot)
           IF PN-OnPlan
               PERFORM AgePlanInstallments
           ELSE
               MOVE OpenBalance TO BucketAmount
               PERFORM BucketOpenAmount
           END-IF
       END-IF.

BucketOpenAmount.
       EVALUATE TRUE
           WHEN DaysPastDue <= 0
               ADD BucketAmount TO AGE-Current(AGE-Slot)
           WHEN DaysPastDue <= 30
               ADD BucketAmount TO AGE-Past30(AGE-Slot)
           WHEN DaysPastDue <= 60
               ADD BucketAmount TO AGE-Past60(AGE-Slot)
           WHEN OTHER
               ADD BucketAmount TO AGE-Over60(AGE-Slot)
       END-EVALUATE.

      *> An invoice on an installment plan ages installment by
      *> installment, each by its own due date, so an installment not
      *> yet due sits in the not-yet-due column however old the
      *> invoice is. What is in dispute comes off the latest
      *> installments first - the customer is still expected to keep
      *> to the plan for the part not argued over.
AgePlanInstallments.
       MOVE DisputedHere TO PlanDisputeLeft
       PERFORM VARYING PlanIdx FROM PN-InstCount BY -1 UNTIL PlanIdx < 1
           MOVE PN-Unpaid(PlanIdx) TO BucketAmount
           IF PlanDisputeLeft >= BucketAmount
               SUBTRACT BucketAmount FROM PlanDisputeLeft
               MOVE ZERO TO BucketAmount
           ELSE
               SUBTRACT PlanDisputeLeft FROM BucketAmount
               MOVE ZERO TO PlanDisputeLeft
           END-IF
           IF BucketAmount > ZERO
               SET DS-DayDifference TO TRUE
               MOVE PN-DueDate(PlanIdx) TO DS-Date1
               MOVE RunDate TO DS-Date2
               CALL "DATESRV" USING DS-Parameters
               MOVE DS-Days TO DaysPastDue
               IF NOT DS-DateValid
                   MOVE ZERO TO DaysPastDue
               END-IF
               PERFORM BucketOpenAmount
           END-IF
       END-PERFORM.

FindAgingSlot.
       MOVE 'N' TO AGE-FoundFlag
       MOVE ZERO TO AGE-Slot
           END-IF
       END-PERFORM
       IF NOT AGE-EntryFound
           SET FM-ParentLink TO TRUE
           MOVE INV-IDNum TO FM-IDNum
           CALL "FAMSRV" USING FM-Parameters
      *> The head office needs a slot of its own to print under, even
      *> when nothing is open on its own account.
           IF FM-BillTo NOT = INV-IDNum
               PERFORM EnsureAccountSlot
           END-IF
           MOVE INV-IDNum TO NewSlotID
           MOVE FM-BillTo TO NewSlotBillTo
           PERFORM AddAgingSlot
           MOVE AccountSlot TO AGE-Slot
       END-IF.

EnsureAccountSlot.
       MOVE ZERO TO AccountSlot
       PERFORM VARYING AGE-Index FROM 1 BY 1
           UNTIL AGE-Index > AgingCount OR AccountSlot > ZERO
           IF AGE-IDNum(AGE-Index) = FM-BillTo
               MOVE AGE-Index TO AccountSlot
           END-IF
       END-PERFORM
       IF AccountSlot = ZERO
           MOVE FM-BillTo TO NewSlotID
           MOVE FM-BillTo TO NewSlotBillTo
           PERFORM AddAgingSlot
       END-IF.

AddAgingSlot.
       IF AgingCount < 1000
           ADD 1 TO AgingCount
           MOVE AgingCount TO AccountSlot
           MOVE NewSlotID TO AGE-IDNum(AccountSlot)
           MOVE NewSlotBillTo TO AGE-BillTo(AccountSlot)
           MOVE ZERO TO AGE-Current(AccountSlot)
           MOVE ZERO TO AGE-Past30(AccountSlot)
           MOVE ZERO TO AGE-Past60(AccountSlot)
           MOVE ZERO TO AGE-Over60(AccountSlot)
           MOVE ZERO TO AGE-Disputed(AccountSlot)
       ELSE
           DISPLAY "Aging table full - customer " NewSlotID " skipped"
           MOVE ZERO TO AccountSlot
       END-IF.

      *> Only accounts billed in their own right print a line of their
      *> own; a head office's line carries its whole billing group.
PrintOneAccount.
       IF AGE-BillTo(AGE-Index) NOT = AGE-IDNum(AGE-Index)
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO GroupStores
       MOVE AGE-Current(AGE-Index) TO GRP-Current
       MOVE AGE-Past30(AGE-Index) TO GRP-Past30
       MOVE AGE-Past60(AGE-Index) TO GRP-Past60
       MOVE AGE-Over60(AGE-Index) TO GRP-Over60
       MOVE AGE-Disputed(AGE-Index) TO GRP-Disputed
       PERFORM VARYING AGE-Slot FROM 1 BY 1 UNTIL AGE-Slot > AgingCount
           IF AGE-BillTo(AGE-Slot) = AGE-IDNum(AGE-Index)
               AND AGE-Slot NOT = AGE-Index
               ADD 1 TO GroupStores
               ADD AGE-Current(AGE-Slot) TO GRP-Current
               ADD AGE-Past30(AGE-Slot) TO GRP-Past30
               ADD AGE-Past60(AGE-Slot) TO GRP-Past60
               ADD AGE-Over60(AGE-Slot) TO GRP-Over60
               ADD AGE-Disputed(AGE-Slot) TO GRP-Disputed
           END-IF
       END-PERFORM
       MOVE AGE-Index TO AGE-Slot
       PERFORM NameAgingLine
       MOVE GRP-Current TO PrnCurrent
       MOVE GRP-Past30 TO PrnPast30
       MOVE GRP-Past60 TO PrnPast60
       MOVE GRP-Over60 TO PrnOver60
       MOVE GRP-Disputed TO PrnDisputed
       ADD GRP-Current TO TotalCurrent
       ADD GRP-Past30 TO TotalPast30
       ADD GRP-Past60 TO TotalPast60
       ADD GRP-Over60 TO TotalOver60
       ADD GRP-Disputed TO TotalDisputed
       WRITE PrintLine FROM AgingDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO CustomersListed
       IF GroupStores > ZERO
           MOVE AGE-Index TO AGE-Slot
           PERFORM PrintStoreLine
           PERFORM VARYING AGE-Slot FROM 1 BY 1 UNTIL AGE-Slot > AgingCount
               IF AGE-BillTo(AGE-Slot) = AGE-IDNum(AGE-Index)
                   AND AGE-Slot NOT = AGE-Index
                   PERFORM PrintStoreLine
               END-IF
           END-PERFORM
       END-IF.

      *> A store subtotal under its head office - already inside the
      *> head office's line, so it stays out of the report totals.
PrintStoreLine.
       PERFORM NameAgingLine
       MOVE PrnCustName TO GroupName
       MOVE SPACES TO PrnCustName
       STRING "  " DELIMITED BY SIZE
              GroupName DELIMITED BY SIZE
              INTO PrnCustName
       END-STRING
       MOVE AGE-Current(AGE-Slot) TO PrnCurrent
       MOVE AGE-Past30(AGE-Slot) TO PrnPast30
       MOVE AGE-Past60(AGE-Slot) TO PrnPast60
       MOVE AGE-Over60(AGE-Slot) TO PrnOver60
       MOVE AGE-Disputed(AGE-Slot) TO PrnDisputed
       WRITE PrintLine FROM AgingDetailLine AFTER ADVANCING 1 LINE.

NameAgingLine.
       MOVE 'Y' TO CustExists
       MOVE AGE-IDNum(AGE-Slot) TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       MOVE AGE-IDNum(AGE-Slot) TO PrnCustID
       IF CustExists = 'Y'
           MOVE LastName TO PrnCustName
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnCustName
       END-IF.

      *> Catalog the report so RPTBRWS can pull it back by date and
      *> RPTBURST can split it into branch copies.
CatalogThisReport.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "aging.rpt" TO RCAT-FileName
       MOVE RunDate TO RCAT-RunDate
       MOVE "ARAGING" TO RCAT-Step
       MOVE CustomersListed TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
