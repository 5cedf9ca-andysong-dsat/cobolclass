       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYPROF.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CashApplyLog ASSIGN TO "cashapp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT PayDaysWork ASSIGN TO "paysort.tmp".
       SELECT ProfileReport ASSIGN TO "payprof.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CashApplyLog.
01 CashApplyRecord.
    COPY "CASHAPP.cpy".

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD CustomerFile.
01 CustomerData.
    COPY "CUSTREC.cpy"
        REPLACING ==CR-IDNum==        BY ==IDNum==
                  ==CR-FirstName==    BY ==FirstName==
                  ==CR-LastName==     BY ==LastName==
                  ==CR-CustAddress==  BY ==CustAddress==
                  ==CR-Phone==        BY ==Phone==
                  ==CR-Email==        BY ==Email==
                  ==CR-CustStatus==   BY ==CustStatus==
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==.

      *> One line per invoice paid off inside the profile year: how
      *> many days it took, and when the money came in so the line
      *> can be placed in this quarter or the one before.
SD PayDaysWork.
01 PayDaysRecord.
       02 PD-IDNum PIC 9(6).
       02 PD-Days PIC 9(5).
       02 PD-PayDate PIC 9(8).

FD ProfileReport.
01 PrintLine PIC X(100).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 InvoiceFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 CashApplyEOFFlag PIC X VALUE 'N'.
       88 CashApplyEOF VALUE 'Y'.
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 CustExists PIC X.
01 ApplicationsRead PIC 9(7) VALUE ZERO.
01 InvoicesMeasured PIC 9(7) VALUE ZERO.
01 InvoicesScanned PIC 9(5) VALUE ZERO.
01 ItemsForecast PIC 9(5) VALUE ZERO.
01 CustomersSlipping PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
COPY "DATESRV.cpy".

      *> The profile looks back one year of receipts. The quarter
      *> comparison is the last 13 weeks against the 13 weeks before
      *> them; a customer whose average has stretched by at least
      *> SlipThresholdDays is listed as slipping. With no receipts in
      *> either quarter there is nothing to compare and no listing.
01 ProfileYearDays PIC S9(7) VALUE -365.
01 QuarterDays PIC S9(7) VALUE -91.
01 TwoQuarterDays PIC S9(7) VALUE -182.
01 SlipThresholdDays PIC 9(3) VALUE 5.
01 ProfileStartDate PIC 9(8).
01 CurQtrStartDate PIC 9(8).
01 PriorQtrStartDate PIC 9(8).

      *> Days-to-pay for the customer being gathered from the sort,
      *> in ascending order because the sort delivers them that way -
      *> the typical figure is simply the middle one. A customer with
      *> more paid invoices in the year than the list holds keeps its
      *> count and average exact; only the middle is taken from the
      *> lines the list kept.
01 DaysList.
       02 DL-Days PIC 9(5) OCCURS 2000 TIMES.
01 DL-Count PIC 9(4).
01 DL-Middle PIC 9(4).
01 GatherIDNum PIC 9(6).
01 GatherCount PIC 9(5).
01 GatherTotalDays PIC 9(9).
01 GatherCurCount PIC 9(5).
01 GatherCurDays PIC 9(9).
01 GatherPriorCount PIC 9(5).
01 GatherPriorDays PIC 9(9).

      *> One profile per customer with an invoice paid off in the
      *> year, built from the sort in customer order so the report
      *> lists them that way.
01 ProfileTable.
       02 ProfileEntry OCCURS 1000 TIMES.
           03 PRF-IDNum PIC 9(6).
           03 PRF-Count PIC 9(5).
           03 PRF-AvgDays PIC 9(4)V9.
           03 PRF-TypicalDays PIC 9(5).
           03 PRF-CurCount PIC 9(5).
           03 PRF-CurAvg PIC 9(4)V9.
           03 PRF-PriorCount PIC 9(5).
           03 PRF-PriorAvg PIC 9(4)V9.
01 ProfileCount PIC 9(4) VALUE ZERO.
01 PRF-Index PIC 9(4).
01 PRF-Slot PIC 9(4).
01 PRF-FoundFlag PIC X.
       88 PRF-EntryFound VALUE 'Y'.

      *> Thirteen weekly buckets starting today, and whatever is
      *> expected beyond them. An item whose expected date has already
      *> gone by is still owed and goes in the first week; the amount
      *> landing there that way is shown on its own line.
01 ForecastTable.
       02 FC-Amount PIC S9(9)V99 OCCURS 13 TIMES.
01 FC-Index PIC 99.
01 FC-Week PIC 9(5).
01 ForecastLater PIC S9(9)V99 VALUE ZERO.
01 ForecastOverdue PIC S9(9)V99 VALUE ZERO.
01 ForecastTotal PIC S9(9)V99 VALUE ZERO.
01 OpenBalance PIC S9(7)V99.
01 ExpectedDate PIC 9(8).
01 DaysUntilExpected PIC S9(7).
01 SlipDays PIC S9(4)V9.

01 PageHeading.
       02 FILLER PIC X(34) VALUE "CUSTOMER PAYMENT PROFILE - as of ".
       02 PrnRunDate PIC 9(8).
01 ProfileHeads PIC X(76) VALUE
    "IDNum  Name             Paid  Avg Days  Typical  Prior Qtr Avg  This Qtr Avg".
01 ProfileDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustName PIC X(16).
       02 PrnPaidCount PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnAvgDays PIC ZZZ9.9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnTypicalDays PIC ZZZZ9.
       02 FILLER PIC X(9) VALUE SPACES.
       02 PrnPriorAvg PIC X(6).
       02 FILLER PIC X(8) VALUE SPACES.
       02 PrnCurAvg PIC X(6).
01 AvgEdit PIC ZZZ9.9.
01 AvgText REDEFINES AvgEdit PIC X(6).

01 ForecastHeading PIC X(40) VALUE
    "13-WEEK CASH COLLECTIONS FORECAST".
01 ForecastHeads PIC X(36) VALUE
    "Week  Starting             Expected".
01 ForecastDetailLine.
       02 PrnWeek PIC Z9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnWeekStart PIC X(10).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnExpected PIC $$$,$$$,$$9.99CR.
01 ForecastLaterLine.
       02 FILLER PIC X(18) VALUE "Later".
       02 PrnLater PIC $$$,$$$,$$9.99CR.
01 ForecastTotalLine.
       02 FILLER PIC X(18) VALUE "Total open".
       02 PrnForecastTotal PIC $$$,$$$,$$9.99CR.
01 ForecastOverdueLine.
       02 FILLER PIC X(46) VALUE
           "  of which already past its expected date    ".
       02 PrnOverdue PIC $$$,$$$,$$9.99CR.

01 SlipHeading PIC X(50) VALUE
    "CUSTOMERS PAYING SLOWER THAN LAST QUARTER".
01 SlipHeads PIC X(70) VALUE
    "IDNum  Name              Prior Qtr Avg  This Qtr Avg  Slower By (days)".
01 SlipDetailLine.
       02 PrnSlipCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSlipCustName PIC X(16).
       02 FILLER PIC X(9) VALUE SPACES.
       02 PrnSlipPriorAvg PIC ZZZ9.9.
       02 FILLER PIC X(8) VALUE SPACES.
       02 PrnSlipCurAvg PIC ZZZ9.9.
       02 FILLER PIC X(12) VALUE SPACES.
       02 PrnSlipDays PIC ZZZ9.9.
01 NoSlipLine PIC X(40) VALUE "  (none)".

COPY "REGION.cpy".

      *> How customers actually pay, and what that says about the
      *> cash to come. Every receipt applied to an invoice is logged
      *> by payment posting and the cash workbench; the applications
      *> that paid an invoice off give its days-to-pay, counted from
      *> the invoice's own date. Each customer's average and typical
      *> (middle) days over the last year become the profile. The
      *> open register is then projected week by week for 13 weeks,
      *> each item expected its customer's typical days after it was
      *> billed - or on its due date for a customer with no history
      *> yet. Last of all, customers paying noticeably slower this
      *> quarter than last are listed for the collections desk.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       SET DS-AddDays TO TRUE
       MOVE RunDate TO DS-Date1
       MOVE ProfileYearDays TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Date2 TO ProfileStartDate
       MOVE QuarterDays TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Date2 TO CurQtrStartDate
       MOVE TwoQuarterDays TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Date2 TO PriorQtrStartDate
       SORT PayDaysWork ON ASCENDING KEY PD-IDNum PD-Days
           INPUT PROCEDURE IS ReleasePaidInvoices
           OUTPUT PROCEDURE IS BuildProfiles
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           STOP RUN
       END-IF
       PERFORM VARYING FC-Index FROM 1 BY 1 UNTIL FC-Index > 13
           MOVE ZERO TO FC-Amount(FC-Index)
       END-PERFORM
       PERFORM UNTIL InvoiceEOF
           READ InvoiceFile NEXT RECORD
               AT END SET InvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO InvoicesScanned
                   IF INV-OpenInvoice OR INV-CreditMemo
                       PERFORM ForecastOneInvoice
                   END-IF
           END-READ
       END-PERFORM
       CLOSE InvoiceFile
       OPEN INPUT CustomerFile
       OPEN OUTPUT ProfileReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM ProfileHeads AFTER ADVANCING 2 LINES
       PERFORM PrintOneProfile
           VARYING PRF-Index FROM 1 BY 1 UNTIL PRF-Index > ProfileCount
       PERFORM PrintForecast
       WRITE PrintLine FROM SlipHeading AFTER ADVANCING 3 LINES
       WRITE PrintLine FROM SlipHeads AFTER ADVANCING 2 LINES
       PERFORM PrintOneSlipCheck
           VARYING PRF-Index FROM 1 BY 1 UNTIL PRF-Index > ProfileCount
       IF CustomersSlipping = ZERO
           WRITE PrintLine FROM NoSlipLine AFTER ADVANCING 1 LINE
       END-IF
       CLOSE ProfileReport
       CLOSE CustomerFile
       DISPLAY "Payment profile written to payprof.rpt - customers profiled: "
           ProfileCount
       DISPLAY "Paid invoices measured: " InvoicesMeasured
           "  open items forecast: " ItemsForecast
       DISPLAY "Customers slipping: " CustomersSlipping
       PERFORM WriteBalanceLine
       STOP RUN.

      *> Only the application that cleared an invoice says how long
      *> the invoice took; part payments before it are skipped. A
      *> line older than the profile year, or with a date the date
      *> service will not take, is left out. Money in before the
      *> invoice date counts as paid on the day.
ReleasePaidInvoices.
       OPEN INPUT CashApplyLog
       PERFORM UNTIL CashApplyEOF
           READ CashApplyLog
               AT END SET CashApplyEOF TO TRUE
               NOT AT END
                   ADD 1 TO ApplicationsRead
                   IF CA-InvoiceCleared
                       AND CA-PayDate IS NUMERIC
                       AND CA-InvoiceDate IS NUMERIC
                       AND CA-PayDate >= ProfileStartDate
                       AND CA-PayDate <= RunDate
                       PERFORM ReleaseOnePaidInvoice
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CashApplyLog.

ReleaseOnePaidInvoice.
       SET DS-DayDifference TO TRUE
       MOVE CA-InvoiceDate TO DS-Date1
       MOVE CA-PayDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           EXIT PARAGRAPH
       END-IF
       MOVE CA-IDNum TO PD-IDNum
       IF DS-Days < ZERO
           MOVE ZERO TO PD-Days
       ELSE
           MOVE DS-Days TO PD-Days
       END-IF
       MOVE CA-PayDate TO PD-PayDate
       RELEASE PayDaysRecord
       ADD 1 TO InvoicesMeasured.

BuildProfiles.
       PERFORM ReturnOnePaidInvoice
       PERFORM GatherOneCustomer UNTIL WorkEOF.

ReturnOnePaidInvoice.
       RETURN PayDaysWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

GatherOneCustomer.
       MOVE PD-IDNum TO GatherIDNum
       MOVE ZERO TO DL-Count GatherCount GatherTotalDays
       MOVE ZERO TO GatherCurCount GatherCurDays
       MOVE ZERO TO GatherPriorCount GatherPriorDays
       PERFORM UNTIL WorkEOF OR PD-IDNum NOT = GatherIDNum
           ADD 1 TO GatherCount
           ADD PD-Days TO GatherTotalDays
           IF DL-Count < 2000
               ADD 1 TO DL-Count
               MOVE PD-Days TO DL-Days(DL-Count)
           END-IF
           IF PD-PayDate >= CurQtrStartDate
               ADD 1 TO GatherCurCount
               ADD PD-Days TO GatherCurDays
           ELSE
               IF PD-PayDate >= PriorQtrStartDate
                   ADD 1 TO GatherPriorCount
                   ADD PD-Days TO GatherPriorDays
               END-IF
           END-IF
           PERFORM ReturnOnePaidInvoice
       END-PERFORM
       IF ProfileCount < 1000
           ADD 1 TO ProfileCount
           PERFORM StoreProfile
       ELSE
           DISPLAY "Profile table full - customer " GatherIDNum " skipped"
       END-IF.

StoreProfile.
       MOVE GatherIDNum TO PRF-IDNum(ProfileCount)
       MOVE GatherCount TO PRF-Count(ProfileCount)
       COMPUTE PRF-AvgDays(ProfileCount) ROUNDED =
           GatherTotalDays / GatherCount
       COMPUTE DL-Middle = (DL-Count + 1) / 2
       MOVE DL-Days(DL-Middle) TO PRF-TypicalDays(ProfileCount)
       MOVE GatherCurCount TO PRF-CurCount(ProfileCount)
       MOVE ZERO TO PRF-CurAvg(ProfileCount)
       IF GatherCurCount > ZERO
           COMPUTE PRF-CurAvg(ProfileCount) ROUNDED =
               GatherCurDays / GatherCurCount
       END-IF
       MOVE GatherPriorCount TO PRF-PriorCount(ProfileCount)
       MOVE ZERO TO PRF-PriorAvg(ProfileCount)
       IF GatherPriorCount > ZERO
           COMPUTE PRF-PriorAvg(ProfileCount) ROUNDED =
               GatherPriorDays / GatherPriorCount
       END-IF.

      *> The expected date is the invoice date plus the customer's
      *> typical days. Without a profile the terms are the best guess
      *> there is: the due date, or NET30 from the invoice date when
      *> there is none. A credit memo nets against the week its
      *> customer would otherwise pay in, as aging nets it.
ForecastOneInvoice.
       IF INV-CreditMemo
           COMPUTE OpenBalance = ZERO - (INV-Total - INV-AmountPaid)
       ELSE
           COMPUTE OpenBalance = INV-Total - INV-AmountPaid
       END-IF
       IF OpenBalance = ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM FindProfileSlot
       SET DS-AddDays TO TRUE
       MOVE INV-InvoiceDate TO DS-Date1
       EVALUATE TRUE
           WHEN PRF-EntryFound
               MOVE PRF-TypicalDays(PRF-Slot) TO DS-Days
               CALL "DATESRV" USING DS-Parameters
               MOVE DS-Date2 TO ExpectedDate
           WHEN INV-DueDate IS NUMERIC AND INV-DueDate > ZERO
               MOVE INV-DueDate TO ExpectedDate
           WHEN OTHER
               MOVE 30 TO DS-Days
               CALL "DATESRV" USING DS-Parameters
               MOVE DS-Date2 TO ExpectedDate
       END-EVALUATE
       SET DS-DayDifference TO TRUE
       MOVE RunDate TO DS-Date1
       MOVE ExpectedDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Days TO DaysUntilExpected
       IF NOT DS-DateValid
           MOVE ZERO TO DaysUntilExpected
       END-IF
       ADD 1 TO ItemsForecast
       ADD OpenBalance TO ForecastTotal
       IF DaysUntilExpected < ZERO
           ADD OpenBalance TO ForecastOverdue
           ADD OpenBalance TO FC-Amount(1)
           EXIT PARAGRAPH
       END-IF
       COMPUTE FC-Week = DaysUntilExpected / 7 + 1
       IF FC-Week > 13
           ADD OpenBalance TO ForecastLater
       ELSE
           ADD OpenBalance TO FC-Amount(FC-Week)
       END-IF.

FindProfileSlot.
       MOVE 'N' TO PRF-FoundFlag
       MOVE ZERO TO PRF-Slot
       PERFORM VARYING PRF-Index FROM 1 BY 1
           UNTIL PRF-Index > ProfileCount OR PRF-EntryFound
           IF PRF-IDNum(PRF-Index) = INV-IDNum
               SET PRF-EntryFound TO TRUE
               MOVE PRF-Index TO PRF-Slot
           END-IF
       END-PERFORM.

LookupCustomerName.
       MOVE 'Y' TO CustExists
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.

      *> A quarter with no receipts in it prints n/a rather than a
      *> zero average nobody earned.
PrintOneProfile.
       MOVE PRF-IDNum(PRF-Index) TO IDNum
       PERFORM LookupCustomerName
       MOVE PRF-IDNum(PRF-Index) TO PrnCustID
       IF CustExists = 'Y'
           MOVE LastName TO PrnCustName
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnCustName
       END-IF
       MOVE PRF-Count(PRF-Index) TO PrnPaidCount
       MOVE PRF-AvgDays(PRF-Index) TO PrnAvgDays
       MOVE PRF-TypicalDays(PRF-Index) TO PrnTypicalDays
       MOVE "   n/a" TO PrnPriorAvg
       IF PRF-PriorCount(PRF-Index) > ZERO
           MOVE PRF-PriorAvg(PRF-Index) TO AvgEdit
           MOVE AvgText TO PrnPriorAvg
       END-IF
       MOVE "   n/a" TO PrnCurAvg
       IF PRF-CurCount(PRF-Index) > ZERO
           MOVE PRF-CurAvg(PRF-Index) TO AvgEdit
           MOVE AvgText TO PrnCurAvg
       END-IF
       WRITE PrintLine FROM ProfileDetailLine AFTER ADVANCING 1 LINE.

PrintForecast.
       WRITE PrintLine FROM ForecastHeading AFTER ADVANCING 3 LINES
       WRITE PrintLine FROM ForecastHeads AFTER ADVANCING 2 LINES
       PERFORM VARYING FC-Index FROM 1 BY 1 UNTIL FC-Index > 13
           SET DS-AddDays TO TRUE
           MOVE RunDate TO DS-Date1
           COMPUTE DS-Days = (FC-Index - 1) * 7
           CALL "DATESRV" USING DS-Parameters
           SET DS-FormatDate TO TRUE
           MOVE DS-Date2 TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           MOVE FC-Index TO PrnWeek
           MOVE DS-Formatted TO PrnWeekStart
           MOVE FC-Amount(FC-Index) TO PrnExpected
           WRITE PrintLine FROM ForecastDetailLine AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE ForecastLater TO PrnLater
       WRITE PrintLine FROM ForecastLaterLine AFTER ADVANCING 1 LINE
       MOVE ForecastTotal TO PrnForecastTotal
       WRITE PrintLine FROM ForecastTotalLine AFTER ADVANCING 2 LINES
       MOVE ForecastOverdue TO PrnOverdue
       WRITE PrintLine FROM ForecastOverdueLine AFTER ADVANCING 1 LINE.

PrintOneSlipCheck.
       IF PRF-CurCount(PRF-Index) = ZERO OR PRF-PriorCount(PRF-Index) = ZERO
           EXIT PARAGRAPH
       END-IF
       COMPUTE SlipDays = PRF-CurAvg(PRF-Index) - PRF-PriorAvg(PRF-Index)
       IF SlipDays < SlipThresholdDays
           EXIT PARAGRAPH
       END-IF
       MOVE PRF-IDNum(PRF-Index) TO IDNum
       PERFORM LookupCustomerName
       MOVE PRF-IDNum(PRF-Index) TO PrnSlipCustID
       IF CustExists = 'Y'
           MOVE LastName TO PrnSlipCustName
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnSlipCustName
       END-IF
       MOVE PRF-PriorAvg(PRF-Index) TO PrnSlipPriorAvg
       MOVE PRF-CurAvg(PRF-Index) TO PrnSlipCurAvg
       MOVE SlipDays TO PrnSlipDays
       WRITE PrintLine FROM SlipDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO CustomersSlipping.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "PAYPROF" TO BAL-Program
       MOVE "PAYPROFILE" TO BAL-Step
       MOVE ApplicationsRead TO BAL-RecordsIn
       MOVE ProfileCount TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
