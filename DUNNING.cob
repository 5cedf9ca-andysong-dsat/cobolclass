           FILE STATUS IS TemplateFileStatus.
       SELECT LetterOutput ASSIGN TO "dunning.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD OrderFile.
01 OrderData.
FD LetterOutput.
01 PrintLine PIC X(70).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CityLine PIC X(36).
01 InvoiceFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 OrderFileStatus PIC XX.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 OpenBalance PIC S9(7)V99.
01 DaysPastDue PIC S9(5).
01 BucketLevel PIC 9.
01 LetterLevel PIC 9.
COPY "DATESRV.cpy".
COPY "DISPSRV.cpy".
COPY "PLANSRV.cpy".
01 InvoicesInDispute PIC 9(5) VALUE ZERO.

      *> One slot per customer with anything past due - the net open
      *> balance and the worst bucket any open item has aged into.
      *> A store billed to head office keeps its own slot with the
      *> head office as its bill-to; the letter goes to head office
      *> for the whole group, store by store.
01 DunTable.
       02 DunEntry OCCURS 1000 TIMES.
           03 DUN-IDNum PIC 9(6).
           03 DUN-BillTo PIC 9(6).
           03 DUN-OpenBal PIC S9(8)V99.
           03 DUN-WorstLevel PIC 9.
           03 DUN-LastLevel PIC 9.
01 DUN-FoundFlag PIC X.
       88 DUN-EntryFound VALUE 'Y'.
01 WorkIDNum PIC 9(6).
01 NewDunID PIC 9(6).
01 NewDunBillTo PIC 9(6).
01 AddedSlot PIC 9(4).
01 AccountSlot PIC 9(4).
01 GroupSlot PIC 9(4).
01 GroupStores PIC 9(4).
01 GroupOpenBal PIC S9(8)V99.
01 GroupWorstLevel PIC 9.
01 GroupHeldFlag PIC X.
01 GroupPromiseFlag PIC X.
COPY "FAMSRV.cpy".

01 TemplateTable.
       02 TPL-Line PIC X(60) OCCURS 30 TIMES.
       02 FILLER PIC X(21) VALUE "Amount past due now: ".
       02 PrnDueAmount PIC $$,$$$,$$9.99.
01 LetterRule PIC X(40) VALUE ALL "=".
      *> The account line carries the customer number on every letter
      *> so a run can be split by branch and matched to the ledger.
01 AccountLine.
       02 FILLER PIC X(9) VALUE "Account: ".
       02 PrnAccountID PIC 9(6).
01 StoreHeadLine PIC X(30) VALUE "Past due by store:".
01 StoreDueLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStoreID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnStoreName PIC X(25).
       02 PrnStoreDue PIC $$,$$$,$$9.99.

COPY "REGION.cpy".

       CLOSE DunningLog
       CLOSE LetterOutput
       CLOSE CustomerFile
       PERFORM CatalogThisReport
       DISPLAY "Dunning run complete - letters produced: " LettersProduced
       DISPLAY "  held on promise-to-pay: " LettersSuppressed
       DISPLAY "  invoices with amounts in dispute held out: "
           InvoicesInDispute
       PERFORM WriteBalanceLine
       STOP RUN.

      *> The same days-past-due count the aging report uses decides
      *> the bucket: anything past its due date earns the gentle
      *> reminder, over 30 days past due the firm one, over 60 the
      *> final demand - so each customer is dunned on their own
      *> terms. A record with no due date is counted as NET30 from
      *> its invoice date. Credit memos net the balance down so
      *> nobody is dunned for money a return already gave back, and
      *> an amount in open dispute is held out until it is settled -
      *> a wholly disputed invoice earns no letter at all.
BucketOneInvoice.
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
       IF INV-CreditMemo
           COMPUTE OpenBalance = ZERO - (INV-Total - INV-AmountPaid)
           MOVE ZERO TO BucketLevel
       ELSE
           COMPUTE OpenBalance = INV-Total - INV-AmountPaid
           PERFORM ExcludeDisputedAmount
           PERFORM HoldOutPlanInstallments
           EVALUATE TRUE
               WHEN DaysPastDue <= 0 MOVE 0 TO BucketLevel
               WHEN DaysPastDue <= 30 MOVE 1 TO BucketLevel
               WHEN DaysPastDue <= 60 MOVE 2 TO BucketLevel
               WHEN OTHER MOVE 3 TO BucketLevel
           END-EVALUATE
       END-IF
           END-IF
       END-IF.

ExcludeDisputedAmount.
       SET DI-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO DI-InvoiceNum
       CALL "DISPSRV" USING DI-Parameters
       IF DI-InDispute AND OpenBalance > ZERO
           ADD 1 TO InvoicesInDispute
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

FindDunSlot.
       MOVE 'N' TO DUN-FoundFlag
       MOVE ZERO TO DUN-Slot
           END-IF
       END-PERFORM
       IF NOT DUN-EntryFound
           SET FM-ParentLink TO TRUE
           MOVE WorkIDNum TO FM-IDNum
           CALL "FAMSRV" USING FM-Parameters
      *> The head office needs a slot to be lettered from, even when
      *> nothing is past due on its own account.
           IF FM-BillTo NOT = WorkIDNum
               PERFORM EnsureDunAccount
           END-IF
           MOVE WorkIDNum TO NewDunID
           MOVE FM-BillTo TO NewDunBillTo
           PERFORM AddDunSlot
           MOVE AddedSlot TO DUN-Slot
       END-IF.

EnsureDunAccount.
       MOVE ZERO TO AccountSlot
       PERFORM VARYING DUN-Index FROM 1 BY 1
           UNTIL DUN-Index > DunCount OR AccountSlot > ZERO
           IF DUN-IDNum(DUN-Index) = FM-BillTo
               MOVE DUN-Index TO AccountSlot
           END-IF
       END-PERFORM
       IF AccountSlot = ZERO
           MOVE FM-BillTo TO NewDunID
           MOVE FM-BillTo TO NewDunBillTo
           PERFORM AddDunSlot
       END-IF.

AddDunSlot.
       IF DunCount < 1000
           ADD 1 TO DunCount
           MOVE DunCount TO AddedSlot
           MOVE NewDunID TO DUN-IDNum(AddedSlot)
           MOVE NewDunBillTo TO DUN-BillTo(AddedSlot)
           MOVE ZERO TO DUN-OpenBal(AddedSlot)
           MOVE ZERO TO DUN-WorstLevel(AddedSlot)
           MOVE ZERO TO DUN-LastLevel(AddedSlot)
           MOVE 'N' TO DUN-HeldFlag(AddedSlot)
           MOVE 'N' TO DUN-PromiseFlag(AddedSlot)
       ELSE
           DISPLAY "Dunning table full - customer " NewDunID
               " skipped"
           MOVE ZERO TO AddedSlot
       END-IF.

NoteHeldOrders.
       CLOSE ContactLog.

LetterOneCustomer.
       IF DUN-BillTo(DUN-Index) NOT = DUN-IDNum(DUN-Index)
           EXIT PARAGRAPH
       END-IF
       PERFORM GatherDunGroup
       IF GroupWorstLevel = ZERO
           OR GroupOpenBal NOT > ZERO
           CONTINUE
       ELSE
           MOVE GroupWorstLevel TO LetterLevel
           IF DUN-LastLevel(DUN-Index) > ZERO
               AND DUN-LastLevel(DUN-Index) >= LetterLevel
               COMPUTE LetterLevel = DUN-LastLevel(DUN-Index) + 1
               INVALID KEY MOVE 'N' TO CustExists
           END-READ
           IF CustExists = 'Y' AND NOT DeletedCust
               IF GroupPromiseFlag = 'Y'
                   ADD 1 TO LettersSuppressed
               ELSE
      *> Suspended customers and ones with orders on credit hold
      *> have already proven the gentle letters wrong.
                   IF SuspendedCust OR GroupHeldFlag = 'Y'
                       MOVE 3 TO LetterLevel
                   END-IF
                   IF LetterLevel > 3
           END-IF
       END-IF.

      *> A head office is dunned for its whole billing group: the
      *> stores' balances add in, the worst-aged store sets the level,
      *> and a hold or a promise on any store covers the letter. The
      *> letter history stays under the head office's number.
GatherDunGroup.
       MOVE ZERO TO GroupStores
       MOVE DUN-OpenBal(DUN-Index) TO GroupOpenBal
       MOVE DUN-WorstLevel(DUN-Index) TO GroupWorstLevel
       MOVE DUN-HeldFlag(DUN-Index) TO GroupHeldFlag
       MOVE DUN-PromiseFlag(DUN-Index) TO GroupPromiseFlag
       PERFORM VARYING GroupSlot FROM 1 BY 1 UNTIL GroupSlot > DunCount
           IF DUN-BillTo(GroupSlot) = DUN-IDNum(DUN-Index)
               AND GroupSlot NOT = DUN-Index
               ADD 1 TO GroupStores
               ADD DUN-OpenBal(GroupSlot) TO GroupOpenBal
               IF DUN-OpenBal(GroupSlot) > ZERO
                   AND DUN-WorstLevel(GroupSlot) > GroupWorstLevel
                   MOVE DUN-WorstLevel(GroupSlot) TO GroupWorstLevel
               END-IF
               IF DUN-HeldFlag(GroupSlot) = 'Y'
                   MOVE 'Y' TO GroupHeldFlag
               END-IF
               IF DUN-PromiseFlag(GroupSlot) = 'Y'
                   MOVE 'Y' TO GroupPromiseFlag
               END-IF
           END-IF
       END-PERFORM.

LoadLetterTemplate.
       MOVE ZERO TO TPL-Count
       EVALUATE LetterLevel
       END-STRING
       WRITE PrintLine FROM NameLine AFTER ADVANCING PAGE
       WRITE PrintLine FROM CustAddress AFTER ADVANCING 1 LINE
       PERFORM BuildCityLine
       IF CityLine NOT = SPACES
           WRITE PrintLine FROM CityLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE DUN-IDNum(DUN-Index) TO PrnAccountID
       WRITE PrintLine FROM AccountLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrintLine
       PERFORM VARYING TPL-Index FROM 1 BY 1 UNTIL TPL-Index > TPL-Count
           WRITE PrintLine FROM TPL-Line(TPL-Index) AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE GroupOpenBal TO PrnDueAmount
       WRITE PrintLine FROM BalanceDueLine AFTER ADVANCING 2 LINES
       IF GroupStores > ZERO
           WRITE PrintLine FROM StoreHeadLine AFTER ADVANCING 2 LINES
           MOVE DUN-Index TO GroupSlot
           PERFORM WriteStoreDueLine
           PERFORM VARYING GroupSlot FROM 1 BY 1 UNTIL GroupSlot > DunCount
               IF DUN-BillTo(GroupSlot) = DUN-IDNum(DUN-Index)
                   AND GroupSlot NOT = DUN-Index
                   PERFORM WriteStoreDueLine
               END-IF
           END-PERFORM
       END-IF
       WRITE PrintLine FROM LetterRule AFTER ADVANCING 1 LINE
       ADD 1 TO LettersProduced.

      *> Store subtotals print last on the letter - reading each
      *> store's name replaces the head office's record in the buffer.
WriteStoreDueLine.
       IF DUN-OpenBal(GroupSlot) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE DUN-IDNum(GroupSlot) TO PrnStoreID
       MOVE DUN-IDNum(GroupSlot) TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "(NOT ON MASTER)" TO LastName
       END-READ
       MOVE LastName TO PrnStoreName
       MOVE DUN-OpenBal(GroupSlot) TO PrnStoreDue
       WRITE PrintLine FROM StoreDueLine AFTER ADVANCING 1 LINE.

      *> City, state and ZIP print as one line under the street; a
      *> customer not yet split out of the old free-text address has
      *> the whole address on the street line and no city line.
BuildCityLine.
       MOVE SPACES TO CityLine
       IF CustCity NOT = SPACES
           STRING CustCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CustState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CustZip DELIMITED BY SPACE
                  INTO CityLine
           END-STRING
       END-IF.

LogOneLetter.
       MOVE SPACES TO DunningLogRecord
       MOVE DUN-IDNum(DUN-Index) TO DN-IDNum
       END-STRING
       WRITE ContactLogRecord.

      *> Catalog the letters so RPTBRWS can pull them back by date and
      *> RPTBURST can split them into branch copies.
CatalogThisReport.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "dunning.rpt" TO RCAT-FileName
       MOVE RunDate TO RCAT-RunDate
       MOVE "DUNNING" TO RCAT-Step
       MOVE LettersProduced TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
