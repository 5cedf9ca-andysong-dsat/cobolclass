       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLANBRK.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
       SELECT BrokenPlanReport ASSIGN TO "planbrk.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
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

FD BrokenPlanReport.
01 PrintLine PIC X(100).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 InvoiceFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 InvoiceEOFFlag PIC X VALUE 'N'.
       88 InvoiceEOF VALUE 'Y'.
01 InvoicesScanned PIC 9(5) VALUE ZERO.
01 PlansChecked PIC 9(5) VALUE ZERO.
01 PlansBroken PIC 9(5) VALUE ZERO.
01 CustExists PIC X.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 OpenBalance PIC 9(7)V99.
01 DaysLate PIC S9(5).
01 TotalPastDue PIC 9(8)V99 VALUE ZERO.
COPY "DATESRV.cpy".
COPY "PLANSRV.cpy".

01 PageHeading.
       02 FILLER PIC X(30) VALUE "BROKEN PAYMENT PLANS - as of ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(98) VALUE
    "IDNum  Name             Invoice Missed Oldest Due Days Late       Past Due        Open Now".
01 BrokenDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustName PIC X(16).
       02 FILLER PIC X VALUE SPACE.
       02 PrnInvoiceNum PIC 9(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnMissed PIC 9.
       02 FILLER PIC X VALUE "/".
       02 PrnInstCount PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOldestDue PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDaysLate PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPastDue PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnOpenNow PIC $$,$$$,$$9.99.
01 ReportFooting.
       02 FILLER PIC X(24) VALUE "END OF REPORT - Plans:  ".
       02 PrnPlansBroken PIC ZZ,ZZ9.
       02 FILLER PIC X(17) VALUE "  Past due total ".
       02 PrnTotPastDue PIC $$$,$$$,$$9.99.

COPY "REGION.cpy".

      *> Every open invoice on an installment plan is checked as of
      *> the run date; any with an installment whose due date has
      *> gone by unpaid is a broken plan and prints for collections
      *> to call the customer - or for a supervisor to cancel the
      *> plan in PAYPLAN and put the invoice back on its own terms.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       OPEN OUTPUT BrokenPlanReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM UNTIL InvoiceEOF
           READ InvoiceFile NEXT RECORD
               AT END SET InvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO InvoicesScanned
                   IF INV-OpenInvoice AND INV-Total > INV-AmountPaid
                       PERFORM CheckOnePlan
                   END-IF
           END-READ
       END-PERFORM
       MOVE PlansBroken TO PrnPlansBroken
       MOVE TotalPastDue TO PrnTotPastDue
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       CLOSE BrokenPlanReport
       CLOSE CustomerFile
       CLOSE InvoiceFile
       PERFORM CatalogThisReport
       DISPLAY "Broken-plan report written - plans checked: "
           PlansChecked "  broken: " PlansBroken
       PERFORM WriteBalanceLine
       STOP RUN.

CheckOnePlan.
       COMPUTE OpenBalance = INV-Total - INV-AmountPaid
       SET PN-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO PN-InvoiceNum
       MOVE OpenBalance TO PN-OpenBalance
       MOVE RunDate TO PN-AsOfDate
       CALL "PLANSRV" USING PN-Parameters
       IF PN-NoPlan
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PlansChecked
       IF PN-MissedCount = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PlansBroken
       ADD PN-PastDue TO TotalPastDue
       MOVE 'Y' TO CustExists
       MOVE INV-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       MOVE INV-IDNum TO PrnCustID
       IF CustExists = 'Y'
           MOVE LastName TO PrnCustName
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnCustName
       END-IF
       MOVE INV-InvoiceNum TO PrnInvoiceNum
       MOVE PN-MissedCount TO PrnMissed
       MOVE PN-InstCount TO PrnInstCount
       SET DS-FormatDate TO TRUE
       MOVE PN-OldestPastDue TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnOldestDue
       SET DS-DayDifference TO TRUE
       MOVE PN-OldestPastDue TO DS-Date1
       MOVE RunDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Days TO DaysLate
       IF NOT DS-DateValid
           MOVE ZERO TO DaysLate
       END-IF
       MOVE DaysLate TO PrnDaysLate
       MOVE PN-PastDue TO PrnPastDue
       MOVE OpenBalance TO PrnOpenNow
       WRITE PrintLine FROM BrokenDetailLine AFTER ADVANCING 1 LINE.

      *> Catalog the report so RPTBRWS can pull it back by date and
      *> RPTBURST can split it into branch copies.
CatalogThisReport.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "planbrk.rpt" TO RCAT-FileName
       MOVE RunDate TO RCAT-RunDate
       MOVE "PLANBRK" TO RCAT-Step
       MOVE PlansBroken TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "PLANBRK" TO BAL-Program
       MOVE "PLANBRK" TO BAL-Step
       MOVE InvoicesScanned TO BAL-RecordsIn
       MOVE PlansBroken TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
