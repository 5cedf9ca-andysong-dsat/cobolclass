       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYPLAN.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PlanFile ASSIGN TO "instplan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ContactLog ASSIGN TO "contact.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD PlanFile.
01 PlanLine.
    COPY "PLANREC.cpy".

FD ContactLog.
01 ContactLogRecord.
    COPY "CONTREC.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 InvoiceFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 Confirm PIC X.
01 AskInvoiceNum PIC 9(6).
01 AskCount PIC 9.
01 AskFirstDue PIC 9(8).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 InvoiceOpenAmount PIC S9(7)V99.
01 InstAmount PIC 9(7)V99.
01 InstSpread PIC 9(7)V99.
01 PlanIdx PIC 9.
01 PlanDay PIC 99.
01 PlansSetUp PIC 9(5) VALUE ZERO.
01 PlansCancelled PIC 9(5) VALUE ZERO.
01 PlansShown PIC 9(5) VALUE ZERO.
01 PrnAmount PIC $$,$$$,$$9.99.
01 PrnUnpaid PIC $$,$$$,$$9.99.
01 PrnDueDate PIC X(10).
01 InstallmentState PIC X(6).
01 ContactNote PIC X(40).
01 ContactRefDate PIC 9(8).

      *> The schedule being agreed: every installment after the first
      *> falls due on the same day of each following month - the
      *> 28th at the latest, so February never pushes a date into
      *> March.
01 ScheduleDate.
       02 SD-Year PIC 9(4).
       02 SD-Month PIC 99.
       02 SD-Day PIC 99.
01 ScheduleDateNum REDEFINES ScheduleDate PIC 9(8).
01 NewSchedule.
       02 NS-Entry OCCURS 6 TIMES.
           03 NS-DueDate PIC 9(8).
           03 NS-Amount PIC 9(7)V99.
COPY "DATESRV.cpy".
COPY "PLANSRV.cpy".
COPY "SIGNON.cpy".

COPY "REGION.cpy".

      *> A customer buying a large order can be let pay an open
      *> invoice over three or six months. Agreeing the plan - and
      *> calling it off - is a supervisor's decision; anyone at
      *> maintenance level can look a plan up. Once a plan stands,
      *> the aging, dunning and finance-charge runs look only at the
      *> installment actually due, and PAYPOST applies receipts to
      *> the oldest installment first. Every plan set up or cancelled
      *> lands on the customer's contact log.
PROCEDURE DIVISION.
StartPara.
       MOVE "PAYPLAN" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-MaintLevel AND NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Maintenance Level Required"
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           STOP RUN
       END-IF
       OPEN EXTEND ContactLog
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "INSTALLMENT PAYMENT PLANS"
           DISPLAY "1: Set Up A Plan"
           DISPLAY "2: Show A Plan"
           DISPLAY "3: Cancel A Plan"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetUpPlan
               WHEN 2 PERFORM ShowPlan
               WHEN 3 PERFORM CancelPlan
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       CLOSE ContactLog
       CLOSE InvoiceFile
       PERFORM WriteBalanceLine
       STOP RUN.

      *> Only an open merchandise invoice with something still unpaid
      *> can go on a plan, and only one plan at a time - a plan that
      *> needs changing is cancelled and agreed afresh. What is open
      *> today is split evenly, the last installment taking the odd
      *> cents. The first installment is due on the date keyed, or
      *> 30 days out when none is.
SetUpPlan.
       DISPLAY " "
       IF NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Supervisor Level Required"
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadAskedInvoice
       IF AskInvoiceNum = ZERO
           EXIT PARAGRAPH
       END-IF
       IF NOT INV-OpenInvoice
           DISPLAY "Invoice " AskInvoiceNum " is not an open invoice"
           EXIT PARAGRAPH
       END-IF
       COMPUTE InvoiceOpenAmount = INV-Total - INV-AmountPaid
       IF InvoiceOpenAmount NOT > ZERO
           DISPLAY "Nothing left open on invoice " AskInvoiceNum
           EXIT PARAGRAPH
       END-IF
       PERFORM InquireInvoicePlan
       IF PN-OnPlan
           DISPLAY "Invoice " AskInvoiceNum " is already on a plan -"
               " cancel it first to agree a new one"
           EXIT PARAGRAPH
       END-IF
       MOVE InvoiceOpenAmount TO PrnAmount
       DISPLAY "Customer " INV-IDNum "  open " PrnAmount
           "  due " INV-DueDate
       DISPLAY "Number of installments (3 or 6) : " WITH NO ADVANCING
       ACCEPT AskCount
       IF AskCount NOT = 3 AND AskCount NOT = 6
           DISPLAY "A plan runs over 3 or 6 installments - not set up"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "First installment due YYYYMMDD (0 = 30 days out) : "
           WITH NO ADVANCING
       ACCEPT AskFirstDue
       IF AskFirstDue = ZERO
           SET DS-AddDays TO TRUE
           MOVE RunDate TO DS-Date1
           MOVE 30 TO DS-Days
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Date2 TO AskFirstDue
       END-IF
       SET DS-ValidateDate TO TRUE
       MOVE AskFirstDue TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid OR AskFirstDue < RunDate
           DISPLAY "First due date " AskFirstDue
               " is not a valid date from today on - not set up"
           EXIT PARAGRAPH
       END-IF
       PERFORM BuildSchedule
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > AskCount
           MOVE NS-Amount(PlanIdx) TO PrnAmount
           SET DS-FormatDate TO TRUE
           MOVE NS-DueDate(PlanIdx) TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           DISPLAY "  " PlanIdx " of " AskCount "  due "
               DS-Formatted "  " PrnAmount
       END-PERFORM
       DISPLAY "Set up this plan (Y/N) : " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Plan not set up"
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND PlanFile
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > AskCount
           MOVE SPACES TO PlanLine
           MOVE AskInvoiceNum TO PP-InvoiceNum
           MOVE INV-IDNum TO PP-IDNum
           MOVE PlanIdx TO PP-InstNum
           MOVE AskCount TO PP-InstCount
           MOVE NS-DueDate(PlanIdx) TO PP-DueDate
           MOVE NS-Amount(PlanIdx) TO PP-Amount
           SET PP-PlanLine TO TRUE
           MOVE RunDate TO PP-SetupDate
           MOVE SO-OperatorID TO PP-Operator
           WRITE PlanLine
       END-PERFORM
       CLOSE PlanFile
       ADD 1 TO PlansSetUp
       MOVE SPACES TO ContactNote
       STRING "Payment plan " DELIMITED BY SIZE
              AskCount DELIMITED BY SIZE
              " installments inv " DELIMITED BY SIZE
              AskInvoiceNum DELIMITED BY SIZE
              INTO ContactNote
       END-STRING
       MOVE AskFirstDue TO ContactRefDate
       PERFORM LogPlanContact
       DISPLAY "Plan set up on invoice " AskInvoiceNum.

BuildSchedule.
       COMPUTE InstAmount = InvoiceOpenAmount / AskCount
       MOVE ZERO TO InstSpread
       MOVE AskFirstDue TO ScheduleDateNum
       MOVE SD-Day TO PlanDay
       IF PlanDay > 28
           MOVE 28 TO PlanDay
       END-IF
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > AskCount
           IF PlanIdx > 1
               ADD 1 TO SD-Month
               IF SD-Month > 12
                   MOVE 1 TO SD-Month
                   ADD 1 TO SD-Year
               END-IF
               MOVE PlanDay TO SD-Day
           END-IF
           MOVE ScheduleDateNum TO NS-DueDate(PlanIdx)
           IF PlanIdx < AskCount
               MOVE InstAmount TO NS-Amount(PlanIdx)
               ADD InstAmount TO InstSpread
           ELSE
               COMPUTE NS-Amount(PlanIdx) = InvoiceOpenAmount - InstSpread
           END-IF
       END-PERFORM.

ShowPlan.
       DISPLAY " "
       PERFORM ReadAskedInvoice
       IF AskInvoiceNum = ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM InquireInvoicePlan
       IF PN-NoPlan
           DISPLAY "Invoice " AskInvoiceNum " is not on a payment plan"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PlansShown
       DISPLAY "Invoice " AskInvoiceNum "  customer " INV-IDNum
           "  agreed " PN-SetupDate " by " PN-Operator
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PN-InstCount
           MOVE PN-Amount(PlanIdx) TO PrnAmount
           MOVE PN-Unpaid(PlanIdx) TO PrnUnpaid
           SET DS-FormatDate TO TRUE
           MOVE PN-DueDate(PlanIdx) TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Formatted TO PrnDueDate
           EVALUATE TRUE
               WHEN PN-Unpaid(PlanIdx) = ZERO
                   MOVE "PAID" TO InstallmentState
               WHEN PN-DueDate(PlanIdx) < RunDate
                   MOVE "MISSED" TO InstallmentState
               WHEN OTHER
                   MOVE SPACES TO InstallmentState
           END-EVALUATE
           DISPLAY "  " PlanIdx " of " PN-InstCount "  due " PrnDueDate
               "  " PrnAmount "  unpaid " PrnUnpaid "  " InstallmentState
       END-PERFORM
       MOVE PN-AmountDue TO PrnAmount
       DISPLAY "Amount due now " PrnAmount.

      *> Calling a plan off puts the invoice straight back on its own
      *> due date - whatever is unpaid is then aged, dunned and
      *> charged as the whole open balance again.
CancelPlan.
       DISPLAY " "
       IF NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Supervisor Level Required"
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadAskedInvoice
       IF AskInvoiceNum = ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM InquireInvoicePlan
       IF PN-NoPlan
           DISPLAY "Invoice " AskInvoiceNum " is not on a payment plan"
           EXIT PARAGRAPH
       END-IF
       MOVE PN-PastDue TO PrnAmount
       DISPLAY "Plan of " PN-InstCount " installments - "
           PN-MissedCount " missed, " PrnAmount " past due"
       DISPLAY "Cancel this plan (Y/N) : " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Plan left in force"
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND PlanFile
       MOVE SPACES TO PlanLine
       MOVE AskInvoiceNum TO PP-InvoiceNum
       MOVE INV-IDNum TO PP-IDNum
       MOVE ZERO TO PP-InstNum
       MOVE ZERO TO PP-InstCount
       MOVE ZERO TO PP-DueDate
       MOVE ZERO TO PP-Amount
       SET PP-CancelLine TO TRUE
       MOVE RunDate TO PP-SetupDate
       MOVE SO-OperatorID TO PP-Operator
       WRITE PlanLine
       CLOSE PlanFile
       ADD 1 TO PlansCancelled
       MOVE SPACES TO ContactNote
       STRING "Payment plan cancelled inv " DELIMITED BY SIZE
              AskInvoiceNum DELIMITED BY SIZE
              INTO ContactNote
       END-STRING
       MOVE ZERO TO ContactRefDate
       PERFORM LogPlanContact
       DISPLAY "Plan on invoice " AskInvoiceNum " cancelled".

      *> A zero invoice number on return means there is nothing to
      *> work on - the reason has already been shown.
ReadAskedInvoice.
       DISPLAY "Invoice number : " WITH NO ADVANCING
       ACCEPT AskInvoiceNum
       IF AskInvoiceNum = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE AskInvoiceNum TO INV-InvoiceNum
       READ InvoiceFile
           INVALID KEY
               DISPLAY "Invoice " AskInvoiceNum " is not on the register"
               MOVE ZERO TO AskInvoiceNum
       END-READ.

InquireInvoicePlan.
       SET PN-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO PN-InvoiceNum
       IF INV-Total > INV-AmountPaid
           COMPUTE PN-OpenBalance = INV-Total - INV-AmountPaid
       ELSE
           MOVE ZERO TO PN-OpenBalance
       END-IF
       MOVE RunDate TO PN-AsOfDate
       CALL "PLANSRV" USING PN-Parameters.

      *> The caller sets ContactRefDate - the first installment's due
      *> date on a new plan, zero on a cancellation.
LogPlanContact.
       MOVE SPACES TO ContactLogRecord
       MOVE INV-IDNum TO CLG-IDNum
       MOVE FUNCTION CURRENT-DATE TO CLG-Timestamp
       MOVE SO-OperatorID TO CLG-Operator
       SET CLG-PayPlan TO TRUE
       MOVE ContactRefDate TO CLG-RefDate
       MOVE ContactNote TO CLG-Note
       WRITE ContactLogRecord.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "PAYPLAN" TO BAL-Program
       MOVE "PLANS" TO BAL-Step
       COMPUTE BAL-RecordsIn = PlansSetUp + PlansCancelled + PlansShown
       COMPUTE BAL-RecordsOut = PlansSetUp + PlansCancelled
       WRITE BalanceRecord
       CLOSE BalanceReport.
