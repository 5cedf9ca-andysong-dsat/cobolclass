       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLANSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PlanFile ASSIGN TO "instplan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD PlanFile.
01 PlanLine.
    COPY "PLANREC.cpy".

WORKING-STORAGE SECTION.
01 PlanEOFFlag PIC X.
       88 PlanEOF VALUE 'Y'.
01 PlanIdx PIC 9.
01 PlanTotal PIC 9(8)V99.
01 PaidOnPlan PIC 9(8)V99.
01 ExtraOwed PIC 9(8)V99.
01 NextUnpaid PIC 9(7)V99.

LINKAGE SECTION.
COPY "PLANSRV.cpy".

      *> Like the dispute service this one reads instplan.txt afresh
      *> on every call - a plan agreed at the collections desk must
      *> hold off the dunning and the finance charge the same day.
PROCEDURE DIVISION USING PN-Parameters.
PlanServiceMain.
       MOVE ZERO TO PN-InstCount
       MOVE ZERO TO PN-PastDue
       MOVE ZERO TO PN-OldestPastDue
       MOVE ZERO TO PN-MissedCount
       MOVE ZERO TO PN-AmountDue
       MOVE ZERO TO PN-NextDueDate
       MOVE ZERO TO PN-SetupDate
       MOVE SPACES TO PN-Operator
       SET PN-NoPlan TO TRUE
       IF PN-InvoiceInquire
           PERFORM LoadInvoicePlan
           IF PN-InstCount > ZERO
               PERFORM SpreadPaymentsMade
               PERFORM FigureAmountDue
               SET PN-OnPlan TO TRUE
           END-IF
       END-IF
       EXIT PROGRAM.

      *> Installment 1 starts the invoice's schedule over, a cancel
      *> line wipes it - whatever stands after the last line for the
      *> invoice is the plan in force.
LoadInvoicePlan.
       MOVE 'N' TO PlanEOFFlag
       OPEN INPUT PlanFile
       PERFORM UNTIL PlanEOF
           READ PlanFile
               AT END SET PlanEOF TO TRUE
               NOT AT END
                   IF PP-InvoiceNum = PN-InvoiceNum
                       PERFORM NoteOnePlanLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PlanFile.

NoteOnePlanLine.
       IF PP-CancelLine
           MOVE ZERO TO PN-InstCount
           EXIT PARAGRAPH
       END-IF
       IF NOT PP-PlanLine OR PP-InstNum IS NOT NUMERIC
           OR PP-InstNum < 1 OR PP-InstNum > 6
           EXIT PARAGRAPH
       END-IF
       IF PP-InstNum = 1
           MOVE PP-InstCount TO PN-InstCount
           IF PN-InstCount > 6
               MOVE 6 TO PN-InstCount
           END-IF
           MOVE PP-SetupDate TO PN-SetupDate
           MOVE PP-Operator TO PN-Operator
       END-IF
       MOVE PP-DueDate TO PN-DueDate(PP-InstNum)
       MOVE PP-Amount TO PN-Amount(PP-InstNum).

      *> What has come off the invoice since the plan was agreed is
      *> the plan's total less what is open now; it pays the oldest
      *> installment off first. Anything added to the invoice after
      *> the plan was agreed falls on the last installment.
SpreadPaymentsMade.
       MOVE ZERO TO PlanTotal
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PN-InstCount
           ADD PN-Amount(PlanIdx) TO PlanTotal
       END-PERFORM
       IF PN-OpenBalance >= PlanTotal
           MOVE ZERO TO PaidOnPlan
           COMPUTE ExtraOwed = PN-OpenBalance - PlanTotal
       ELSE
           COMPUTE PaidOnPlan = PlanTotal - PN-OpenBalance
           MOVE ZERO TO ExtraOwed
       END-IF
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PN-InstCount
           IF PaidOnPlan >= PN-Amount(PlanIdx)
               MOVE ZERO TO PN-Unpaid(PlanIdx)
               SUBTRACT PN-Amount(PlanIdx) FROM PaidOnPlan
           ELSE
               COMPUTE PN-Unpaid(PlanIdx) =
                   PN-Amount(PlanIdx) - PaidOnPlan
               MOVE ZERO TO PaidOnPlan
           END-IF
       END-PERFORM
       ADD ExtraOwed TO PN-Unpaid(PN-InstCount).

      *> An installment is missed once its due date has gone by with
      *> any of it unpaid. One falling due on the as-of date itself is
      *> due but not yet missed.
FigureAmountDue.
       MOVE ZERO TO NextUnpaid
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PN-InstCount
           IF PN-Unpaid(PlanIdx) > ZERO
               IF PN-NextDueDate = ZERO
                   MOVE PN-DueDate(PlanIdx) TO PN-NextDueDate
                   MOVE PN-Unpaid(PlanIdx) TO NextUnpaid
               END-IF
               IF PN-DueDate(PlanIdx) < PN-AsOfDate
                   ADD PN-Unpaid(PlanIdx) TO PN-PastDue
                   ADD 1 TO PN-MissedCount
                   IF PN-OldestPastDue = ZERO
                       MOVE PN-DueDate(PlanIdx) TO PN-OldestPastDue
                   END-IF
               END-IF
               IF PN-DueDate(PlanIdx) <= PN-AsOfDate
                   ADD PN-Unpaid(PlanIdx) TO PN-AmountDue
               END-IF
           END-IF
       END-PERFORM
       IF PN-AmountDue = ZERO
           MOVE NextUnpaid TO PN-AmountDue
       END-IF.
