       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TUITBILL.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FeeSchedule ASSIGN TO "feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegJournal ASSIGN TO "regjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LedgerFile ASSIGN TO "stuledg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BillingReport ASSIGN TO "tuitbill.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDat.
       02 IDNum PIC 9(05).
       02 StudName PIC X(10).

FD FeeSchedule.
01 FeeScheduleLine.
    COPY "FEEREC.cpy".

FD RegistrationFile.
01 RegistrationLine.
       02 EN-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Section PIC X(3).

FD RegJournal.
01 RegJournalRecord.
       02 RJ-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 RJ-Action PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RJ-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 RJ-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 RJ-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RJ-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RJ-Section PIC X(3).

FD LedgerFile.
01 LedgerRecord.
    COPY "STULEDG.cpy".

FD BillingReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 FeeEOFFlag PIC X VALUE 'N'.
       88 FeeEOF VALUE 'Y'.
01 RegEOFFlag PIC X VALUE 'N'.
       88 RegEOF VALUE 'Y'.
01 JournalEOFFlag PIC X VALUE 'N'.
       88 JournalEOF VALUE 'Y'.
01 LedgerEOFFlag PIC X VALUE 'N'.
       88 LedgerEOF VALUE 'Y'.
01 AskTerm PIC 9(6).
01 RunDate PIC 9(8).
01 TermLineFlag PIC X VALUE 'N'.
       88 TermLineFound VALUE 'Y'.
01 RegistrationFee PIC 9(5)V99 VALUE ZERO.
01 RefundDeadline PIC 9(8) VALUE ZERO.
01 TermDueDate PIC 9(8) VALUE ZERO.
01 CourseFee PIC 9(5)V99.
01 DropDate PIC 9(8).
01 BillAction PIC X(20).
01 BillAmount PIC 9(6)V99.
01 ChargesPosted PIC 9(5) VALUE ZERO.
01 CreditsPosted PIC 9(5) VALUE ZERO.
01 ChargeTotal PIC 9(7)V99 VALUE ZERO.
01 CreditTotal PIC 9(7)V99 VALUE ZERO.
01 LateDrops PIC 9(5) VALUE ZERO.
01 UnpricedCourses PIC 9(5) VALUE ZERO.
01 UntermedLines PIC 9(5) VALUE ZERO.
COPY "DATESRV.cpy".

01 StudentTable.
       02 ST-Entry OCCURS 1000 TIMES.
           03 ST-IDNum PIC 9(5).
           03 ST-Name PIC X(10).
01 ST-Count PIC 9(4) VALUE ZERO.
01 ST-Index PIC 9(4).
01 ST-Slot PIC 9(4).

      *> The term's tuition, last schedule line for a course winning.
01 FeeTable.
       02 FEE-Entry OCCURS 300 TIMES.
           03 FEE-Course PIC X(10).
           03 FEE-Amount PIC 9(5)V99.
01 FEE-Count PIC 999 VALUE ZERO.
01 FEE-Index PIC 999.
01 FEE-Slot PIC 999.

01 RegTable.
       02 REG-Entry OCCURS 2000 TIMES.
           03 REG-IDNum PIC 9(5).
           03 REG-Course PIC X(10).
01 REG-Count PIC 9(4) VALUE ZERO.
01 REG-Index PIC 9(4).

      *> The latest DROP journal date for each student and course in
      *> the term.
01 DropTable.
       02 DRP-Entry OCCURS 2000 TIMES.
           03 DRP-IDNum PIC 9(5).
           03 DRP-Course PIC X(10).
           03 DRP-Date PIC 9(8).
01 DRP-Count PIC 9(4) VALUE ZERO.
01 DRP-Index PIC 9(4).
01 DRP-Slot PIC 9(4).

      *> What the ledger already holds for the term: per student and
      *> course the charges less the drop credits (one when the
      *> course stands charged) and the tuition last charged for it.
      *> The registration fee keeps a slot with a blank course.
01 BilledTable.
       02 BIL-Entry OCCURS 3000 TIMES.
           03 BIL-IDNum PIC 9(5).
           03 BIL-Course PIC X(10).
           03 BIL-Net PIC S9(3).
           03 BIL-Amount PIC 9(6)V99.
           03 BIL-RegisteredFlag PIC X.
               88 BIL-Registered VALUE 'Y'.
01 BIL-Count PIC 9(4) VALUE ZERO.
01 BIL-Index PIC 9(4).
01 BIL-Slot PIC 9(4).
01 FindIDNum PIC 9(5).
01 FindCourse PIC X(10).

01 ReportHeading.
       02 FILLER PIC X(32) VALUE "TUITION BILLING REGISTER - TERM ".
       02 PrnRHTerm PIC 9(6).
       02 FILLER PIC X(6) VALUE "  RUN ".
       02 PrnRHDate PIC X(10).
01 ReportTermLine.
       02 FILLER PIC X(18) VALUE "Registration fee: ".
       02 PrnRTFee PIC ZZ,ZZ9.99.
       02 FILLER PIC X(19) VALUE "   Refund deadline ".
       02 PrnRTRefund PIC X(10).
       02 FILLER PIC X(10) VALUE "   Due on ".
       02 PrnRTDue PIC X(10).
01 ReportColumns PIC X(70) VALUE
       "ID    STUDENT    COURSE     ACTION                    AMOUNT".
01 ReportDetailLine.
       02 PrnRDIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDAction PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDAmount PIC ZZZ,ZZ9.99.
01 ReportTotalLine.
       02 FILLER PIC X(10) VALUE "Charges:  ".
       02 PrnRTCharges PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnRTChargeAmt PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(12) VALUE "   Credits: ".
       02 PrnRTCredits PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnRTCreditAmt PIC Z,ZZZ,ZZ9.99.
01 ReportExceptionLine.
       02 FILLER PIC X(12) VALUE "Late drops: ".
       02 PrnRELate PIC ZZZZ9.
       02 FILLER PIC X(23) VALUE "   Courses not priced: ".
       02 PrnREUnpriced PIC ZZZZ9.
       02 FILLER PIC X(23) VALUE "   Lines with no term: ".
       02 PrnREUntermed PIC ZZZZ9.

PROCEDURE DIVISION.
      *> Term tuition billing. Charges each student registered in the
      *> term for every course not already charged, and the term's
      *> registration fee once, and credits the tuition of a charged
      *> course the student is no longer registered in when the drop
      *> came on or before the refund deadline. What has been billed
      *> is read back from the ledger itself, so the run may be
      *> repeated through the term as registrations change and only
      *> the difference is posted. The registration fee is not
      *> refunded.
StartPara.
       DISPLAY "Billing term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       IF AskTerm = ZERO
           DISPLAY "A term is required - billing skipped"
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
       PERFORM LoadFeeSchedule
       IF NOT TermLineFound
           DISPLAY "Fee schedule has no line for term " AskTerm
               " - billing skipped"
           STOP RUN
       END-IF
       IF TermDueDate = ZERO
           SET DS-AddDays TO TRUE
           MOVE RunDate TO DS-Date1
           MOVE 30 TO DS-Days
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Date2 TO TermDueDate
       END-IF
       PERFORM LoadStudentTable
       PERFORM LoadRegTable
       PERFORM LoadDropTable
       PERFORM LoadBilledTable
       OPEN OUTPUT BillingReport
       PERFORM WriteReportHeading
       OPEN EXTEND LedgerFile
       PERFORM VARYING REG-Index FROM 1 BY 1 UNTIL REG-Index > REG-Count
           PERFORM BillOneRegistration
       END-PERFORM
       PERFORM VARYING BIL-Index FROM 1 BY 1 UNTIL BIL-Index > BIL-Count
           IF BIL-Course(BIL-Index) NOT = SPACES
               AND BIL-Net(BIL-Index) > ZERO
               AND NOT BIL-Registered(BIL-Index)
               PERFORM CreditOneDrop
           END-IF
       END-PERFORM
       CLOSE LedgerFile
       MOVE ChargesPosted TO PrnRTCharges
       MOVE ChargeTotal TO PrnRTChargeAmt
       MOVE CreditsPosted TO PrnRTCredits
       MOVE CreditTotal TO PrnRTCreditAmt
       WRITE PrintLine FROM ReportTotalLine AFTER ADVANCING 2 LINES
       MOVE LateDrops TO PrnRELate
       MOVE UnpricedCourses TO PrnREUnpriced
       MOVE UntermedLines TO PrnREUntermed
       WRITE PrintLine FROM ReportExceptionLine AFTER ADVANCING 1 LINE
       CLOSE BillingReport
       DISPLAY "Tuition billing - charges: " ChargesPosted
           "  credits: " CreditsPosted
       DISPLAY "  late drops kept charged: " LateDrops
           "  courses with no fee: " UnpricedCourses
       DISPLAY "Register written to tuitbill.rpt"
       STOP RUN.

LoadFeeSchedule.
       OPEN INPUT FeeSchedule
       PERFORM UNTIL FeeEOF
           READ FeeSchedule
               AT END SET FeeEOF TO TRUE
               NOT AT END
                   IF FE-Term IS NUMERIC AND FE-Term = AskTerm
                       AND FE-Amount IS NUMERIC
                       PERFORM NoteOneFeeLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FeeSchedule.

NoteOneFeeLine.
       IF FE-Course = SPACES
           SET TermLineFound TO TRUE
           MOVE FE-Amount TO RegistrationFee
           IF FE-RefundDate IS NUMERIC
               MOVE FE-RefundDate TO RefundDeadline
           ELSE
               MOVE ZERO TO RefundDeadline
           END-IF
           IF FE-DueDate IS NUMERIC
               MOVE FE-DueDate TO TermDueDate
           ELSE
               MOVE ZERO TO TermDueDate
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO FEE-Slot
       PERFORM VARYING FEE-Index FROM 1 BY 1
           UNTIL FEE-Index > FEE-Count OR FEE-Slot > ZERO
           IF FEE-Course(FEE-Index) = FE-Course
               MOVE FEE-Index TO FEE-Slot
           END-IF
       END-PERFORM
       IF FEE-Slot = ZERO
           IF FEE-Count < 300
               ADD 1 TO FEE-Count
               MOVE FEE-Count TO FEE-Slot
               MOVE FE-Course TO FEE-Course(FEE-Slot)
           ELSE
               DISPLAY "Fee table full - ignoring " FE-Course
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE FE-Amount TO FEE-Amount(FEE-Slot).

LoadStudentTable.
       OPEN INPUT StudentFile
       PERFORM UNTIL StudentEOF
           READ StudentFile
               AT END SET StudentEOF TO TRUE
               NOT AT END
                   IF ST-Count < 1000
                       ADD 1 TO ST-Count
                       MOVE IDNum TO ST-IDNum(ST-Count)
                       MOVE StudName TO ST-Name(ST-Count)
                   ELSE
                       DISPLAY "Student table full - ignoring " IDNum
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StudentFile.

      *> Lines keyed before the term was carried stand for any term
      *> and so cannot be billed to one; they are counted for the
      *> register instead.
LoadRegTable.
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN EN-Term IS NOT NUMERIC
                           ADD 1 TO UntermedLines
                       WHEN EN-Term NOT = AskTerm
                           CONTINUE
                       WHEN REG-Count < 2000
                           ADD 1 TO REG-Count
                           MOVE EN-IDNum TO REG-IDNum(REG-Count)
                           MOVE EN-Course TO REG-Course(REG-Count)
                       WHEN OTHER
                           DISPLAY "Registration table full - ignoring "
                               EN-IDNum
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

LoadDropTable.
       OPEN INPUT RegJournal
       PERFORM UNTIL JournalEOF
           READ RegJournal
               AT END SET JournalEOF TO TRUE
               NOT AT END
                   IF RJ-Action = "DROP" AND RJ-Term IS NUMERIC
                       AND RJ-Term = AskTerm
                       PERFORM NoteOneDrop
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegJournal.

NoteOneDrop.
       MOVE ZERO TO DRP-Slot
       PERFORM VARYING DRP-Index FROM 1 BY 1
           UNTIL DRP-Index > DRP-Count OR DRP-Slot > ZERO
           IF DRP-IDNum(DRP-Index) = RJ-IDNum
               AND DRP-Course(DRP-Index) = RJ-Course
               MOVE DRP-Index TO DRP-Slot
           END-IF
       END-PERFORM
       IF DRP-Slot = ZERO
           IF DRP-Count < 2000
               ADD 1 TO DRP-Count
               MOVE DRP-Count TO DRP-Slot
               MOVE RJ-IDNum TO DRP-IDNum(DRP-Slot)
               MOVE RJ-Course TO DRP-Course(DRP-Slot)
           ELSE
               DISPLAY "Drop table full - ignoring " RJ-IDNum
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE RJ-Timestamp(1:8) TO DRP-Date(DRP-Slot).

LoadBilledTable.
       OPEN INPUT LedgerFile
       PERFORM UNTIL LedgerEOF
           READ LedgerFile
               AT END SET LedgerEOF TO TRUE
               NOT AT END
                   IF STL-Term IS NUMERIC AND STL-Term = AskTerm
                       AND STL-Amount IS NUMERIC
                       AND (STL-Charge OR STL-DropCredit)
                       PERFORM NoteOneBilledLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile.

NoteOneBilledLine.
       MOVE STL-IDNum TO FindIDNum
       IF STL-RegFee
           MOVE SPACES TO FindCourse
       ELSE
           MOVE STL-Course TO FindCourse
       END-IF
       PERFORM FindBilledSlot
       IF BIL-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       IF STL-DropCredit
           SUBTRACT 1 FROM BIL-Net(BIL-Slot)
       ELSE
           ADD 1 TO BIL-Net(BIL-Slot)
           MOVE STL-Amount TO BIL-Amount(BIL-Slot)
       END-IF.

      *> Finds, or opens, the slot for FindIDNum and FindCourse.
FindBilledSlot.
       MOVE ZERO TO BIL-Slot
       PERFORM VARYING BIL-Index FROM 1 BY 1
           UNTIL BIL-Index > BIL-Count OR BIL-Slot > ZERO
           IF BIL-IDNum(BIL-Index) = FindIDNum
               AND BIL-Course(BIL-Index) = FindCourse
               MOVE BIL-Index TO BIL-Slot
           END-IF
       END-PERFORM
       IF BIL-Slot > ZERO
           EXIT PARAGRAPH
       END-IF
       IF BIL-Count < 3000
           ADD 1 TO BIL-Count
           MOVE BIL-Count TO BIL-Slot
           MOVE FindIDNum TO BIL-IDNum(BIL-Slot)
           MOVE FindCourse TO BIL-Course(BIL-Slot)
           MOVE ZERO TO BIL-Net(BIL-Slot) BIL-Amount(BIL-Slot)
           MOVE 'N' TO BIL-RegisteredFlag(BIL-Slot)
       ELSE
           DISPLAY "Billed table full - ignoring " FindIDNum " "
               FindCourse
       END-IF.

      *> A registration stands charged once its course is; the
      *> registration fee goes with the student's first course.
BillOneRegistration.
       MOVE REG-IDNum(REG-Index) TO FindIDNum
       MOVE REG-Course(REG-Index) TO FindCourse
       PERFORM FindBilledSlot
       IF BIL-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       SET BIL-Registered(BIL-Slot) TO TRUE
       IF BIL-Net(BIL-Slot) <= ZERO
           MOVE ZERO TO FEE-Slot
           PERFORM VARYING FEE-Index FROM 1 BY 1
               UNTIL FEE-Index > FEE-Count OR FEE-Slot > ZERO
               IF FEE-Course(FEE-Index) = FindCourse
                   MOVE FEE-Index TO FEE-Slot
               END-IF
           END-PERFORM
           IF FEE-Slot = ZERO
               ADD 1 TO UnpricedCourses
               MOVE "NO FEE ON SCHEDULE" TO BillAction
               MOVE ZERO TO BillAmount
               PERFORM WriteDetailLine
           ELSE
               MOVE FEE-Amount(FEE-Slot) TO CourseFee
               MOVE 1 TO BIL-Net(BIL-Slot)
               MOVE CourseFee TO BIL-Amount(BIL-Slot)
               MOVE SPACES TO LedgerRecord
               SET STL-Tuition TO TRUE
               MOVE FindCourse TO STL-Course
               MOVE CourseFee TO STL-Amount
               PERFORM PostLedgerLine
               MOVE "TUITION" TO BillAction
               PERFORM WriteDetailLine
           END-IF
       END-IF
       MOVE SPACES TO FindCourse
       PERFORM FindBilledSlot
       IF BIL-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       IF BIL-Net(BIL-Slot) <= ZERO AND RegistrationFee > ZERO
           MOVE 1 TO BIL-Net(BIL-Slot)
           MOVE RegistrationFee TO BIL-Amount(BIL-Slot)
           MOVE SPACES TO LedgerRecord
           SET STL-RegFee TO TRUE
           MOVE RegistrationFee TO STL-Amount
           PERFORM PostLedgerLine
           MOVE "REGISTRATION FEE" TO BillAction
           PERFORM WriteDetailLine
       END-IF.

      *> A charged course the student has left. With no DROP in the
      *> journal (the registration was removed some other way) the
      *> run date stands as the drop date.
CreditOneDrop.
       MOVE BIL-IDNum(BIL-Index) TO FindIDNum
       MOVE BIL-Course(BIL-Index) TO FindCourse
       MOVE RunDate TO DropDate
       PERFORM VARYING DRP-Index FROM 1 BY 1 UNTIL DRP-Index > DRP-Count
           IF DRP-IDNum(DRP-Index) = FindIDNum
               AND DRP-Course(DRP-Index) = FindCourse
               MOVE DRP-Date(DRP-Index) TO DropDate
           END-IF
       END-PERFORM
       IF DropDate > RefundDeadline
           ADD 1 TO LateDrops
           MOVE "LATE DROP NO CREDIT" TO BillAction
           MOVE BIL-Amount(BIL-Index) TO BillAmount
           PERFORM WriteDetailLine
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO BIL-Net(BIL-Index)
       MOVE SPACES TO LedgerRecord
       SET STL-DropCredit TO TRUE
       MOVE FindCourse TO STL-Course
       MOVE BIL-Amount(BIL-Index) TO STL-Amount
       PERFORM PostLedgerLine
       MOVE "DROP CREDIT" TO BillAction
       PERFORM WriteDetailLine.

      *> STL-Type, STL-Course and STL-Amount are set by the caller.
PostLedgerLine.
       MOVE FindIDNum TO STL-IDNum
       MOVE AskTerm TO STL-Term
       MOVE RunDate TO STL-PostDate
       MOVE "TUITBILL" TO STL-Operator
       IF STL-DropCredit
           MOVE ZERO TO STL-DueDate
           ADD 1 TO CreditsPosted
           ADD STL-Amount TO CreditTotal
       ELSE
           MOVE TermDueDate TO STL-DueDate
           ADD 1 TO ChargesPosted
           ADD STL-Amount TO ChargeTotal
       END-IF
       MOVE STL-Amount TO BillAmount
       WRITE LedgerRecord.

WriteReportHeading.
       MOVE AskTerm TO PrnRHTerm
       SET DS-FormatDate TO TRUE
       MOVE RunDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnRHDate
       MOVE RefundDeadline TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnRTRefund
       MOVE TermDueDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnRTDue
       MOVE RegistrationFee TO PrnRTFee
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM ReportTermLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM ReportColumns AFTER ADVANCING 2 LINES.

WriteDetailLine.
       MOVE SPACES TO ReportDetailLine
       MOVE FindIDNum TO PrnRDIDNum
       MOVE "(unknown)" TO PrnRDName
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = FindIDNum
               MOVE ST-Name(ST-Index) TO PrnRDName
           END-IF
       END-PERFORM
       MOVE FindCourse TO PrnRDCourse
       MOVE BillAction TO PrnRDAction
       MOVE BillAmount TO PrnRDAmount
       WRITE PrintLine FROM ReportDetailLine AFTER ADVANCING 1 LINE.
