       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STUACCT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GuardianFile ASSIGN TO "guardian.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FeeSchedule ASSIGN TO "feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LedgerFile ASSIGN TO "stuledg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StatementFile ASSIGN TO "stustmt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDat.
       02 IDNum PIC 9(05).
       02 StudName PIC X(10).

FD GuardianFile.
01 GuardianRecord.
    COPY "GUARDREC.cpy".

FD FeeSchedule.
01 FeeScheduleLine.
    COPY "FEEREC.cpy".

FD LedgerFile.
01 LedgerRecord.
    COPY "STULEDG.cpy".

      *> One statement to a page, addressed to the student's first
      *> guardian who takes paper.
FD StatementFile.
01 PrintLine PIC X(80).

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 GuardianEOFFlag PIC X VALUE 'N'.
       88 GuardianEOF VALUE 'Y'.
01 FeeEOFFlag PIC X.
       88 FeeEOF VALUE 'Y'.
01 LedgerEOFFlag PIC X.
       88 LedgerEOF VALUE 'Y'.
01 AskIDNum PIC 9(5).
01 AskAmount PIC 9(6)V99.
01 AskReference PIC X(10).
01 AskTerm PIC 9(6).
01 AskCourse PIC X(10).
01 AskFee PIC 9(5)V99.
01 AskRefundDate PIC 9(8).
01 AskDueDate PIC 9(8).
01 Confirm PIC X.
01 Today PIC 9(8).
01 FeeFoundFlag PIC X.
       88 FeeFound VALUE 'Y'.
01 CurFee PIC 9(5)V99.
01 CurRefundDate PIC 9(8).
01 CurDueDate PIC 9(8).
01 RunningBalance PIC S9(7)V99.
01 LineDescription PIC X(22).
01 StatementsPrinted PIC 9(5) VALUE ZERO.
01 StudentLines PIC 9(4).
01 EditAmount PIC Z,ZZZ,ZZ9.99-.
01 EditPastDue PIC Z,ZZZ,ZZ9.99.
COPY "SIGNON.cpy".
COPY "DATESRV.cpy".
COPY "STUACSRV.cpy".

01 StudentTable.
       02 ST-Entry OCCURS 1000 TIMES.
           03 ST-IDNum PIC 9(5).
           03 ST-Name PIC X(10).
01 ST-Count PIC 9(4) VALUE ZERO.
01 ST-Index PIC 9(4).
01 ST-Slot PIC 9(4).

01 GuardianTable.
       02 GDT-Entry OCCURS 1000 TIMES.
           03 GDT-Record PIC X(137).
01 GDT-Count PIC 9(4) VALUE ZERO.
01 GDT-Index PIC 9(4).
01 GDT-Slot PIC 9(4).

      *> The whole ledger, held as its lines are so that inquiry and
      *> statements list a student's activity in the order posted.
      *> A payment taken in the session is added here as it is
      *> appended to the file.
01 LedgerTable.
       02 LGT-Entry OCCURS 5000 TIMES.
           03 LGT-Record PIC X(73).
01 LGT-Count PIC 9(4) VALUE ZERO.
01 LGT-Index PIC 9(4).

01 StatementHeading.
       02 FILLER PIC X(42) VALUE "STUDENT ACCOUNT STATEMENT".
       02 PrnSHDate PIC X(10).
01 StatementStudentLine.
       02 FILLER PIC X(17) VALUE "Student:         ".
       02 PrnSSIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSSName PIC X(10).
01 StatementGuardianLine.
       02 FILLER PIC X(17) VALUE "Parent/guardian: ".
       02 PrnSGName PIC X(30).
01 StatementAddressLine.
       02 FILLER PIC X(17) VALUE SPACES.
       02 PrnSAAddress PIC X(30).
01 StatementColumns PIC X(80) VALUE
   "DATE       TERM   DESCRIPTION                 CHARGES      CREDITS      BALANCE".
01 StatementDetailLine.
       02 PrnSDDate PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDTerm PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDDescription PIC X(22).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDCharge PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDCredit PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDBalance PIC Z,ZZZ,ZZ9.99-.
01 StatementTotalLine.
       02 FILLER PIC X(13) VALUE "BALANCE DUE  ".
       02 PrnSTBalance PIC Z,ZZZ,ZZ9.99-.
       02 FILLER PIC X(14) VALUE "    PAST DUE  ".
       02 PrnSTPastDue PIC Z,ZZZ,ZZ9.99.
01 StatementHoldLine PIC X(60) VALUE
       "*** REGISTRATION HOLD - PAY THE PAST-DUE BALANCE TO REGISTER".
01 StatementRule PIC X(80) VALUE ALL "-".

PROCEDURE DIVISION.
StartPara.
       MOVE "STUACCT" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF SO-InquiryOnly
           DISPLAY "Inquiry-level operators may only view accounts"
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO Today
       PERFORM LoadStudentTable
       PERFORM LoadGuardianTable
       PERFORM LoadLedgerTable
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "STUDENT ACCOUNTS"
           DISPLAY "1: Post Payment"
           DISPLAY "2: Account Inquiry"
           DISPLAY "3: Print Statements"
           DISPLAY "4: Set Fee Schedule"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM PostPayment
               WHEN 2 PERFORM AccountInquiry
               WHEN 3 PERFORM PrintStatements
               WHEN 4 PERFORM SetFeeSchedule
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       STOP RUN.

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

LoadGuardianTable.
       OPEN INPUT GuardianFile
       PERFORM UNTIL GuardianEOF
           READ GuardianFile
               AT END SET GuardianEOF TO TRUE
               NOT AT END
                   IF GDT-Count < 1000
                       ADD 1 TO GDT-Count
                       MOVE GuardianRecord TO GDT-Record(GDT-Count)
                   ELSE
                       DISPLAY "Guardian table full - ignoring "
                           GD-IDNum " " GD-Name
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GuardianFile.

LoadLedgerTable.
       MOVE ZERO TO LGT-Count
       MOVE 'N' TO LedgerEOFFlag
       OPEN INPUT LedgerFile
       PERFORM UNTIL LedgerEOF
           READ LedgerFile
               AT END SET LedgerEOF TO TRUE
               NOT AT END
                   IF LGT-Count < 5000
                       ADD 1 TO LGT-Count
                       MOVE LedgerRecord TO LGT-Record(LGT-Count)
                   ELSE
                       DISPLAY "Ledger table full - ignoring "
                           STL-IDNum " " STL-PostDate
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile.

CheckMaintAllowed.
       IF SO-InquiryOnly
           MOVE "Not Authorized - Maintenance Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
       END-IF.

      *> ST-Slot is left zero when the student is not on file.
AskStudent.
       MOVE ZERO TO ST-Slot
       DISPLAY " "
       DISPLAY "Student ID : " WITH NO ADVANCING
       ACCEPT AskIDNum
       PERFORM VARYING ST-Index FROM 1 BY 1
           UNTIL ST-Index > ST-Count OR ST-Slot > ZERO
           IF ST-IDNum(ST-Index) = AskIDNum
               MOVE ST-Index TO ST-Slot
           END-IF
       END-PERFORM
       IF ST-Slot = ZERO
           MOVE "Student Doesn't Exist" TO WS-ExceptionMessage
           PERFORM LogException
       END-IF.

ShowAccountStatus.
       SET SA-AccountBalance TO TRUE
       MOVE AskIDNum TO SA-IDNum
       CALL "STUACSRV" USING SA-Parameters
       MOVE SA-Balance TO EditAmount
       MOVE SA-PastDue TO EditPastDue
       DISPLAY "Balance : " EditAmount "   Past due : " EditPastDue
       IF SA-OnHold
           DISPLAY "Account is on registration hold"
       END-IF.

      *> A payment is a credit to the student's account as a whole,
      *> not to a term - it settles the oldest charges first.
PostPayment.
       PERFORM CheckMaintAllowed
       IF SO-InquiryOnly
           EXIT PARAGRAPH
       END-IF
       IF LGT-Count >= 5000
           DISPLAY "Ledger table is full"
           EXIT PARAGRAPH
       END-IF
       PERFORM AskStudent
       IF ST-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Student : " ST-Name(ST-Slot)
       PERFORM ShowAccountStatus
       DISPLAY "Payment amount : " WITH NO ADVANCING
       ACCEPT AskAmount
       IF AskAmount = ZERO
           MOVE "Payment Rejected - Amount Must Be More Than Zero"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Check or receipt number : " WITH NO ADVANCING
       ACCEPT AskReference
       MOVE AskAmount TO EditPastDue
       DISPLAY "Post payment of " EditPastDue " for " ST-Name(ST-Slot)
           " (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Payment Cancelled"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO LedgerRecord
       MOVE AskIDNum TO STL-IDNum
       MOVE ZERO TO STL-Term STL-DueDate
       MOVE Today TO STL-PostDate
       SET STL-Payment TO TRUE
       MOVE AskAmount TO STL-Amount
       MOVE SO-OperatorID TO STL-Operator
       MOVE AskReference TO STL-Reference
       OPEN EXTEND LedgerFile
       WRITE LedgerRecord
       CLOSE LedgerFile
       ADD 1 TO LGT-Count
       MOVE LedgerRecord TO LGT-Record(LGT-Count)
       SET SA-Reload TO TRUE
       CALL "STUACSRV" USING SA-Parameters
       DISPLAY "Payment posted"
       PERFORM ShowAccountStatus.

AccountInquiry.
       PERFORM AskStudent
       IF ST-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Student : " AskIDNum " " ST-Name(ST-Slot)
       DISPLAY StatementColumns
       MOVE ZERO TO RunningBalance StudentLines
       PERFORM VARYING LGT-Index FROM 1 BY 1 UNTIL LGT-Index > LGT-Count
           MOVE LGT-Record(LGT-Index) TO LedgerRecord
           IF STL-IDNum = AskIDNum
               PERFORM FormatLedgerLine
               DISPLAY StatementDetailLine
           END-IF
       END-PERFORM
       IF StudentLines = ZERO
           DISPLAY "No account activity"
       END-IF
       PERFORM ShowAccountStatus.

      *> One student, or every student with account activity when the
      *> ID is left zero.
PrintStatements.
       DISPLAY " "
       DISPLAY "Student ID (0 = every student with activity) : "
           WITH NO ADVANCING
       ACCEPT AskIDNum
       MOVE ZERO TO StatementsPrinted
       OPEN OUTPUT StatementFile
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF AskIDNum = ZERO OR ST-IDNum(ST-Index) = AskIDNum
               MOVE ST-Index TO ST-Slot
               PERFORM PrintOneStatement
           END-IF
       END-PERFORM
       CLOSE StatementFile
       DISPLAY StatementsPrinted " statement(s) written to stustmt.rpt".

PrintOneStatement.
       MOVE ZERO TO StudentLines
       PERFORM VARYING LGT-Index FROM 1 BY 1
           UNTIL LGT-Index > LGT-Count OR StudentLines > ZERO
           MOVE LGT-Record(LGT-Index) TO LedgerRecord
           IF STL-IDNum = ST-IDNum(ST-Slot)
               ADD 1 TO StudentLines
           END-IF
       END-PERFORM
       IF StudentLines = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO StatementsPrinted
       SET DS-FormatDate TO TRUE
       MOVE Today TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnSHDate
       WRITE PrintLine FROM StatementHeading AFTER ADVANCING PAGE
       MOVE ST-IDNum(ST-Slot) TO PrnSSIDNum
       MOVE ST-Name(ST-Slot) TO PrnSSName
       WRITE PrintLine FROM StatementStudentLine AFTER ADVANCING 2 LINES
       PERFORM FindPaperGuardian
       IF GDT-Slot > ZERO
           MOVE GDT-Record(GDT-Slot) TO GuardianRecord
           MOVE GD-Name TO PrnSGName
           WRITE PrintLine FROM StatementGuardianLine
               AFTER ADVANCING 1 LINE
           MOVE GD-Address1 TO PrnSAAddress
           WRITE PrintLine FROM StatementAddressLine
               AFTER ADVANCING 1 LINE
           MOVE GD-Address2 TO PrnSAAddress
           WRITE PrintLine FROM StatementAddressLine
               AFTER ADVANCING 1 LINE
       END-IF
       WRITE PrintLine FROM StatementColumns AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM StatementRule AFTER ADVANCING 1 LINE
       MOVE ZERO TO RunningBalance StudentLines
       PERFORM VARYING LGT-Index FROM 1 BY 1 UNTIL LGT-Index > LGT-Count
           MOVE LGT-Record(LGT-Index) TO LedgerRecord
           IF STL-IDNum = ST-IDNum(ST-Slot)
               PERFORM FormatLedgerLine
               WRITE PrintLine FROM StatementDetailLine
                   AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM
       WRITE PrintLine FROM StatementRule AFTER ADVANCING 1 LINE
       SET SA-AccountBalance TO TRUE
       MOVE ST-IDNum(ST-Slot) TO SA-IDNum
       CALL "STUACSRV" USING SA-Parameters
       MOVE SA-Balance TO PrnSTBalance
       MOVE SA-PastDue TO PrnSTPastDue
       WRITE PrintLine FROM StatementTotalLine AFTER ADVANCING 1 LINE
       IF SA-OnHold
           WRITE PrintLine FROM StatementHoldLine AFTER ADVANCING 2 LINES
       END-IF.

      *> The first guardian on file who has not asked for nothing,
      *> the same people report cards go home to.
FindPaperGuardian.
       MOVE ZERO TO GDT-Slot
       PERFORM VARYING GDT-Index FROM 1 BY 1
           UNTIL GDT-Index > GDT-Count OR GDT-Slot > ZERO
           MOVE GDT-Record(GDT-Index) TO GuardianRecord
           IF GD-IDNum = ST-IDNum(ST-Slot) AND NOT GD-NoContact
               MOVE GDT-Index TO GDT-Slot
           END-IF
       END-PERFORM.

      *> Builds StatementDetailLine from LedgerRecord and carries the
      *> running balance forward.
FormatLedgerLine.
       ADD 1 TO StudentLines
       MOVE SPACES TO StatementDetailLine
       SET DS-FormatDate TO TRUE
       MOVE STL-PostDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnSDDate
       IF STL-Term IS NUMERIC AND STL-Term > ZERO
           MOVE STL-Term TO PrnSDTerm
       END-IF
       MOVE SPACES TO LineDescription
       MOVE ZERO TO PrnSDCharge PrnSDCredit
       EVALUATE TRUE
           WHEN STL-Tuition
               STRING "Tuition " DELIMITED BY SIZE
                   STL-Course DELIMITED BY SPACE
                   INTO LineDescription
               MOVE STL-Amount TO PrnSDCharge
               ADD STL-Amount TO RunningBalance
           WHEN STL-RegFee
               MOVE "Registration fee" TO LineDescription
               MOVE STL-Amount TO PrnSDCharge
               ADD STL-Amount TO RunningBalance
           WHEN STL-DropCredit
               STRING "Drop credit " DELIMITED BY SIZE
                   STL-Course DELIMITED BY SPACE
                   INTO LineDescription
               MOVE STL-Amount TO PrnSDCredit
               SUBTRACT STL-Amount FROM RunningBalance
           WHEN STL-Payment
               STRING "Payment " DELIMITED BY SIZE
                   STL-Reference DELIMITED BY SPACE
                   INTO LineDescription
               MOVE STL-Amount TO PrnSDCredit
               SUBTRACT STL-Amount FROM RunningBalance
       END-EVALUATE
       MOVE LineDescription TO PrnSDDescription
       MOVE RunningBalance TO PrnSDBalance.

      *> A blank course sets the term line - registration fee, refund
      *> deadline and due date; a course sets its tuition for the
      *> term. The new line is appended and wins from then on.
SetFeeSchedule.
       PERFORM CheckMaintAllowed
       IF SO-InquiryOnly
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY "Academic term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       IF AskTerm = ZERO
           DISPLAY "A term is required"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Course (blank for the term's registration fee) : "
           WITH NO ADVANCING
       MOVE SPACES TO AskCourse
       ACCEPT AskCourse
       MOVE FUNCTION UPPER-CASE(AskCourse) TO AskCourse
       PERFORM FindFeeInForce
       IF FeeFound
           MOVE CurFee TO EditPastDue
           DISPLAY "Currently : " EditPastDue WITH NO ADVANCING
           IF AskCourse = SPACES
               DISPLAY "  refund by " CurRefundDate "  due " CurDueDate
           ELSE
               DISPLAY " "
           END-IF
       END-IF
       IF AskCourse = SPACES
           DISPLAY "Registration fee : " WITH NO ADVANCING
       ELSE
           DISPLAY "Tuition : " WITH NO ADVANCING
       END-IF
       ACCEPT AskFee
       MOVE ZERO TO AskRefundDate AskDueDate
       IF AskCourse = SPACES
           DISPLAY "Refund deadline (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT AskRefundDate
           SET DS-ValidateDate TO TRUE
           MOVE AskRefundDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           IF NOT DS-DateValid
               MOVE "Fee Rejected - Refund Deadline Is Not A Valid Date"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Charges due (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT AskDueDate
           MOVE AskDueDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           IF NOT DS-DateValid
               MOVE "Fee Rejected - Due Date Is Not A Valid Date"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE SPACES TO FeeScheduleLine
       MOVE AskTerm TO FE-Term
       MOVE AskCourse TO FE-Course
       MOVE AskFee TO FE-Amount
       MOVE AskRefundDate TO FE-RefundDate
       MOVE AskDueDate TO FE-DueDate
       OPEN EXTEND FeeSchedule
       WRITE FeeScheduleLine
       CLOSE FeeSchedule
       DISPLAY "Fee schedule updated".

FindFeeInForce.
       MOVE 'N' TO FeeFoundFlag FeeEOFFlag
       OPEN INPUT FeeSchedule
       PERFORM UNTIL FeeEOF
           READ FeeSchedule
               AT END SET FeeEOF TO TRUE
               NOT AT END
                   IF FE-Term IS NUMERIC AND FE-Term = AskTerm
                       AND FE-Course = AskCourse
                       SET FeeFound TO TRUE
                       MOVE FE-Amount TO CurFee
                       MOVE FE-RefundDate TO CurRefundDate
                       MOVE FE-DueDate TO CurDueDate
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FeeSchedule.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE SPACES TO ExceptionLogRecord
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "STUACCT" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'W' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       DISPLAY WS-ExceptionMessage
       CLOSE ExceptionLog.
