       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTCARD.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StudentFileStatus.
       SELECT OPTIONAL GuardianFile ASSIGN TO "guardian.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradesFile ASSIGN TO "grades.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AttendFile ASSIGN TO "attend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradeScale ASSIGN TO "gradescl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GpaLimits ASSIGN TO "gpalimit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AttendLimits ASSIGN TO "attnlim.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MailOutput ASSIGN TO "rptcmail.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MessageOutput ASSIGN TO "rptcmsg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ControlReport ASSIGN TO "rptcard.rpt"
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

FD GradesFile.
01 GradeRecord.
       02 GR-IDNum PIC 9(5).
       02 FILLER PIC X.
       02 GR-Course PIC X(10).
       02 FILLER PIC X.
       02 GR-Score PIC 9(3).
       02 FILLER PIC X.
       02 GR-Term PIC 9(6).

FD CourseMaster.
01 CourseMasterLine.
       02 CM-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Title PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Seats PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 CM-InstrID PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Credits PIC 9(2).

FD RegistrationFile.
01 RegistrationLine.
       02 EN-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Section PIC X(3).

FD AttendFile.
01 AttendRecord.
    COPY "ATTREC.cpy".

FD GradeScale.
01 GradeScaleLine PIC X(1).

FD GpaLimits.
01 GpaLimitLine.
       02 GL-Honor PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 GL-Floor PIC 9(3).

FD AttendLimits.
01 AttendLimitLine.
       02 AL-Limit PIC 9(3).

      *> Cards going out by post, one to a page for the mail room.
FD MailOutput.
01 MailLine PIC X(70).

      *> Cards going out by email, formatted the way the notification
      *> run formats its messages.
FD MessageOutput.
01 MessageLine PIC X(70).

FD ControlReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 StudentFileStatus PIC XX.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 GuardianEOFFlag PIC X VALUE 'N'.
       88 GuardianEOF VALUE 'Y'.
01 GradesEOFFlag PIC X VALUE 'N'.
       88 GradesEOF VALUE 'Y'.
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 RegEOFFlag PIC X VALUE 'N'.
       88 RegEOF VALUE 'Y'.
01 AttendEOFFlag PIC X VALUE 'N'.
       88 AttendEOF VALUE 'Y'.
01 GradeScaleEOFFlag PIC X VALUE 'N'.
       88 GradeScaleEOF VALUE 'Y'.
01 LimitsEOFFlag PIC X VALUE 'N'.
       88 LimitsEOF VALUE 'Y'.
01 AskTerm PIC 9(6).
01 HonorThreshold PIC 9(3) VALUE 90.
01 ProbationFloor PIC 9(3) VALUE 60.
01 UnexcusedLimit PIC 9(3) VALUE 3.
01 CardsMailed PIC 9(5) VALUE ZERO.
01 CardsEmailed PIC 9(5) VALUE ZERO.
01 CardsSuppressed PIC 9(5) VALUE ZERO.
01 CardsHeld PIC 9(5) VALUE ZERO.
01 StudentsCarded PIC 9(5) VALUE ZERO.
01 CardRoute PIC X(20).
01 GuardiansFound PIC 99.
01 ScoreAverage PIC 9(3)V99.
01 TermAverage PIC 9(3)V99.
01 TermSum PIC 9(6).
01 TermScoreCount PIC 99.
01 GradePoints PIC 9(3).
01 GradedCourses PIC 99.
01 TermGPA PIC 9V99.
01 LetterGrade PIC X.
01 PassFlag PIC X.
       88 ScorePasses VALUE 'Y'.
01 PG-PassingGrades.
       02 PG-PassingGrade PIC X OCCURS 10 TIMES.
01 PG-PassingCount PIC 99 VALUE ZERO.
01 PG-Index PIC 99.
01 RemarksWritten PIC 99.

01 GuardianTable.
       02 GDT-Entry OCCURS 1000 TIMES.
           03 GDT-Record PIC X(137).
01 GDT-Count PIC 9(4) VALUE ZERO.
01 GDT-Index PIC 9(4).

01 CourseTable.
       02 CRS-Entry OCCURS 300 TIMES.
           03 CRS-Course PIC X(10).
           03 CRS-Title PIC X(20).
01 CRS-Count PIC 999 VALUE ZERO.
01 CRS-Index PIC 999.

      *> The term's scores, the term's registrations, and each
      *> student's non-present attendance marks for the term.
01 ScoreTable.
       02 SCO-Entry OCCURS 2000 TIMES.
           03 SCO-IDNum PIC 9(5).
           03 SCO-Course PIC X(10).
           03 SCO-Score PIC 9(3).
01 SCO-Count PIC 9(4) VALUE ZERO.
01 SCO-Index PIC 9(4).
01 RegTable.
       02 REG-Entry OCCURS 2000 TIMES.
           03 REG-IDNum PIC 9(5).
           03 REG-Course PIC X(10).
01 REG-Count PIC 9(4) VALUE ZERO.
01 REG-Index PIC 9(4).
01 AttendTable.
       02 ATC-Entry OCCURS 1000 TIMES.
           03 ATC-IDNum PIC 9(5).
           03 ATC-Marks PIC 9(4).
           03 ATC-Absent PIC 9(4).
           03 ATC-Tardy PIC 9(4).
           03 ATC-Excused PIC 9(4).
01 ATC-Count PIC 9(4) VALUE ZERO.
01 ATC-Index PIC 9(4).
01 ATC-Slot PIC 9(4).

      *> One student's courses for the term - a course scored more
      *> than once is graded on the average of its scores.
01 StudentCourses.
       02 SCC-Entry OCCURS 20 TIMES.
           03 SCC-Course PIC X(10).
           03 SCC-Sum PIC 9(5).
           03 SCC-Count PIC 99.
01 SCC-Total PIC 99.
01 SCC-Index PIC 99.
01 SCC-Slot PIC 99.

      *> The card is built once into storage and then sent to every
      *> guardian on file for the student, by post or by email.
01 CardTable.
       02 CD-Line PIC X(70) OCCURS 40 TIMES.
01 CD-Count PIC 99.
01 CD-Index PIC 99.
01 CardLineWork PIC X(70).

01 CardHeading.
       02 FILLER PIC X(24) VALUE "TERM REPORT CARD - TERM ".
       02 PrnCHTerm PIC 9(6).
01 CardStudentLine.
       02 FILLER PIC X(9) VALUE "Student: ".
       02 PrnCSIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCSName PIC X(10).
01 CardColumns PIC X(50)
       VALUE "COURSE     TITLE                  SCORE   GRADE".
01 CardCourseLine.
       02 PrnCCCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCCTitle PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCCScore PIC ZZ9.99.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnCCGrade PIC X(10).
01 CardUngradedLine.
       02 PrnCUCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCUTitle PIC X(20).
       02 FILLER PIC X(17) VALUE "  NOT YET GRADED".
01 CardAverageLine.
       02 FILLER PIC X(14) VALUE "TERM AVERAGE  ".
       02 PrnCAAverage PIC ZZ9.99.
       02 FILLER PIC X(2) VALUE " (".
       02 PrnCALetter PIC X.
       02 FILLER PIC X(15) VALUE ")    TERM GPA  ".
       02 PrnCAGPA PIC 9.99.
01 CardAttendLine.
       02 FILLER PIC X(12) VALUE "Attendance: ".
       02 PrnCTAbsent PIC ZZZ9.
       02 FILLER PIC X(9) VALUE " absent  ".
       02 PrnCTTardy PIC ZZZ9.
       02 FILLER PIC X(8) VALUE " tardy  ".
       02 PrnCTExcused PIC ZZZ9.
       02 FILLER PIC X(8) VALUE " excused".
01 CardRule PIC X(50) VALUE ALL "-".

01 MailRule PIC X(70) VALUE ALL "-".
01 MessageRule PIC X(40) VALUE ALL "=".
01 MessageHeader.
       02 FILLER PIC X(4) VALUE "To: ".
       02 MH-Email PIC X(30).
01 MessageSubject.
       02 FILLER PIC X(21) VALUE "Subject: Report card ".
       02 FILLER PIC X(4) VALUE "for ".
       02 MS-Name PIC X(10).
       02 FILLER PIC X(6) VALUE " term ".
       02 MS-Term PIC 9(6).
01 MailAttentionLine.
       02 FILLER PIC X(21) VALUE "Parent/guardian of:  ".
       02 PrnMAName PIC X(10).

01 ControlHeading.
       02 FILLER PIC X(34) VALUE "REPORT CARD DISTRIBUTION - TERM ".
       02 PrnCtlTerm PIC 9(6).
01 ControlColumns PIC X(70) VALUE
       "ID    STUDENT    GUARDIAN                  RELATION   ROUTED".
01 ControlDetailLine.
       02 PrnCDIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCDName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCDGuardian PIC X(25).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCDRelation PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCDRoute PIC X(20).
01 ControlTotalLine.
       02 FILLER PIC X(12) VALUE "Students:   ".
       02 PrnCTStudents PIC ZZZZ9.
       02 FILLER PIC X(10) VALUE "  Mailed: ".
       02 PrnCTMailed PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE "  Emailed: ".
       02 PrnCTEmailed PIC ZZZZ9.
       02 FILLER PIC X(14) VALUE "  Suppressed: ".
       02 PrnCTSuppressed PIC ZZZZ9.
       02 FILLER PIC X(8) VALUE "  Held: ".
       02 PrnCTHeld PIC ZZZZ9.

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT StudentFile
       IF StudentFileStatus NOT = "00"
           DISPLAY "Student file not found - report cards skipped"
           STOP RUN
       END-IF
       DISPLAY "Report card term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       IF AskTerm = ZERO
           DISPLAY "A term is required - report cards skipped"
           CLOSE StudentFile
           STOP RUN
       END-IF
       PERFORM LoadGradeScale
       PERFORM LoadGpaLimits
       PERFORM LoadAttendLimits
       PERFORM LoadGuardianTable
       PERFORM LoadCourseTable
       PERFORM LoadScoreTable
       PERFORM LoadRegTable
       PERFORM LoadAttendTable
       OPEN OUTPUT MailOutput
       OPEN OUTPUT MessageOutput
       OPEN OUTPUT ControlReport
       MOVE AskTerm TO PrnCtlTerm
       WRITE PrintLine FROM ControlHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM ControlColumns AFTER ADVANCING 2 LINES
       PERFORM UNTIL StudentEOF
           READ StudentFile
               AT END SET StudentEOF TO TRUE
               NOT AT END PERFORM CardOneStudent
           END-READ
       END-PERFORM
       MOVE StudentsCarded TO PrnCTStudents
       MOVE CardsMailed TO PrnCTMailed
       MOVE CardsEmailed TO PrnCTEmailed
       MOVE CardsSuppressed TO PrnCTSuppressed
       MOVE CardsHeld TO PrnCTHeld
       WRITE PrintLine FROM ControlTotalLine AFTER ADVANCING 2 LINES
       CLOSE ControlReport
       CLOSE MessageOutput
       CLOSE MailOutput
       CLOSE StudentFile
       DISPLAY "Report cards - students: " StudentsCarded
           "  mailed: " CardsMailed "  emailed: " CardsEmailed
       DISPLAY "  suppressed by preference: " CardsSuppressed
           "  held (no guardian or address): " CardsHeld
       STOP RUN.

LoadGradeScale.
       OPEN INPUT GradeScale
       PERFORM UNTIL GradeScaleEOF
           READ GradeScale
               AT END SET GradeScaleEOF TO TRUE
               NOT AT END
                   IF PG-PassingCount < 10
                       ADD 1 TO PG-PassingCount
                       MOVE GradeScaleLine
                           TO PG-PassingGrade(PG-PassingCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GradeScale
       IF PG-PassingCount = ZERO
           MOVE 4 TO PG-PassingCount
           MOVE "A" TO PG-PassingGrade(1)
           MOVE "B" TO PG-PassingGrade(2)
           MOVE "C" TO PG-PassingGrade(3)
           MOVE "D" TO PG-PassingGrade(4)
       END-IF.

LoadGpaLimits.
       OPEN INPUT GpaLimits
       PERFORM UNTIL LimitsEOF
           READ GpaLimits
               AT END SET LimitsEOF TO TRUE
               NOT AT END
                   IF GL-Honor IS NUMERIC AND GL-Honor > ZERO
                       MOVE GL-Honor TO HonorThreshold
                   END-IF
                   IF GL-Floor IS NUMERIC AND GL-Floor > ZERO
                       MOVE GL-Floor TO ProbationFloor
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GpaLimits.

LoadAttendLimits.
       MOVE 'N' TO LimitsEOFFlag
       OPEN INPUT AttendLimits
       PERFORM UNTIL LimitsEOF
           READ AttendLimits
               AT END SET LimitsEOF TO TRUE
               NOT AT END
                   IF AL-Limit IS NUMERIC
                       MOVE AL-Limit TO UnexcusedLimit
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AttendLimits.

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

LoadCourseTable.
       OPEN INPUT CourseMaster
       PERFORM UNTIL CourseEOF
           READ CourseMaster
               AT END SET CourseEOF TO TRUE
               NOT AT END
                   IF CM-Term = AskTerm
                       IF CRS-Count < 300
                           ADD 1 TO CRS-Count
                           MOVE CM-Course TO CRS-Course(CRS-Count)
                           MOVE CM-Title TO CRS-Title(CRS-Count)
                       ELSE
                           DISPLAY "Course table full - ignoring "
                               CM-Course
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CourseMaster.

LoadScoreTable.
       OPEN INPUT GradesFile
       PERFORM UNTIL GradesEOF
           READ GradesFile
               AT END SET GradesEOF TO TRUE
               NOT AT END
                   IF GR-Term IS NUMERIC AND GR-Term = AskTerm
                       IF SCO-Count < 2000
                           ADD 1 TO SCO-Count
                           MOVE GR-IDNum TO SCO-IDNum(SCO-Count)
                           MOVE GR-Course TO SCO-Course(SCO-Count)
                           MOVE GR-Score TO SCO-Score(SCO-Count)
                       ELSE
                           DISPLAY "Score table full - ignoring "
                               GR-IDNum
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GradesFile.

      *> Only registrations taken for the term itself - a course
      *> still waiting on its score shows on the card as not graded.
LoadRegTable.
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF EN-Term IS NUMERIC AND EN-Term = AskTerm
                       IF REG-Count < 2000
                           ADD 1 TO REG-Count
                           MOVE EN-IDNum TO REG-IDNum(REG-Count)
                           MOVE EN-Course TO REG-Course(REG-Count)
                       ELSE
                           DISPLAY "Registration table full - ignoring "
                               EN-IDNum
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

LoadAttendTable.
       OPEN INPUT AttendFile
       PERFORM UNTIL AttendEOF
           READ AttendFile
               AT END SET AttendEOF TO TRUE
               NOT AT END
                   IF ATT-Term = AskTerm
                       PERFORM NoteOneAttendMark
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AttendFile.

NoteOneAttendMark.
       MOVE ZERO TO ATC-Slot
       PERFORM VARYING ATC-Index FROM 1 BY 1
           UNTIL ATC-Index > ATC-Count OR ATC-Slot > ZERO
           IF ATC-IDNum(ATC-Index) = ATT-IDNum
               MOVE ATC-Index TO ATC-Slot
           END-IF
       END-PERFORM
       IF ATC-Slot = ZERO
           IF ATC-Count < 1000
               ADD 1 TO ATC-Count
               MOVE ATC-Count TO ATC-Slot
               MOVE ATT-IDNum TO ATC-IDNum(ATC-Slot)
               MOVE ZERO TO ATC-Marks(ATC-Slot) ATC-Absent(ATC-Slot)
                   ATC-Tardy(ATC-Slot) ATC-Excused(ATC-Slot)
           ELSE
               DISPLAY "Attendance table full - ignoring " ATT-IDNum
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO ATC-Marks(ATC-Slot)
       EVALUATE TRUE
           WHEN ATT-Absent ADD 1 TO ATC-Absent(ATC-Slot)
           WHEN ATT-Tardy ADD 1 TO ATC-Tardy(ATC-Slot)
           WHEN ATT-Excused ADD 1 TO ATC-Excused(ATC-Slot)
       END-EVALUATE.

      *> A student with no score and no registration for the term
      *> gets no card.
CardOneStudent.
       PERFORM CollectStudentCourses
       IF SCC-Total = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO StudentsCarded
       PERFORM BuildCard
       MOVE ZERO TO GuardiansFound
       PERFORM VARYING GDT-Index FROM 1 BY 1 UNTIL GDT-Index > GDT-Count
           MOVE GDT-Record(GDT-Index) TO GuardianRecord
           IF GD-IDNum = IDNum
               ADD 1 TO GuardiansFound
               PERFORM RouteOneCard
           END-IF
       END-PERFORM
       IF GuardiansFound = ZERO
           MOVE SPACES TO GuardianRecord
           MOVE "(NONE ON FILE)" TO GD-Name
           MOVE "HELD - NO GUARDIAN" TO CardRoute
           ADD 1 TO CardsHeld
           PERFORM WriteControlLine
       END-IF.

CollectStudentCourses.
       MOVE ZERO TO SCC-Total
       PERFORM VARYING SCO-Index FROM 1 BY 1 UNTIL SCO-Index > SCO-Count
           IF SCO-IDNum(SCO-Index) = IDNum
               MOVE SCO-Course(SCO-Index) TO CardLineWork(1:10)
               PERFORM FindStudentCourse
               IF SCC-Slot > ZERO
                   ADD SCO-Score(SCO-Index) TO SCC-Sum(SCC-Slot)
                   ADD 1 TO SCC-Count(SCC-Slot)
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING REG-Index FROM 1 BY 1 UNTIL REG-Index > REG-Count
           IF REG-IDNum(REG-Index) = IDNum
               MOVE REG-Course(REG-Index) TO CardLineWork(1:10)
               PERFORM FindStudentCourse
           END-IF
       END-PERFORM.

FindStudentCourse.
       MOVE ZERO TO SCC-Slot
       PERFORM VARYING SCC-Index FROM 1 BY 1
           UNTIL SCC-Index > SCC-Total OR SCC-Slot > ZERO
           IF SCC-Course(SCC-Index) = CardLineWork(1:10)
               MOVE SCC-Index TO SCC-Slot
           END-IF
       END-PERFORM
       IF SCC-Slot = ZERO AND SCC-Total < 20
           ADD 1 TO SCC-Total
           MOVE SCC-Total TO SCC-Slot
           MOVE CardLineWork(1:10) TO SCC-Course(SCC-Slot)
           MOVE ZERO TO SCC-Sum(SCC-Slot) SCC-Count(SCC-Slot)
       END-IF.

      *> The term average is over every score of the term, the same
      *> figure the honor roll and probation list use; the term GPA
      *> averages the course letters on the four-point scale.
BuildCard.
       MOVE ZERO TO CD-Count TermSum TermScoreCount GradePoints
           GradedCourses
       MOVE AskTerm TO PrnCHTerm
       MOVE CardHeading TO CardLineWork
       PERFORM AddCardLine
       MOVE IDNum TO PrnCSIDNum
       MOVE StudName TO PrnCSName
       MOVE CardStudentLine TO CardLineWork
       PERFORM AddCardLine
       MOVE SPACES TO CardLineWork
       PERFORM AddCardLine
       MOVE CardColumns TO CardLineWork
       PERFORM AddCardLine
       PERFORM VARYING SCC-Index FROM 1 BY 1 UNTIL SCC-Index > SCC-Total
           PERFORM AddCourseLine
       END-PERFORM
       MOVE SPACES TO CardLineWork
       PERFORM AddCardLine
       IF TermScoreCount = ZERO
           MOVE "No scores recorded yet this term" TO CardLineWork
           PERFORM AddCardLine
       ELSE
           COMPUTE TermAverage ROUNDED = TermSum / TermScoreCount
           MOVE TermAverage TO ScoreAverage
           PERFORM GradeFromAverage
           COMPUTE TermGPA ROUNDED = GradePoints / GradedCourses
           MOVE TermAverage TO PrnCAAverage
           MOVE LetterGrade TO PrnCALetter
           MOVE TermGPA TO PrnCAGPA
           MOVE CardAverageLine TO CardLineWork
           PERFORM AddCardLine
       END-IF
       PERFORM AddRemarks
       MOVE CardRule TO CardLineWork
       PERFORM AddCardLine.

AddCourseLine.
       MOVE SPACES TO PrnCCTitle
       PERFORM VARYING CRS-Index FROM 1 BY 1 UNTIL CRS-Index > CRS-Count
           IF CRS-Course(CRS-Index) = SCC-Course(SCC-Index)
               MOVE CRS-Title(CRS-Index) TO PrnCCTitle
           END-IF
       END-PERFORM
       IF SCC-Count(SCC-Index) = ZERO
           MOVE SCC-Course(SCC-Index) TO PrnCUCourse
           MOVE PrnCCTitle TO PrnCUTitle
           MOVE CardUngradedLine TO CardLineWork
           PERFORM AddCardLine
           EXIT PARAGRAPH
       END-IF
       COMPUTE ScoreAverage ROUNDED =
           SCC-Sum(SCC-Index) / SCC-Count(SCC-Index)
       ADD SCC-Sum(SCC-Index) TO TermSum
       ADD SCC-Count(SCC-Index) TO TermScoreCount
       PERFORM GradeFromAverage
       ADD 1 TO GradedCourses
       EVALUATE LetterGrade
           WHEN 'A' ADD 4 TO GradePoints
           WHEN 'B' ADD 3 TO GradePoints
           WHEN 'C' ADD 2 TO GradePoints
           WHEN 'D' ADD 1 TO GradePoints
       END-EVALUATE
       MOVE SCC-Course(SCC-Index) TO PrnCCCourse
       MOVE ScoreAverage TO PrnCCScore
       MOVE SPACES TO PrnCCGrade
       MOVE LetterGrade TO PrnCCGrade(1:1)
       IF NOT ScorePasses
           MOVE "  FAILING" TO PrnCCGrade(2:9)
       END-IF
       MOVE CardCourseLine TO CardLineWork
       PERFORM AddCardLine.

      *> Attendance and standing remarks: the term's non-present
      *> marks, too many unexcused absences against attnlim.txt,
      *> and the honor roll or probation on gpalimit.txt.
AddRemarks.
       MOVE ZERO TO RemarksWritten
       MOVE ZERO TO ATC-Slot
       PERFORM VARYING ATC-Index FROM 1 BY 1
           UNTIL ATC-Index > ATC-Count OR ATC-Slot > ZERO
           IF ATC-IDNum(ATC-Index) = IDNum
               MOVE ATC-Index TO ATC-Slot
           END-IF
       END-PERFORM
       IF ATC-Slot > ZERO
           IF ATC-Absent(ATC-Slot) = ZERO AND ATC-Tardy(ATC-Slot) = ZERO
               AND ATC-Excused(ATC-Slot) = ZERO
               MOVE "Attendance: perfect attendance this term"
                   TO CardLineWork
           ELSE
               MOVE ATC-Absent(ATC-Slot) TO PrnCTAbsent
               MOVE ATC-Tardy(ATC-Slot) TO PrnCTTardy
               MOVE ATC-Excused(ATC-Slot) TO PrnCTExcused
               MOVE CardAttendLine TO CardLineWork
           END-IF
           PERFORM AddCardLine
           ADD 1 TO RemarksWritten
           IF ATC-Absent(ATC-Slot) > UnexcusedLimit
               MOVE "Remark: unexcused absences are over the school limit"
                   TO CardLineWork
               PERFORM AddCardLine
           END-IF
       END-IF
       IF TermScoreCount > ZERO
           IF TermAverage >= HonorThreshold
               MOVE "Remark: named to the honor roll this term"
                   TO CardLineWork
               PERFORM AddCardLine
               ADD 1 TO RemarksWritten
           END-IF
           IF TermAverage < ProbationFloor
               MOVE "Remark: placed on academic probation - please see"
                   TO CardLineWork
               PERFORM AddCardLine
               MOVE "        the student's advisor" TO CardLineWork
               PERFORM AddCardLine
               ADD 1 TO RemarksWritten
           END-IF
       END-IF
       IF RemarksWritten = ZERO
           MOVE "Remarks: none" TO CardLineWork
           PERFORM AddCardLine
       END-IF.

AddCardLine.
       IF CD-Count < 40
           ADD 1 TO CD-Count
           MOVE CardLineWork TO CD-Line(CD-Count)
       END-IF
       MOVE SPACES TO CardLineWork.

      *> Routing follows the guardian's preference with the commpref
      *> codes: N holds the card back, E sends it by email, anything
      *> else goes by post. An email-only guardian with no address
      *> on file gets paper instead, as order documents do; with no
      *> usable address at all the card is held for the office.
RouteOneCard.
       EVALUATE TRUE
           WHEN GD-NoContact
               MOVE "SUPPRESSED" TO CardRoute
               ADD 1 TO CardsSuppressed
           WHEN GD-EmailOnly AND GD-Email NOT = SPACES
               PERFORM EmailOneCard
           WHEN GD-Address1 NOT = SPACES
               PERFORM MailOneCard
           WHEN GD-Email NOT = SPACES
               PERFORM EmailOneCard
           WHEN OTHER
               MOVE "HELD - NO ADDRESS" TO CardRoute
               ADD 1 TO CardsHeld
       END-EVALUATE
       PERFORM WriteControlLine.

MailOneCard.
       WRITE MailLine FROM MailRule AFTER ADVANCING PAGE
       WRITE MailLine FROM GD-Name AFTER ADVANCING 1 LINE
       WRITE MailLine FROM GD-Address1 AFTER ADVANCING 1 LINE
       WRITE MailLine FROM GD-Address2 AFTER ADVANCING 1 LINE
       MOVE StudName TO PrnMAName
       WRITE MailLine FROM MailAttentionLine AFTER ADVANCING 2 LINES
       MOVE SPACES TO MailLine
       WRITE MailLine AFTER ADVANCING 1 LINE
       PERFORM VARYING CD-Index FROM 1 BY 1 UNTIL CD-Index > CD-Count
           WRITE MailLine FROM CD-Line(CD-Index) AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE "MAIL" TO CardRoute
       ADD 1 TO CardsMailed.

EmailOneCard.
       WRITE MessageLine FROM MessageRule
       MOVE GD-Email TO MH-Email
       WRITE MessageLine FROM MessageHeader
       MOVE StudName TO MS-Name
       MOVE AskTerm TO MS-Term
       WRITE MessageLine FROM MessageSubject
       MOVE SPACES TO MessageLine
       WRITE MessageLine
       PERFORM VARYING CD-Index FROM 1 BY 1 UNTIL CD-Index > CD-Count
           WRITE MessageLine FROM CD-Line(CD-Index)
       END-PERFORM
       MOVE SPACES TO CardRoute
       STRING "EMAIL " DELIMITED BY SIZE
           GD-Email DELIMITED BY SPACE
           INTO CardRoute
       ADD 1 TO CardsEmailed.

WriteControlLine.
       MOVE IDNum TO PrnCDIDNum
       MOVE StudName TO PrnCDName
       MOVE GD-Name TO PrnCDGuardian
       MOVE GD-Relation TO PrnCDRelation
       MOVE CardRoute TO PrnCDRoute
       WRITE PrintLine FROM ControlDetailLine AFTER ADVANCING 1 LINE.

GradeFromAverage.
       EVALUATE TRUE
           WHEN ScoreAverage >= 90 MOVE 'A' TO LetterGrade
           WHEN ScoreAverage >= 80 MOVE 'B' TO LetterGrade
           WHEN ScoreAverage >= 70 MOVE 'C' TO LetterGrade
           WHEN ScoreAverage >= 60 MOVE 'D' TO LetterGrade
           WHEN OTHER MOVE 'F' TO LetterGrade
       END-EVALUATE
       MOVE 'N' TO PassFlag
       PERFORM VARYING PG-Index FROM 1 BY 1
           UNTIL PG-Index > PG-PassingCount OR ScorePasses
           IF LetterGrade = PG-PassingGrade(PG-Index)
               SET ScorePasses TO TRUE
           END-IF
       END-PERFORM.
