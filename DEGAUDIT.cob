       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEGAUDIT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StudentFileStatus.
       SELECT OPTIONAL StudyProgramFile ASSIGN TO "studprog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RequirementFile ASSIGN TO "progreq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradesFile ASSIGN TO "grades.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradeScale ASSIGN TO "gradescl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AuditReport ASSIGN TO "degaudit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ShortReport ASSIGN TO "degshort.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDat.
       02 IDNum PIC 9(05).
       02 StudName PIC X(10).

      *> Which program of study each student follows and the year
      *> they are expected to finish it.
FD StudyProgramFile.
01 StudyProgramLine.
       02 SP-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 SP-Program PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 SP-GradYear PIC 9(4).

      *> Graduation requirements, any number of lines per program:
      *>   C - required course PR-Course, passed in some term
      *>   E - at least PR-Credits elective credits; PR-Course blank
      *>       takes any course not required by the program, or names
      *>       a course code prefix ("HIST") for an elective area
      *>   G - minimum cumulative GPA PR-MinGPA on the four-point
      *>       scale, keyed with an implied decimal ("200" is 2.00)
FD RequirementFile.
01 RequirementLine.
       02 PR-Program PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PR-ReqType PIC X.
           88 PR-RequiredCourse VALUE 'C'.
           88 PR-ElectiveCredits VALUE 'E'.
           88 PR-MinimumGPA VALUE 'G'.
       02 FILLER PIC X VALUE SPACE.
       02 PR-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PR-Credits PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 PR-MinGPA PIC 9V99.

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

FD GradesFile.
01 GradeRecord.
       02 GR-IDNum PIC 9(5).
       02 FILLER PIC X.
       02 GR-Course PIC X(10).
       02 FILLER PIC X.
       02 GR-Score PIC 9(3).
       02 FILLER PIC X.
       02 GR-Term PIC 9(6).

FD RegistrationFile.
01 RegistrationLine.
       02 EN-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Section PIC X(3).

FD GradeScale.
01 GradeScaleLine PIC X(1).

FD AuditReport.
01 PrintLine PIC X(80).

FD ShortReport.
01 ShortLine PIC X(80).

WORKING-STORAGE SECTION.
01 StudentFileStatus PIC XX.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 StudyProgramEOFFlag PIC X VALUE 'N'.
       88 StudyProgramEOF VALUE 'Y'.
01 RequirementEOFFlag PIC X VALUE 'N'.
       88 RequirementEOF VALUE 'Y'.
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 GradesEOFFlag PIC X VALUE 'N'.
       88 GradesEOF VALUE 'Y'.
01 RegEOFFlag PIC X VALUE 'N'.
       88 RegEOF VALUE 'Y'.
01 GradeScaleEOFFlag PIC X VALUE 'N'.
       88 GradeScaleEOF VALUE 'Y'.
01 AskIDNum PIC 9(5).
01 AskGradYear PIC 9(4).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 CT-DateParts REDEFINES CT-Date.
           03 CT-Year PIC 9(4).
           03 FILLER PIC 9(4).
       02 FILLER PIC X(13).
01 AuditIDNum PIC 9(5).
01 AuditName PIC X(10).
01 AuditProgram PIC X(8).
01 AuditGradYear PIC 9(4).
01 StudentsReviewed PIC 9(5) VALUE ZERO.
01 StudentsShort PIC 9(5) VALUE ZERO.
01 ScoreAverage PIC 9(3)V99.
01 LetterGrade PIC X.
01 PassFlag PIC X.
       88 ScorePasses VALUE 'Y'.
01 PG-PassingGrades.
       02 PG-PassingGrade PIC X OCCURS 10 TIMES.
01 PG-PassingCount PIC 99 VALUE ZERO.
01 PG-Index PIC 99.
01 WorkCourse PIC X(10).
01 WorkTerm PIC 9(6).
01 WorkCredits PIC 9(2).
01 PrefixLength PIC 99.
01 PrefixMatchFlag PIC X.
       88 PrefixMatches VALUE 'Y'.
01 RequiredHereFlag PIC X.
       88 RequiredHere VALUE 'Y'.

      *> Counts and totals for the student under audit.
01 AuditTotals.
       02 AT-Met PIC 99.
       02 AT-InProgress PIC 99.
       02 AT-Outstanding PIC 99.
       02 AT-CreditsEarned PIC 9(4).
       02 AT-CreditsInProgress PIC 9(4).
       02 AT-GPACredits PIC 9(4).
       02 AT-GradePoints PIC 9(5).
       02 AT-CumulativeGPA PIC 9V99.
       02 AT-ElectiveEarned PIC 9(4).
       02 AT-ElectiveInProgress PIC 9(4).

01 CourseTable.
       02 CRS-Entry OCCURS 500 TIMES.
           03 CRS-Course PIC X(10).
           03 CRS-Term PIC 9(6).
           03 CRS-Credits PIC 9(2).
01 CRS-Count PIC 999 VALUE ZERO.
01 CRS-Index PIC 999.

01 StudyProgramTable.
       02 SPT-Entry OCCURS 1000 TIMES.
           03 SPT-IDNum PIC 9(5).
           03 SPT-Program PIC X(8).
           03 SPT-GradYear PIC 9(4).
01 SPT-Count PIC 9(4) VALUE ZERO.
01 SPT-Index PIC 9(4).
01 SPT-Slot PIC 9(4).

01 RequirementTable.
       02 RQ-Entry OCCURS 300 TIMES.
           03 RQ-Program PIC X(8).
           03 RQ-ReqType PIC X.
           03 RQ-Course PIC X(10).
           03 RQ-Credits PIC 9(3).
           03 RQ-MinGPA PIC 9V99.
01 RQ-Count PIC 999 VALUE ZERO.
01 RQ-Index PIC 999.
01 RQ-Scan PIC 999.
01 RequirementsFound PIC 999.

01 StudentTable.
       02 ST-Entry OCCURS 1000 TIMES.
           03 ST-IDNum PIC 9(5).
           03 ST-Name PIC X(10).
01 ST-Count PIC 9(4) VALUE ZERO.
01 ST-Index PIC 9(4).

01 GradeTable.
       02 GRD-Entry OCCURS 3000 TIMES.
           03 GRD-IDNum PIC 9(5).
           03 GRD-Course PIC X(10).
           03 GRD-Term PIC 9(6).
           03 GRD-Score PIC 9(3).
01 GRD-Count PIC 9(4) VALUE ZERO.
01 GRD-Index PIC 9(4).

01 RegTable.
       02 REG-Entry OCCURS 3000 TIMES.
           03 REG-IDNum PIC 9(5).
           03 REG-Course PIC X(10).
           03 REG-Term PIC 9(6).
01 REG-Count PIC 9(4) VALUE ZERO.
01 REG-Index PIC 9(4).

      *> The student's record: one entry per course and term taken,
      *> graded on the average of that term's scores, and one entry
      *> per registration still waiting on a score.
01 TakenTable.
       02 TK-Entry OCCURS 60 TIMES.
           03 TK-Course PIC X(10).
           03 TK-Term PIC 9(6).
           03 TK-Sum PIC 9(5).
           03 TK-Count PIC 99.
           03 TK-Letter PIC X.
           03 TK-Passed PIC X.
           03 TK-Credits PIC 9(2).
01 TK-Total PIC 99.
01 TK-Index PIC 99.
01 TK-Slot PIC 99.
01 InProgressTable.
       02 IP-Entry OCCURS 30 TIMES.
           03 IP-Course PIC X(10).
           03 IP-Term PIC 9(6).
           03 IP-Credits PIC 9(2).
01 IP-Total PIC 99.
01 IP-Index PIC 99.

      *> Audit lines for the student - the single audit prints them
      *> all, the batch list only the outstanding ones.
01 AuditLineTable.
       02 AL-Entry OCCURS 60 TIMES.
           03 AL-Text PIC X(80).
           03 AL-Status PIC X.
01 AL-Count PIC 99.
01 AL-Index PIC 99.
01 AuditLineWork PIC X(80).
01 AuditLineStatus PIC X.

01 AuditHeading.
       02 FILLER PIC X(22) VALUE "GRADUATION AUDIT FOR ".
       02 PrnAHIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAHName PIC X(10).
       02 FILLER PIC X(11) VALUE "  PROGRAM: ".
       02 PrnAHProgram PIC X(8).
       02 FILLER PIC X(13) VALUE "  GRAD YEAR: ".
       02 PrnAHGradYear PIC 9(4).
01 CourseReqLine.
       02 FILLER PIC X(20) VALUE "  REQUIRED COURSE   ".
       02 PrnCRCourse PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCRStatus PIC X(12).
       02 PrnCRDetail PIC X(30).
01 ElectiveReqLine.
       02 FILLER PIC X(20) VALUE "  ELECTIVE CREDITS  ".
       02 PrnERArea PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnERStatus PIC X(12).
       02 FILLER PIC X(5) VALUE "need ".
       02 PrnERNeeded PIC ZZ9.
       02 FILLER PIC X(8) VALUE " earned ".
       02 PrnEREarned PIC ZZZ9.
       02 FILLER PIC X(9) VALUE " pending ".
       02 PrnERInProgress PIC ZZZ9.
01 GPAReqLine.
       02 FILLER PIC X(20) VALUE "  CUMULATIVE GPA    ".
       02 FILLER PIC X(10) VALUE SPACES.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnGRStatus PIC X(12).
       02 FILLER PIC X(8) VALUE "minimum ".
       02 PrnGRMinimum PIC 9.99.
       02 FILLER PIC X(8) VALUE " actual ".
       02 PrnGRActual PIC 9.99.
01 CourseDetail.
       02 FILLER PIC X(5) VALUE "term ".
       02 PrnCDTerm PIC 9(6).
       02 FILLER PIC X(7) VALUE " grade ".
       02 PrnCDLetter PIC X.
01 AuditSummaryLine.
       02 FILLER PIC X(11) VALUE "  Credits: ".
       02 PrnASEarned PIC ZZZ9.
       02 FILLER PIC X(8) VALUE " earned,".
       02 PrnASInProgress PIC ZZZ9.
       02 FILLER PIC X(14) VALUE " in progress  ".
       02 PrnASMet PIC Z9.
       02 FILLER PIC X(6) VALUE " met, ".
       02 PrnASPending PIC Z9.
       02 FILLER PIC X(10) VALUE " pending, ".
       02 PrnASOutstanding PIC Z9.
       02 FILLER PIC X(12) VALUE " outstanding".
01 AuditRule PIC X(80) VALUE ALL "-".
01 ShortHeading.
       02 FILLER PIC X(41)
           VALUE "STUDENTS SHORT OF GRADUATION - CLASS OF ".
       02 PrnSHGradYear PIC 9(4).
01 ShortStudentLine.
       02 PrnSSIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSSName PIC X(10).
       02 FILLER PIC X(11) VALUE "  PROGRAM: ".
       02 PrnSSProgram PIC X(8).
       02 FILLER PIC X(15) VALUE "  OUTSTANDING: ".
       02 PrnSSOutstanding PIC Z9.
01 ShortTotalLine.
       02 FILLER PIC X(18) VALUE "Students reviewed ".
       02 PrnSTReviewed PIC ZZZZ9.
       02 FILLER PIC X(23) VALUE "   short of graduation ".
       02 PrnSTShort PIC ZZZZ9.

PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       OPEN INPUT StudentFile
       IF StudentFileStatus NOT = "00"
           DISPLAY "Student file not found - audit skipped"
           STOP RUN
       END-IF
       PERFORM LoadStudentTable
       CLOSE StudentFile
       PERFORM LoadGradeScale
       PERFORM LoadCourseTable
       PERFORM LoadStudyPrograms
       PERFORM LoadRequirements
       PERFORM LoadGradeTable
       PERFORM LoadRegTable
       DISPLAY "GRADUATION AUDIT"
       DISPLAY "Student ID (0 = list everyone short for a class year) : "
           WITH NO ADVANCING
       ACCEPT AskIDNum
       IF AskIDNum > ZERO
           PERFORM AuditSingleStudent
       ELSE
           PERFORM ListShortStudents
       END-IF
       STOP RUN.

LoadStudentTable.
       PERFORM UNTIL StudentEOF
           READ StudentFile
               AT END SET StudentEOF TO TRUE
               NOT AT END
                   IF ST-Count < 1000
                       ADD 1 TO ST-Count
                       MOVE IDNum TO ST-IDNum(ST-Count)
                       MOVE StudName TO ST-Name(ST-Count)
                   END-IF
           END-READ
       END-PERFORM.

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

      *> Course lines keyed before credit hours read back with blank
      *> credits and earn none until the master is updated.
LoadCourseTable.
       OPEN INPUT CourseMaster
       PERFORM UNTIL CourseEOF
           READ CourseMaster
               AT END SET CourseEOF TO TRUE
               NOT AT END
                   IF CRS-Count < 500
                       ADD 1 TO CRS-Count
                       MOVE CM-Course TO CRS-Course(CRS-Count)
                       MOVE CM-Term TO CRS-Term(CRS-Count)
                       IF CM-Credits IS NUMERIC
                           MOVE CM-Credits TO CRS-Credits(CRS-Count)
                       ELSE
                           MOVE ZERO TO CRS-Credits(CRS-Count)
                       END-IF
                   ELSE
                       DISPLAY "Course table full - ignoring " CM-Course
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CourseMaster.

LoadStudyPrograms.
       OPEN INPUT StudyProgramFile
       PERFORM UNTIL StudyProgramEOF
           READ StudyProgramFile
               AT END SET StudyProgramEOF TO TRUE
               NOT AT END
                   IF SPT-Count < 1000
                       ADD 1 TO SPT-Count
                       MOVE SP-IDNum TO SPT-IDNum(SPT-Count)
                       MOVE SP-Program TO SPT-Program(SPT-Count)
                       IF SP-GradYear IS NUMERIC
                           MOVE SP-GradYear TO SPT-GradYear(SPT-Count)
                       ELSE
                           MOVE ZERO TO SPT-GradYear(SPT-Count)
                       END-IF
                   ELSE
                       DISPLAY "Program table full - ignoring " SP-IDNum
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StudyProgramFile.

LoadRequirements.
       OPEN INPUT RequirementFile
       PERFORM UNTIL RequirementEOF
           READ RequirementFile
               AT END SET RequirementEOF TO TRUE
               NOT AT END
                   IF RQ-Count < 300
                       ADD 1 TO RQ-Count
                       MOVE PR-Program TO RQ-Program(RQ-Count)
                       MOVE PR-ReqType TO RQ-ReqType(RQ-Count)
                       MOVE PR-Course TO RQ-Course(RQ-Count)
                       IF PR-Credits IS NUMERIC
                           MOVE PR-Credits TO RQ-Credits(RQ-Count)
                       ELSE
                           MOVE ZERO TO RQ-Credits(RQ-Count)
                       END-IF
                       IF PR-MinGPA IS NUMERIC
                           MOVE PR-MinGPA TO RQ-MinGPA(RQ-Count)
                       ELSE
                           MOVE ZERO TO RQ-MinGPA(RQ-Count)
                       END-IF
                   ELSE
                       DISPLAY "Requirement table full - ignoring "
                           PR-Program
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RequirementFile.

LoadGradeTable.
       OPEN INPUT GradesFile
       PERFORM UNTIL GradesEOF
           READ GradesFile
               AT END SET GradesEOF TO TRUE
               NOT AT END
                   IF GRD-Count < 3000
                       ADD 1 TO GRD-Count
                       MOVE GR-IDNum TO GRD-IDNum(GRD-Count)
                       MOVE GR-Course TO GRD-Course(GRD-Count)
                       MOVE GR-Score TO GRD-Score(GRD-Count)
                       IF GR-Term IS NUMERIC
                           MOVE GR-Term TO GRD-Term(GRD-Count)
                       ELSE
                           MOVE ZERO TO GRD-Term(GRD-Count)
                       END-IF
                   ELSE
                       DISPLAY "Grade table full - ignoring " GR-IDNum
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GradesFile.

LoadRegTable.
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF REG-Count < 3000
                       ADD 1 TO REG-Count
                       MOVE EN-IDNum TO REG-IDNum(REG-Count)
                       MOVE EN-Course TO REG-Course(REG-Count)
                       IF EN-Term IS NUMERIC
                           MOVE EN-Term TO REG-Term(REG-Count)
                       ELSE
                           MOVE ZERO TO REG-Term(REG-Count)
                       END-IF
                   ELSE
                       DISPLAY "Registration table full - ignoring "
                           EN-IDNum
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

AuditSingleStudent.
       MOVE AskIDNum TO AuditIDNum
       MOVE "(UNKNOWN)" TO AuditName
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = AuditIDNum
               MOVE ST-Name(ST-Index) TO AuditName
           END-IF
       END-PERFORM
       PERFORM FindStudyProgram
       IF SPT-Slot = ZERO
           DISPLAY "Student " AuditIDNum
               " has no program of study on studprog.txt"
           EXIT PARAGRAPH
       END-IF
       PERFORM AuditOneStudent
       IF RequirementsFound = ZERO
           DISPLAY "No requirements on progreq.txt for program "
               AuditProgram
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT AuditReport
       MOVE AuditIDNum TO PrnAHIDNum
       MOVE AuditName TO PrnAHName
       MOVE AuditProgram TO PrnAHProgram
       MOVE AuditGradYear TO PrnAHGradYear
       WRITE PrintLine FROM AuditHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM AuditRule AFTER ADVANCING 1 LINE
       PERFORM VARYING AL-Index FROM 1 BY 1 UNTIL AL-Index > AL-Count
           WRITE PrintLine FROM AL-Text(AL-Index) AFTER ADVANCING 1 LINE
       END-PERFORM
       WRITE PrintLine FROM AuditRule AFTER ADVANCING 1 LINE
       PERFORM BuildSummaryLine
       WRITE PrintLine FROM AuditSummaryLine AFTER ADVANCING 1 LINE
       CLOSE AuditReport
       DISPLAY "Audit for " AuditIDNum " " AuditName " - met: " AT-Met
           "  in progress: " AT-InProgress
           "  outstanding: " AT-Outstanding
       DISPLAY "Written to degaudit.rpt".

      *> Everyone due to finish in the class year whose audit leaves
      *> anything outstanding - a requirement covered only by current
      *> registrations is on track and not listed.
ListShortStudents.
       MOVE CT-Year TO AskGradYear
       DISPLAY "Class year (YYYY, 0 = " CT-Year ") : " WITH NO ADVANCING
       ACCEPT AskGradYear
       IF AskGradYear = ZERO
           MOVE CT-Year TO AskGradYear
       END-IF
       OPEN OUTPUT ShortReport
       MOVE AskGradYear TO PrnSHGradYear
       WRITE ShortLine FROM ShortHeading AFTER ADVANCING PAGE
       PERFORM VARYING SPT-Index FROM 1 BY 1 UNTIL SPT-Index > SPT-Count
           IF SPT-GradYear(SPT-Index) = AskGradYear
               PERFORM ReviewOneClassMember
           END-IF
       END-PERFORM
       MOVE StudentsReviewed TO PrnSTReviewed
       MOVE StudentsShort TO PrnSTShort
       WRITE ShortLine FROM ShortTotalLine AFTER ADVANCING 3 LINES
       CLOSE ShortReport
       DISPLAY "Class of " AskGradYear " - reviewed: " StudentsReviewed
           "  short: " StudentsShort
       DISPLAY "Written to degshort.rpt".

ReviewOneClassMember.
       MOVE SPT-IDNum(SPT-Index) TO AuditIDNum
       MOVE "(UNKNOWN)" TO AuditName
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = AuditIDNum
               MOVE ST-Name(ST-Index) TO AuditName
           END-IF
       END-PERFORM
       MOVE SPT-Index TO SPT-Slot
       MOVE SPT-Program(SPT-Slot) TO AuditProgram
       MOVE SPT-GradYear(SPT-Slot) TO AuditGradYear
       ADD 1 TO StudentsReviewed
       PERFORM AuditOneStudent
       IF RequirementsFound = ZERO
           MOVE "  no requirements on file for the program"
               TO AuditLineWork
           MOVE 'O' TO AuditLineStatus
           PERFORM AddAuditLine
           ADD 1 TO AT-Outstanding
       END-IF
       IF AT-Outstanding = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO StudentsShort
       MOVE AuditIDNum TO PrnSSIDNum
       MOVE AuditName TO PrnSSName
       MOVE AuditProgram TO PrnSSProgram
       MOVE AT-Outstanding TO PrnSSOutstanding
       WRITE ShortLine FROM ShortStudentLine AFTER ADVANCING 2 LINES
       PERFORM VARYING AL-Index FROM 1 BY 1 UNTIL AL-Index > AL-Count
           IF AL-Status(AL-Index) = 'O'
               WRITE ShortLine FROM AL-Text(AL-Index)
                   AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM.

      *> The last studprog.txt line for a student is the one in force.
FindStudyProgram.
       MOVE ZERO TO SPT-Slot
       PERFORM VARYING SPT-Index FROM 1 BY 1 UNTIL SPT-Index > SPT-Count
           IF SPT-IDNum(SPT-Index) = AuditIDNum
               MOVE SPT-Index TO SPT-Slot
           END-IF
       END-PERFORM
       IF SPT-Slot > ZERO
           MOVE SPT-Program(SPT-Slot) TO AuditProgram
           MOVE SPT-GradYear(SPT-Slot) TO AuditGradYear
       END-IF.

AuditOneStudent.
       INITIALIZE AuditTotals
       MOVE ZERO TO AL-Count RequirementsFound
       PERFORM CollectTakenCourses
       PERFORM CollectInProgress
       PERFORM VARYING RQ-Index FROM 1 BY 1 UNTIL RQ-Index > RQ-Count
           IF RQ-Program(RQ-Index) = AuditProgram
               ADD 1 TO RequirementsFound
               EVALUATE RQ-ReqType(RQ-Index)
                   WHEN 'C' PERFORM CheckRequiredCourse
                   WHEN 'E' PERFORM CheckElectiveCredits
                   WHEN 'G' PERFORM CheckMinimumGPA
                   WHEN OTHER SUBTRACT 1 FROM RequirementsFound
               END-EVALUATE
           END-IF
       END-PERFORM.

      *> Every course and term the student has scores for, graded on
      *> the term's average score. The GPA is weighted by credit
      *> hours over every graded attempt, an F counting at zero.
CollectTakenCourses.
       MOVE ZERO TO TK-Total
       PERFORM VARYING GRD-Index FROM 1 BY 1 UNTIL GRD-Index > GRD-Count
           IF GRD-IDNum(GRD-Index) = AuditIDNum
               PERFORM NoteTakenScore
           END-IF
       END-PERFORM
       PERFORM VARYING TK-Index FROM 1 BY 1 UNTIL TK-Index > TK-Total
           COMPUTE ScoreAverage ROUNDED =
               TK-Sum(TK-Index) / TK-Count(TK-Index)
           PERFORM GradeFromAverage
           MOVE LetterGrade TO TK-Letter(TK-Index)
           MOVE PassFlag TO TK-Passed(TK-Index)
           MOVE TK-Course(TK-Index) TO WorkCourse
           MOVE TK-Term(TK-Index) TO WorkTerm
           PERFORM FindCourseCredits
           MOVE WorkCredits TO TK-Credits(TK-Index)
           ADD WorkCredits TO AT-GPACredits
           EVALUATE LetterGrade
               WHEN 'A'
                   COMPUTE AT-GradePoints =
                       AT-GradePoints + 4 * WorkCredits
               WHEN 'B'
                   COMPUTE AT-GradePoints =
                       AT-GradePoints + 3 * WorkCredits
               WHEN 'C'
                   COMPUTE AT-GradePoints =
                       AT-GradePoints + 2 * WorkCredits
               WHEN 'D' ADD WorkCredits TO AT-GradePoints
           END-EVALUATE
           IF ScorePasses
               ADD WorkCredits TO AT-CreditsEarned
           END-IF
       END-PERFORM
       IF AT-GPACredits > ZERO
           COMPUTE AT-CumulativeGPA ROUNDED =
               AT-GradePoints / AT-GPACredits
       END-IF.

NoteTakenScore.
       MOVE ZERO TO TK-Slot
       PERFORM VARYING TK-Index FROM 1 BY 1
           UNTIL TK-Index > TK-Total OR TK-Slot > ZERO
           IF TK-Course(TK-Index) = GRD-Course(GRD-Index)
               AND TK-Term(TK-Index) = GRD-Term(GRD-Index)
               MOVE TK-Index TO TK-Slot
           END-IF
       END-PERFORM
       IF TK-Slot = ZERO
           IF TK-Total >= 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TK-Total
           MOVE TK-Total TO TK-Slot
           MOVE GRD-Course(GRD-Index) TO TK-Course(TK-Slot)
           MOVE GRD-Term(GRD-Index) TO TK-Term(TK-Slot)
           MOVE ZERO TO TK-Sum(TK-Slot) TK-Count(TK-Slot)
       END-IF
       ADD GRD-Score(GRD-Index) TO TK-Sum(TK-Slot)
       ADD 1 TO TK-Count(TK-Slot).

      *> A registration is in progress until a score for it is on
      *> file - for the same term, or for any term where the
      *> registration predates terms.
CollectInProgress.
       MOVE ZERO TO IP-Total
       PERFORM VARYING REG-Index FROM 1 BY 1 UNTIL REG-Index > REG-Count
           IF REG-IDNum(REG-Index) = AuditIDNum
               MOVE ZERO TO TK-Slot
               PERFORM VARYING TK-Index FROM 1 BY 1
                   UNTIL TK-Index > TK-Total OR TK-Slot > ZERO
                   IF TK-Course(TK-Index) = REG-Course(REG-Index)
                       AND (TK-Term(TK-Index) = REG-Term(REG-Index)
                           OR REG-Term(REG-Index) = ZERO)
                       MOVE TK-Index TO TK-Slot
                   END-IF
               END-PERFORM
               IF TK-Slot = ZERO AND IP-Total < 30
                   ADD 1 TO IP-Total
                   MOVE REG-Course(REG-Index) TO IP-Course(IP-Total)
                   MOVE REG-Term(REG-Index) TO IP-Term(IP-Total)
                   MOVE REG-Course(REG-Index) TO WorkCourse
                   MOVE REG-Term(REG-Index) TO WorkTerm
                   PERFORM FindCourseCredits
                   MOVE WorkCredits TO IP-Credits(IP-Total)
                   ADD WorkCredits TO AT-CreditsInProgress
               END-IF
           END-IF
       END-PERFORM.

      *> Credits come from the offering in the term taken, or from
      *> any offering of the course when that term is not on file.
FindCourseCredits.
       MOVE ZERO TO WorkCredits
       PERFORM VARYING CRS-Index FROM 1 BY 1 UNTIL CRS-Index > CRS-Count
           IF CRS-Course(CRS-Index) = WorkCourse
               IF CRS-Term(CRS-Index) = WorkTerm OR WorkCredits = ZERO
                   MOVE CRS-Credits(CRS-Index) TO WorkCredits
               END-IF
           END-IF
       END-PERFORM.

CheckRequiredCourse.
       MOVE RQ-Course(RQ-Index) TO PrnCRCourse
       MOVE SPACES TO PrnCRDetail
       MOVE ZERO TO TK-Slot
       PERFORM VARYING TK-Index FROM 1 BY 1 UNTIL TK-Index > TK-Total
           IF TK-Course(TK-Index) = RQ-Course(RQ-Index)
               IF TK-Slot = ZERO OR TK-Passed(TK-Index) = 'Y'
                   MOVE TK-Index TO TK-Slot
               END-IF
           END-IF
       END-PERFORM
       IF TK-Slot > ZERO
           MOVE TK-Term(TK-Slot) TO PrnCDTerm
           MOVE TK-Letter(TK-Slot) TO PrnCDLetter
           MOVE CourseDetail TO PrnCRDetail
       END-IF
       EVALUATE TRUE
           WHEN TK-Slot > ZERO AND TK-Passed(TK-Slot) = 'Y'
               MOVE "MET" TO PrnCRStatus
               MOVE 'M' TO AuditLineStatus
               ADD 1 TO AT-Met
           WHEN OTHER
               MOVE 'O' TO AuditLineStatus
               PERFORM VARYING IP-Index FROM 1 BY 1
                   UNTIL IP-Index > IP-Total
                   IF IP-Course(IP-Index) = RQ-Course(RQ-Index)
                       MOVE 'P' TO AuditLineStatus
                       MOVE SPACES TO PrnCRDetail
                       STRING "registered " DELIMITED BY SIZE
                           IP-Term(IP-Index) DELIMITED BY SIZE
                           INTO PrnCRDetail
                   END-IF
               END-PERFORM
               IF AuditLineStatus = 'P'
                   MOVE "IN PROGRESS" TO PrnCRStatus
                   ADD 1 TO AT-InProgress
               ELSE
                   MOVE "OUTSTANDING" TO PrnCRStatus
                   ADD 1 TO AT-Outstanding
               END-IF
       END-EVALUATE
       MOVE CourseReqLine TO AuditLineWork
       PERFORM AddAuditLine.

      *> Electives are passed courses the program does not require,
      *> within the named area when the line gives one.
CheckElectiveCredits.
       MOVE ZERO TO AT-ElectiveEarned AT-ElectiveInProgress
       MOVE ZERO TO PrefixLength
       INSPECT RQ-Course(RQ-Index) TALLYING PrefixLength
           FOR CHARACTERS BEFORE INITIAL SPACE
       PERFORM VARYING TK-Index FROM 1 BY 1 UNTIL TK-Index > TK-Total
           IF TK-Passed(TK-Index) = 'Y'
               MOVE TK-Course(TK-Index) TO WorkCourse
               PERFORM CheckElectiveCourse
               IF PrefixMatches AND NOT RequiredHere
                   ADD TK-Credits(TK-Index) TO AT-ElectiveEarned
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING IP-Index FROM 1 BY 1 UNTIL IP-Index > IP-Total
           MOVE IP-Course(IP-Index) TO WorkCourse
           PERFORM CheckElectiveCourse
           IF PrefixMatches AND NOT RequiredHere
               ADD IP-Credits(IP-Index) TO AT-ElectiveInProgress
           END-IF
       END-PERFORM
       IF RQ-Course(RQ-Index) = SPACES
           MOVE "(ANY)" TO PrnERArea
       ELSE
           MOVE RQ-Course(RQ-Index) TO PrnERArea
       END-IF
       MOVE RQ-Credits(RQ-Index) TO PrnERNeeded
       MOVE AT-ElectiveEarned TO PrnEREarned
       MOVE AT-ElectiveInProgress TO PrnERInProgress
       EVALUATE TRUE
           WHEN AT-ElectiveEarned >= RQ-Credits(RQ-Index)
               MOVE "MET" TO PrnERStatus
               MOVE 'M' TO AuditLineStatus
               ADD 1 TO AT-Met
           WHEN AT-ElectiveEarned + AT-ElectiveInProgress
               >= RQ-Credits(RQ-Index)
               MOVE "IN PROGRESS" TO PrnERStatus
               MOVE 'P' TO AuditLineStatus
               ADD 1 TO AT-InProgress
           WHEN OTHER
               MOVE "OUTSTANDING" TO PrnERStatus
               MOVE 'O' TO AuditLineStatus
               ADD 1 TO AT-Outstanding
       END-EVALUATE
       MOVE ElectiveReqLine TO AuditLineWork
       PERFORM AddAuditLine.

CheckElectiveCourse.
       MOVE 'N' TO PrefixMatchFlag RequiredHereFlag
       IF PrefixLength = ZERO
           SET PrefixMatches TO TRUE
       ELSE
           IF WorkCourse(1:PrefixLength) =
               RQ-Course(RQ-Index)(1:PrefixLength)
               SET PrefixMatches TO TRUE
           END-IF
       END-IF
       PERFORM VARYING RQ-Scan FROM 1 BY 1
           UNTIL RQ-Scan > RQ-Count OR RequiredHere
           IF RQ-Program(RQ-Scan) = AuditProgram
               AND RQ-ReqType(RQ-Scan) = 'C'
               AND RQ-Course(RQ-Scan) = WorkCourse
               SET RequiredHere TO TRUE
           END-IF
       END-PERFORM.

CheckMinimumGPA.
       MOVE RQ-MinGPA(RQ-Index) TO PrnGRMinimum
       MOVE AT-CumulativeGPA TO PrnGRActual
       IF AT-GPACredits > ZERO
           AND AT-CumulativeGPA >= RQ-MinGPA(RQ-Index)
           MOVE "MET" TO PrnGRStatus
           MOVE 'M' TO AuditLineStatus
           ADD 1 TO AT-Met
       ELSE
           MOVE "OUTSTANDING" TO PrnGRStatus
           MOVE 'O' TO AuditLineStatus
           ADD 1 TO AT-Outstanding
       END-IF
       MOVE GPAReqLine TO AuditLineWork
       PERFORM AddAuditLine.

AddAuditLine.
       IF AL-Count < 60
           ADD 1 TO AL-Count
           MOVE AuditLineWork TO AL-Text(AL-Count)
           MOVE AuditLineStatus TO AL-Status(AL-Count)
       END-IF
       MOVE SPACES TO AuditLineWork.

BuildSummaryLine.
       MOVE AT-CreditsEarned TO PrnASEarned
       MOVE AT-CreditsInProgress TO PrnASInProgress
       MOVE AT-Met TO PrnASMet
       MOVE AT-InProgress TO PrnASPending
       MOVE AT-Outstanding TO PrnASOutstanding.

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
