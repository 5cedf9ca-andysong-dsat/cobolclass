       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSCR.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StudentFileStatus.
       SELECT OPTIONAL GradesFile ASSIGN TO "grades.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradeScale ASSIGN TO "gradescl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TranscriptReport ASSIGN TO TranscriptFileName
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDat.
       02 IDNum PIC 9(05).
       02 StudName PIC X(10).

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
       02 FILLER PIC X.
       02 CM-Title PIC X(20).
       02 FILLER PIC X.
       02 CM-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Seats PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 CM-InstrID PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Credits PIC 9(2).

FD GradeScale.
01 GradeScaleLine PIC X(1).

FD TranscriptReport.
01 PrintLine PIC X(70).

WORKING-STORAGE SECTION.
01 StudentFileStatus PIC XX.
01 TranscriptFileName PIC X(30).
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 GradesEOFFlag PIC X VALUE 'N'.
       88 GradesEOF VALUE 'Y'.
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 GradeScaleEOFFlag PIC X VALUE 'N'.
       88 GradeScaleEOF VALUE 'Y'.
01 StudentFoundFlag PIC X VALUE 'N'.
       88 StudentFound VALUE 'Y'.
01 AskIDNum PIC 9(5).
01 TranscriptName PIC X(10).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 LetterGrade PIC X.
01 GradePoints PIC 9V99.
01 PassFlag PIC X.
       88 ScorePasses VALUE 'Y'.
01 PG-PassingGrades.
       02 PG-PassingGrade PIC X OCCURS 10 TIMES.
01 PG-PassingCount PIC 99 VALUE ZERO.
01 PG-Index PIC 99.
COPY "GETSUM.cpy".
COPY "SIGNON.cpy".

01 CourseTable.
       02 CT-Entry OCCURS 500 TIMES.
           03 CRS-Course PIC X(10).
           03 CRS-Title PIC X(20).
           03 CRS-Term PIC 9(6).
01 CRS-Count PIC 999 VALUE ZERO.
01 CRS-Index PIC 999.
01 CourseTitle PIC X(20).

      *> The student's scores as grades.txt holds them today. Grade
      *> maintenance rewrites a corrected score in place and drops a
      *> voided one, so what is loaded here is the final grade of
      *> record - the superseded values stay on the grade audit only.
01 RecordTable.
       02 RecordEntry OCCURS 200 TIMES.
           03 REC-Term PIC 9(6).
           03 REC-Course PIC X(10).
           03 REC-Score PIC 9(3).
01 REC-Count PIC 999 VALUE ZERO.
01 REC-Index PIC 999.
01 SortSwapFlag PIC X.
       88 SortMadeSwap VALUE 'Y'.
01 SortOuter PIC 999.
01 SortHoldRecord.
       02 SH-Term PIC 9(6).
       02 SH-Course PIC X(10).
       02 SH-Score PIC 9(3).

      *> Grade points are added up ten at a time through GETSUM - the
      *> size of its item table - and the batches carried forward.
01 CurrentTerm PIC 9(6).
01 TermCourses PIC 999.
01 TermPoints PIC 9(7)V99.
01 CumCourses PIC 999 VALUE ZERO.
01 CumPoints PIC 9(7)V99 VALUE ZERO.
01 TermGpa PIC 9V99.
01 CumGpa PIC 9V99.
01 CumBatchCount PIC 99 VALUE ZERO.
01 CumBatchItems.
       02 CB-Item PIC 9(7)V99 OCCURS 10 TIMES.
01 CB-Index PIC 99.

01 TranscriptHeading PIC X(40)
       VALUE "OFFICIAL TRANSCRIPT OF ACADEMIC RECORD".
01 StudentLine.
       02 FILLER PIC X(9) VALUE "Student: ".
       02 PrnIDNum PIC 9(5).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnName PIC X(10).
       02 FILLER PIC X(12) VALUE "   Printed: ".
       02 PrnRunDate PIC 9(8).
01 TermHeadLine.
       02 FILLER PIC X(5) VALUE "TERM ".
       02 PrnTerm PIC 9(6).
01 UndatedTermLine PIC X(40)
       VALUE "TERM NOT RECORDED (EARLIER COURSEWORK)".
01 CourseHeads PIC X(60)
       VALUE "  Course     Title                Score Grade Points".
01 CourseDetailLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnTitle PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnScore PIC ZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnLetter PIC X.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnPoints PIC 9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnNoCredit PIC X(9).
01 TermGpaLine.
       02 FILLER PIC X(13) VALUE "  Term GPA:  ".
       02 PrnTermGpa PIC 9.99.
       02 FILLER PIC X(11) VALUE "   Courses ".
       02 PrnTermCourses PIC ZZ9.
       02 FILLER PIC X(19) VALUE "   Cumulative GPA: ".
       02 PrnRunningGpa PIC 9.99.
01 FooterRule PIC X(60) VALUE ALL "-".
01 CumulativeLine.
       02 FILLER PIC X(29) VALUE "TOTAL COURSES ATTEMPTED    : ".
       02 PrnCumCourses PIC ZZ9.
01 CumulativeGpaLine.
       02 FILLER PIC X(29) VALUE "CUMULATIVE GRADE POINT AVG : ".
       02 PrnCumGpa PIC 9.99.
01 FinalGradeNote PIC X(60)
       VALUE "Grades shown are the final grades of record.".
01 CertificationLine.
       02 FILLER PIC X(42)
           VALUE "Certified a true copy of the record as of ".
       02 PrnCertDate PIC 9(8).
01 CertifiedByLine.
       02 FILLER PIC X(14) VALUE "Certified by: ".
       02 PrnCertOperator PIC X(8).
01 NoRecordLine PIC X(40) VALUE "No courses on record.".

PROCEDURE DIVISION.
StartPara.
       MOVE "TRANSCR" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "Student ID : " WITH NO ADVANCING
       ACCEPT AskIDNum
       PERFORM FindStudent
       IF NOT StudentFound
           DISPLAY "Student " AskIDNum " not on student.dat"
           STOP RUN
       END-IF
       PERFORM LoadGradeScale
       PERFORM LoadCourseTable
       PERFORM LoadStudentRecord
       PERFORM SortRecordTable
       MOVE SPACES TO TranscriptFileName
       STRING "transcr-" DELIMITED BY SIZE
              AskIDNum DELIMITED BY SIZE
              ".rpt" DELIMITED BY SIZE
              INTO TranscriptFileName
       END-STRING
       OPEN OUTPUT TranscriptReport
       WRITE PrintLine FROM TranscriptHeading AFTER ADVANCING PAGE
       MOVE AskIDNum TO PrnIDNum
       MOVE TranscriptName TO PrnName
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM StudentLine AFTER ADVANCING 2 LINES
       IF REC-Count = ZERO
           WRITE PrintLine FROM NoRecordLine AFTER ADVANCING 2 LINES
       ELSE
           PERFORM PrintRecord
       END-IF
       PERFORM PrintCertification
       CLOSE TranscriptReport
       DISPLAY "Transcript written to " TranscriptFileName
           " - " REC-Count " course(s)"
       STOP RUN.

FindStudent.
       OPEN INPUT StudentFile
       IF StudentFileStatus NOT = "00"
           DISPLAY "Student file not found - transcript skipped"
           STOP RUN
       END-IF
       PERFORM UNTIL StudentEOF OR StudentFound
           READ StudentFile
               AT END SET StudentEOF TO TRUE
               NOT AT END
                   IF IDNum = AskIDNum
                       SET StudentFound TO TRUE
                       MOVE StudName TO TranscriptName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StudentFile.

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
                   ELSE
                       DISPLAY "Grade scale table full - ignoring "
                           GradeScaleLine
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

LoadCourseTable.
       OPEN INPUT CourseMaster
       PERFORM UNTIL CourseEOF
           READ CourseMaster
               AT END SET CourseEOF TO TRUE
               NOT AT END
                   IF CRS-Count < 500
                       ADD 1 TO CRS-Count
                       MOVE CM-Course TO CRS-Course(CRS-Count)
                       MOVE CM-Title TO CRS-Title(CRS-Count)
                       IF CM-Term IS NUMERIC
                           MOVE CM-Term TO CRS-Term(CRS-Count)
                       ELSE
                           MOVE ZERO TO CRS-Term(CRS-Count)
                       END-IF
                   ELSE
                       DISPLAY "Course table full - ignoring " CM-Course
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CourseMaster.

LoadStudentRecord.
       OPEN INPUT GradesFile
       PERFORM UNTIL GradesEOF
           READ GradesFile
               AT END SET GradesEOF TO TRUE
               NOT AT END
                   IF GR-IDNum = AskIDNum
                       IF REC-Count < 200
                           ADD 1 TO REC-Count
                           MOVE GR-Course TO REC-Course(REC-Count)
                           MOVE GR-Score TO REC-Score(REC-Count)
      *> Scores written before the term dimension read back with a
      *> space term and print ahead of the first recorded term.
                           IF GR-Term IS NUMERIC
                               MOVE GR-Term TO REC-Term(REC-Count)
                           ELSE
                               MOVE ZERO TO REC-Term(REC-Count)
                           END-IF
                       ELSE
                           DISPLAY "Record table full - ignoring "
                               GR-Course
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GradesFile.

SortRecordTable.
       MOVE 'Y' TO SortSwapFlag
       PERFORM UNTIL NOT SortMadeSwap
           MOVE 'N' TO SortSwapFlag
           PERFORM VARYING SortOuter FROM 1 BY 1
               UNTIL SortOuter >= REC-Count
               IF REC-Term(SortOuter) > REC-Term(SortOuter + 1)
                   OR (REC-Term(SortOuter) = REC-Term(SortOuter + 1)
                   AND REC-Course(SortOuter) > REC-Course(SortOuter + 1))
                   MOVE RecordEntry(SortOuter) TO SortHoldRecord
                   MOVE RecordEntry(SortOuter + 1) TO RecordEntry(SortOuter)
                   MOVE SortHoldRecord TO RecordEntry(SortOuter + 1)
                   MOVE 'Y' TO SortSwapFlag
               END-IF
           END-PERFORM
       END-PERFORM.

      *> One block per term. Each term's grade points go through GETSUM
      *> for the term GPA, and the same points are fed in batches of
      *> ten into the cumulative total.
PrintRecord.
       MOVE 999999 TO CurrentTerm
       PERFORM VARYING REC-Index FROM 1 BY 1 UNTIL REC-Index > REC-Count
           IF REC-Term(REC-Index) NOT = CurrentTerm
               IF CurrentTerm NOT = 999999
                   PERFORM PrintTermTotals
               END-IF
               PERFORM StartTerm
           END-IF
           PERFORM PrintOneCourse
       END-PERFORM
       PERFORM PrintTermTotals.

StartTerm.
       MOVE REC-Term(REC-Index) TO CurrentTerm
       MOVE ZERO TO TermCourses
       MOVE ZERO TO TermPoints
       MOVE ZERO TO GS-Item-Count
       IF CurrentTerm = ZERO
           WRITE PrintLine FROM UndatedTermLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE CurrentTerm TO PrnTerm
           WRITE PrintLine FROM TermHeadLine AFTER ADVANCING 2 LINES
       END-IF
       WRITE PrintLine FROM CourseHeads AFTER ADVANCING 1 LINE.

PrintOneCourse.
       PERFORM GradeFromScore
       PERFORM FindCourseTitle
       MOVE REC-Course(REC-Index) TO PrnCourse
       MOVE CourseTitle TO PrnTitle
       MOVE REC-Score(REC-Index) TO PrnScore
       MOVE LetterGrade TO PrnLetter
       MOVE GradePoints TO PrnPoints
       IF ScorePasses
           MOVE SPACES TO PrnNoCredit
       ELSE
           MOVE "NO CREDIT" TO PrnNoCredit
       END-IF
       WRITE PrintLine FROM CourseDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO TermCourses
       ADD 1 TO CumCourses
       IF CumBatchCount = 10
           IF GS-Item-Count > ZERO
               PERFORM AddTermBatch
           END-IF
           PERFORM AddCumulativeBatch
       END-IF
       IF GS-Item-Count = 10
           PERFORM AddTermBatch
       END-IF
       ADD 1 TO GS-Item-Count
       MOVE GradePoints TO GS-Item(GS-Item-Count)
       ADD 1 TO CumBatchCount
       MOVE GradePoints TO CB-Item(CumBatchCount).

AddTermBatch.
       CALL 'GETSUM' USING GS-Parameters
       IF GS-Overflow
           DISPLAY "GETSUM: overflow detected for student " AskIDNum
       END-IF
       ADD GS-Sum TO TermPoints
       MOVE ZERO TO GS-Item-Count.

AddCumulativeBatch.
       MOVE CumBatchCount TO GS-Item-Count
       PERFORM VARYING CB-Index FROM 1 BY 1 UNTIL CB-Index > CumBatchCount
           MOVE CB-Item(CB-Index) TO GS-Item(CB-Index)
       END-PERFORM
       CALL 'GETSUM' USING GS-Parameters
       IF GS-Overflow
           DISPLAY "GETSUM: overflow detected for student " AskIDNum
       END-IF
       ADD GS-Sum TO CumPoints
       MOVE ZERO TO CumBatchCount
       MOVE ZERO TO GS-Item-Count.

      *> The term's open batch is always summed before a cumulative
      *> batch, which borrows the same GETSUM parameter block. The
      *> running cumulative GPA under each term takes in everything
      *> through that term.
PrintTermTotals.
       IF GS-Item-Count > ZERO
           PERFORM AddTermBatch
       END-IF
       IF CumBatchCount > ZERO
           PERFORM AddCumulativeBatch
       END-IF
       COMPUTE TermGpa ROUNDED = TermPoints / TermCourses
       COMPUTE CumGpa ROUNDED = CumPoints / CumCourses
       MOVE TermGpa TO PrnTermGpa
       MOVE TermCourses TO PrnTermCourses
       MOVE CumGpa TO PrnRunningGpa
       WRITE PrintLine FROM TermGpaLine AFTER ADVANCING 1 LINE.

      *> A course title is taken from the offering for the same term
      *> where there is one, otherwise from any offering of the course.
FindCourseTitle.
       MOVE "(TITLE NOT ON FILE)" TO CourseTitle
       PERFORM VARYING CRS-Index FROM 1 BY 1 UNTIL CRS-Index > CRS-Count
           IF CRS-Course(CRS-Index) = REC-Course(REC-Index)
               IF CRS-Term(CRS-Index) = REC-Term(REC-Index)
                   OR CourseTitle = "(TITLE NOT ON FILE)"
                   MOVE CRS-Title(CRS-Index) TO CourseTitle
               END-IF
           END-IF
       END-PERFORM.

      *> The same score bands GPARPT uses, with grade points on the
      *> usual four-point scale; the letter is checked against the
      *> passing scale in gradescl.txt.
GradeFromScore.
       EVALUATE TRUE
           WHEN REC-Score(REC-Index) >= 90
               MOVE 'A' TO LetterGrade
               MOVE 4 TO GradePoints
           WHEN REC-Score(REC-Index) >= 80
               MOVE 'B' TO LetterGrade
               MOVE 3 TO GradePoints
           WHEN REC-Score(REC-Index) >= 70
               MOVE 'C' TO LetterGrade
               MOVE 2 TO GradePoints
           WHEN REC-Score(REC-Index) >= 60
               MOVE 'D' TO LetterGrade
               MOVE 1 TO GradePoints
           WHEN OTHER
               MOVE 'F' TO LetterGrade
               MOVE ZERO TO GradePoints
       END-EVALUATE
       MOVE 'N' TO PassFlag
       PERFORM VARYING PG-Index FROM 1 BY 1
           UNTIL PG-Index > PG-PassingCount OR ScorePasses
           IF LetterGrade = PG-PassingGrade(PG-Index)
               SET ScorePasses TO TRUE
           END-IF
       END-PERFORM.

PrintCertification.
       WRITE PrintLine FROM FooterRule AFTER ADVANCING 2 LINES
       MOVE CumCourses TO PrnCumCourses
       WRITE PrintLine FROM CumulativeLine AFTER ADVANCING 1 LINE
       IF CumCourses > ZERO
           MOVE CumGpa TO PrnCumGpa
           WRITE PrintLine FROM CumulativeGpaLine AFTER ADVANCING 1 LINE
       END-IF
       WRITE PrintLine FROM FinalGradeNote AFTER ADVANCING 2 LINES
       MOVE RunDate TO PrnCertDate
       WRITE PrintLine FROM CertificationLine AFTER ADVANCING 1 LINE
       MOVE SO-OperatorID TO PrnCertOperator
       WRITE PrintLine FROM CertifiedByLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM FooterRule AFTER ADVANCING 1 LINE.
