       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOADRPT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL InstructorFile ASSIGN TO "instrmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SectionFile ASSIGN TO "sections.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradesFile ASSIGN TO "grades.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LoadWork ASSIGN TO "loadsort.tmp".
       SELECT LoadReport ASSIGN TO "loadrpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD InstructorFile.
01 InstructorRecord.
    COPY "INSTREC.cpy".

FD StudentFile.
01 StudentDat.
       02 IDNum PIC 9(05).
       02 StudName PIC X(10).

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

FD SectionFile.
01 SectionRecord.
    COPY "SECTREC.cpy".

FD RegistrationFile.
01 RegistrationLine.
       02 EN-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Section PIC X(3).

FD GradesFile.
01 GradeRecord.
       02 GR-IDNum PIC 9(5).
       02 FILLER PIC X.
       02 GR-Course PIC X(10).
       02 FILLER PIC X.
       02 GR-Score PIC 9(3).
       02 FILLER PIC X.
       02 GR-Term PIC 9(6).

      *> One teaching unit to print under its instructor - a unit of
      *> zero is an instructor on the master with nothing this term.
SD LoadWork.
01 LoadWorkRecord.
       02 LW-InstrID PIC X(8).
       02 LW-Course PIC X(10).
       02 LW-Section PIC X(3).
       02 LW-Unit PIC 999.

FD LoadReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 InstructorEOFFlag PIC X VALUE 'N'.
       88 InstructorEOF VALUE 'Y'.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 SectionEOFFlag PIC X VALUE 'N'.
       88 SectionEOF VALUE 'Y'.
01 RegEOFFlag PIC X VALUE 'N'.
       88 RegEOF VALUE 'Y'.
01 GradesEOFFlag PIC X VALUE 'N'.
       88 GradesEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 AskTerm PIC 9(6).
01 GradeDeadline PIC 9(8).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 DeadlinePassedFlag PIC X VALUE 'N'.
       88 DeadlinePassed VALUE 'Y'.
01 PriorInstr PIC X(8).
01 PriorInstrSetFlag PIC X VALUE 'N'.
       88 PriorInstrSet VALUE 'Y'.
01 UnitMissing PIC 9(4).
01 LookupName PIC X(10).
01 InstructorTotals.
       02 IT-Units PIC 9(3).
       02 IT-Enrolled PIC 9(5).
       02 IT-Graded PIC 9(5).
01 GrandTotals.
       02 GT-Units PIC 9(4) VALUE ZERO.
       02 GT-Enrolled PIC 9(6) VALUE ZERO.
       02 GT-Graded PIC 9(6) VALUE ZERO.
       02 GT-Overdue PIC 9(4) VALUE ZERO.
COPY "DATESRV.cpy".

01 InstructorTable.
       02 IMT-Entry OCCURS 200 TIMES.
           03 IMT-InstrID PIC X(8).
           03 IMT-Name PIC X(20).
           03 IMT-Dept PIC X(10).
           03 IMT-HasLoad PIC X.
01 IMT-Count PIC 999 VALUE ZERO.
01 IMT-Index PIC 999.
01 IMT-Slot PIC 999.
01 StudentTable.
       02 ST-Entry OCCURS 1000 TIMES.
           03 ST-IDNum PIC 9(5).
           03 ST-Name PIC X(10).
01 ST-Count PIC 9(4) VALUE ZERO.
01 ST-Index PIC 9(4).

      *> A teaching unit is a section of the term, or a course
      *> offering of the term for registrations taken without a
      *> section. Each carries its instructor of record and its
      *> enrollment and graded counts.
01 UnitTable.
       02 UT-Entry OCCURS 300 TIMES.
           03 UT-Course PIC X(10).
           03 UT-Section PIC X(3).
           03 UT-Title PIC X(20).
           03 UT-InstrID PIC X(8).
           03 UT-HasSections PIC X.
           03 UT-Enrolled PIC 9(4).
           03 UT-Graded PIC 9(4).
01 UT-Count PIC 999 VALUE ZERO.
01 UT-Index PIC 999.
01 UT-Slot PIC 999.

      *> The term's scores on file - whether each registered student
      *> has one is the test of the grading deadline.
01 GradedTable.
       02 GDT-Entry OCCURS 2000 TIMES.
           03 GDT-IDNum PIC 9(5).
           03 GDT-Course PIC X(10).
01 GDT-Count PIC 9(4) VALUE ZERO.
01 GDT-Index PIC 9(4).
01 GDT-FoundFlag PIC X.
       88 GDT-Found VALUE 'Y'.

      *> Registrations still waiting for a score, kept so each unit
      *> can list who is outstanding.
01 MissingTable.
       02 MS-Entry OCCURS 2000 TIMES.
           03 MS-IDNum PIC 9(5).
           03 MS-Unit PIC 999.
01 MS-Count PIC 9(4) VALUE ZERO.
01 MS-Index PIC 9(4).

01 ReportHeading.
       02 FILLER PIC X(29) VALUE "TEACHING LOAD REPORT - TERM ".
       02 PrnHdTerm PIC 9(6).
       02 FILLER PIC X(18) VALUE "   GRADES DUE BY ".
       02 PrnHdDeadline PIC X(10).
01 InstructorHeadLine.
       02 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
       02 PrnIHInstrID PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnIHName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnIHDept PIC X(10).
01 UnitColumns PIC X(76) VALUE
       "  COURSE     SEC TITLE                ENROLLED GRADED MISSING  STATUS".
01 UnitDetailLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUDCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnUDSection PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 PrnUDTitle PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUDEnrolled PIC ZZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnUDGraded PIC ZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnUDMissing PIC ZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUDStatus PIC X(8).
01 MissingDetailLine.
       02 FILLER PIC X(20) VALUE "      NO GRADE YET: ".
       02 PrnMDIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnMDName PIC X(10).
01 NoLoadLine PIC X(40) VALUE "  NO COURSES OF RECORD THIS TERM".
01 InstructorTotalLine.
       02 FILLER PIC X(13) VALUE "  TOTAL LOAD ".
       02 PrnITUnits PIC ZZ9.
       02 FILLER PIC X(21) VALUE " COURSE/SECTION(S)   ".
       02 PrnITEnrolled PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnITGraded PIC ZZZZ9.
01 GrandTotalLine.
       02 FILLER PIC X(13) VALUE "TERM TOTAL   ".
       02 PrnGTUnits PIC ZZZ9.
       02 FILLER PIC X(11) VALUE " UNIT(S)   ".
       02 PrnGTEnrolled PIC ZZZZZ9.
       02 FILLER PIC X(10) VALUE " ENROLLED ".
       02 PrnGTGraded PIC ZZZZZ9.
       02 FILLER PIC X(8) VALUE " GRADED ".
       02 PrnGTOverdue PIC ZZZ9.
       02 FILLER PIC X(8) VALUE " OVERDUE".

PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "Academic term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       IF AskTerm = ZERO
           DISPLAY "A term is required - report skipped"
           STOP RUN
       END-IF
       DISPLAY "Grade deadline (YYYYMMDD, 0 = none set) : "
           WITH NO ADVANCING
       ACCEPT GradeDeadline
       IF GradeDeadline > ZERO
           SET DS-ValidateDate TO TRUE
           MOVE GradeDeadline TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           IF NOT DS-DateValid
               DISPLAY "Grade deadline " GradeDeadline
                   " is not a valid date"
               STOP RUN
           END-IF
           IF RunDate > GradeDeadline
               SET DeadlinePassed TO TRUE
           END-IF
       END-IF
       PERFORM LoadInstructorTable
       PERFORM LoadStudentTable
       PERFORM LoadCourseUnits
       PERFORM LoadSectionUnits
       PERFORM LoadGradedTable
       PERFORM CountRegistrations
       OPEN OUTPUT LoadReport
       MOVE AskTerm TO PrnHdTerm
       IF GradeDeadline > ZERO
           MOVE GradeDeadline TO PrnHdDeadline
       ELSE
           MOVE "(NONE SET)" TO PrnHdDeadline
       END-IF
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       SORT LoadWork ON ASCENDING KEY LW-InstrID LW-Course LW-Section
           INPUT PROCEDURE IS ReleaseUnits
           OUTPUT PROCEDURE IS PrintLoadReport
       MOVE GT-Units TO PrnGTUnits
       MOVE GT-Enrolled TO PrnGTEnrolled
       MOVE GT-Graded TO PrnGTGraded
       MOVE GT-Overdue TO PrnGTOverdue
       WRITE PrintLine FROM GrandTotalLine AFTER ADVANCING 3 LINES
       CLOSE LoadReport
       DISPLAY "Teaching load report written - units: " GT-Units
           "  overdue: " GT-Overdue
       STOP RUN.

LoadInstructorTable.
       OPEN INPUT InstructorFile
       PERFORM UNTIL InstructorEOF
           READ InstructorFile
               AT END SET InstructorEOF TO TRUE
               NOT AT END
                   IF IMT-Count < 200
                       ADD 1 TO IMT-Count
                       MOVE IM-InstrID TO IMT-InstrID(IMT-Count)
                       MOVE IM-Name TO IMT-Name(IMT-Count)
                       MOVE IM-Dept TO IMT-Dept(IMT-Count)
                       MOVE 'N' TO IMT-HasLoad(IMT-Count)
                   ELSE
                       DISPLAY "Instructor table full - ignoring "
                           IM-InstrID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE InstructorFile.

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
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StudentFile.

LoadCourseUnits.
       OPEN INPUT CourseMaster
       PERFORM UNTIL CourseEOF
           READ CourseMaster
               AT END SET CourseEOF TO TRUE
               NOT AT END
                   IF CM-Term = AskTerm
                       IF UT-Count < 300
                           ADD 1 TO UT-Count
                           MOVE CM-Course TO UT-Course(UT-Count)
                           MOVE SPACES TO UT-Section(UT-Count)
                           MOVE CM-Title TO UT-Title(UT-Count)
                           MOVE CM-InstrID TO UT-InstrID(UT-Count)
                           MOVE 'N' TO UT-HasSections(UT-Count)
                           MOVE ZERO TO UT-Enrolled(UT-Count)
                               UT-Graded(UT-Count)
                       ELSE
                           DISPLAY "Unit table full - ignoring "
                               CM-Course
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CourseMaster.

      *> A section takes its title from the offering and marks the
      *> offering as run in sections.
LoadSectionUnits.
       OPEN INPUT SectionFile
       PERFORM UNTIL SectionEOF
           READ SectionFile
               AT END SET SectionEOF TO TRUE
               NOT AT END
                   IF SC-Term = AskTerm
                       PERFORM AddSectionUnit
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SectionFile.

AddSectionUnit.
       IF UT-Count >= 300
           DISPLAY "Unit table full - ignoring " SC-Course " "
               SC-Section
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO UT-Count
       MOVE SC-Course TO UT-Course(UT-Count)
       MOVE SC-Section TO UT-Section(UT-Count)
       MOVE SPACES TO UT-Title(UT-Count)
       MOVE SC-InstrID TO UT-InstrID(UT-Count)
       MOVE 'N' TO UT-HasSections(UT-Count)
       MOVE ZERO TO UT-Enrolled(UT-Count) UT-Graded(UT-Count)
       PERFORM VARYING UT-Index FROM 1 BY 1 UNTIL UT-Index >= UT-Count
           IF UT-Course(UT-Index) = SC-Course
               AND UT-Section(UT-Index) = SPACES
               MOVE 'Y' TO UT-HasSections(UT-Index)
               MOVE UT-Title(UT-Index) TO UT-Title(UT-Count)
               IF SC-InstrID = SPACES
                   MOVE UT-InstrID(UT-Index) TO UT-InstrID(UT-Count)
               END-IF
           END-IF
       END-PERFORM.

LoadGradedTable.
       OPEN INPUT GradesFile
       PERFORM UNTIL GradesEOF
           READ GradesFile
               AT END SET GradesEOF TO TRUE
               NOT AT END
                   IF GR-Term IS NUMERIC AND GR-Term = AskTerm
                       IF GDT-Count < 2000
                           ADD 1 TO GDT-Count
                           MOVE GR-IDNum TO GDT-IDNum(GDT-Count)
                           MOVE GR-Course TO GDT-Course(GDT-Count)
                       ELSE
                           DISPLAY "Graded table full - ignoring "
                               GR-IDNum
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GradesFile.

      *> Registrations with no term count for every offering, as the
      *> class rosters show them.
CountRegistrations.
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF EN-Term IS NOT NUMERIC
                       MOVE ZERO TO EN-Term
                   END-IF
                   IF EN-Term = AskTerm OR EN-Term = ZERO
                       PERFORM CountOneRegistration
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

CountOneRegistration.
       MOVE ZERO TO UT-Slot
       PERFORM VARYING UT-Index FROM 1 BY 1
           UNTIL UT-Index > UT-Count OR UT-Slot > ZERO
           IF UT-Course(UT-Index) = EN-Course
               AND UT-Section(UT-Index) = EN-Section
               MOVE UT-Index TO UT-Slot
           END-IF
       END-PERFORM
       IF UT-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO UT-Enrolled(UT-Slot)
       MOVE 'N' TO GDT-FoundFlag
       PERFORM VARYING GDT-Index FROM 1 BY 1
           UNTIL GDT-Index > GDT-Count OR GDT-Found
           IF GDT-IDNum(GDT-Index) = EN-IDNum
               AND GDT-Course(GDT-Index) = EN-Course
               SET GDT-Found TO TRUE
           END-IF
       END-PERFORM
       IF GDT-Found
           ADD 1 TO UT-Graded(UT-Slot)
       ELSE
           IF MS-Count < 2000
               ADD 1 TO MS-Count
               MOVE EN-IDNum TO MS-IDNum(MS-Count)
               MOVE UT-Slot TO MS-Unit(MS-Count)
           END-IF
       END-IF.

      *> A course run in sections is reported through its sections;
      *> its offering line shows only when registrations were taken
      *> without one. Instructors with no unit still get a line.
ReleaseUnits.
       PERFORM VARYING UT-Index FROM 1 BY 1 UNTIL UT-Index > UT-Count
           IF UT-HasSections(UT-Index) = 'N'
               OR UT-Enrolled(UT-Index) > ZERO
               MOVE UT-InstrID(UT-Index) TO LW-InstrID
               MOVE UT-Course(UT-Index) TO LW-Course
               MOVE UT-Section(UT-Index) TO LW-Section
               MOVE UT-Index TO LW-Unit
               RELEASE LoadWorkRecord
               PERFORM VARYING IMT-Index FROM 1 BY 1
                   UNTIL IMT-Index > IMT-Count
                   IF IMT-InstrID(IMT-Index) = UT-InstrID(UT-Index)
                       MOVE 'Y' TO IMT-HasLoad(IMT-Index)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM
       PERFORM VARYING IMT-Index FROM 1 BY 1 UNTIL IMT-Index > IMT-Count
           IF IMT-HasLoad(IMT-Index) = 'N'
               MOVE IMT-InstrID(IMT-Index) TO LW-InstrID
               MOVE SPACES TO LW-Course LW-Section
               MOVE ZERO TO LW-Unit
               RELEASE LoadWorkRecord
           END-IF
       END-PERFORM.

ReturnOneUnit.
       RETURN LoadWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

PrintLoadReport.
       PERFORM ReturnOneUnit
       PERFORM UNTIL WorkEOF
           IF NOT PriorInstrSet OR LW-InstrID NOT = PriorInstr
               IF PriorInstrSet
                   PERFORM PrintInstructorTotal
               END-IF
               PERFORM StartInstructor
           END-IF
           IF LW-Unit = ZERO
               WRITE PrintLine FROM NoLoadLine AFTER ADVANCING 1 LINE
           ELSE
               PERFORM PrintOneUnit
           END-IF
           PERFORM ReturnOneUnit
       END-PERFORM
       IF PriorInstrSet
           PERFORM PrintInstructorTotal
       END-IF.

StartInstructor.
       MOVE LW-InstrID TO PriorInstr
       SET PriorInstrSet TO TRUE
       MOVE ZERO TO IT-Units IT-Enrolled IT-Graded
       MOVE ZERO TO IMT-Slot
       PERFORM VARYING IMT-Index FROM 1 BY 1
           UNTIL IMT-Index > IMT-Count OR IMT-Slot > ZERO
           IF IMT-InstrID(IMT-Index) = LW-InstrID
               MOVE IMT-Index TO IMT-Slot
           END-IF
       END-PERFORM
       MOVE SPACES TO InstructorHeadLine
       MOVE "INSTRUCTOR: " TO InstructorHeadLine(1:12)
       IF LW-InstrID = SPACES
           MOVE "(NONE)" TO PrnIHInstrID
           MOVE "(UNASSIGNED)" TO PrnIHName
       ELSE
           MOVE LW-InstrID TO PrnIHInstrID
           IF IMT-Slot > ZERO
               MOVE IMT-Name(IMT-Slot) TO PrnIHName
               MOVE IMT-Dept(IMT-Slot) TO PrnIHDept
           ELSE
               MOVE "(NOT ON INSTRUCTOR MASTER)" TO PrnIHName
           END-IF
       END-IF
       WRITE PrintLine FROM InstructorHeadLine AFTER ADVANCING 3 LINES
       IF LW-Unit > ZERO
           WRITE PrintLine FROM UnitColumns AFTER ADVANCING 1 LINE
       END-IF.

      *> Complete once every registered student has a score for the
      *> term; past the deadline an incomplete unit is overdue.
PrintOneUnit.
       MOVE LW-Unit TO UT-Slot
       MOVE UT-Course(UT-Slot) TO PrnUDCourse
       MOVE UT-Section(UT-Slot) TO PrnUDSection
       MOVE UT-Title(UT-Slot) TO PrnUDTitle
       MOVE UT-Enrolled(UT-Slot) TO PrnUDEnrolled
       MOVE UT-Graded(UT-Slot) TO PrnUDGraded
       COMPUTE UnitMissing = UT-Enrolled(UT-Slot) - UT-Graded(UT-Slot)
       MOVE UnitMissing TO PrnUDMissing
       EVALUATE TRUE
           WHEN UnitMissing = ZERO
               MOVE "COMPLETE" TO PrnUDStatus
           WHEN DeadlinePassed
               MOVE "OVERDUE" TO PrnUDStatus
               ADD 1 TO GT-Overdue
           WHEN OTHER
               MOVE "OPEN" TO PrnUDStatus
       END-EVALUATE
       WRITE PrintLine FROM UnitDetailLine AFTER ADVANCING 1 LINE
       IF UnitMissing > ZERO
           PERFORM VARYING MS-Index FROM 1 BY 1 UNTIL MS-Index > MS-Count
               IF MS-Unit(MS-Index) = UT-Slot
                   PERFORM PrintMissingStudent
               END-IF
           END-PERFORM
       END-IF
       ADD 1 TO IT-Units GT-Units
       ADD UT-Enrolled(UT-Slot) TO IT-Enrolled GT-Enrolled
       ADD UT-Graded(UT-Slot) TO IT-Graded GT-Graded.

PrintMissingStudent.
       MOVE MS-IDNum(MS-Index) TO PrnMDIDNum
       MOVE "(UNKNOWN)" TO LookupName
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = MS-IDNum(MS-Index)
               MOVE ST-Name(ST-Index) TO LookupName
           END-IF
       END-PERFORM
       MOVE LookupName TO PrnMDName
       WRITE PrintLine FROM MissingDetailLine AFTER ADVANCING 1 LINE.

PrintInstructorTotal.
       MOVE IT-Units TO PrnITUnits
       MOVE IT-Enrolled TO PrnITEnrolled
       MOVE IT-Graded TO PrnITGraded
       WRITE PrintLine FROM InstructorTotalLine AFTER ADVANCING 1 LINE.
