       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REGMNT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SectionFile ASSIGN TO "sections.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PrereqFile ASSIGN TO "prereq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradesFile ASSIGN TO "grades.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GradeScale ASSIGN TO "gradescl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegJournal ASSIGN TO "regjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDat.
       02 IDNum PIC 9(05).
       02 StudName PIC X(10).

      *> Seats is the most the offering may hold - zero or blank
      *> leaves the course open-ended. The instructor of record grades
      *> an offering run without sections. Credits are the hours the
      *> course earns toward graduation.
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

      *> One line per course and a course that must be passed before
      *> it - a course with several prerequisites has several lines.
FD PrereqFile.
01 PrereqLine.
       02 PQ-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PQ-Prereq PIC X(10).

FD GradesFile.
01 GradeRecord.
       02 GR-IDNum PIC 9(5).
       02 FILLER PIC X.
       02 GR-Course PIC X(10).
       02 FILLER PIC X.
       02 GR-Score PIC 9(3).
       02 FILLER PIC X.
       02 GR-Term PIC 9(6).

FD GradeScale.
01 GradeScaleLine PIC X(1).

      *> A registration is for a term. Lines keyed before the term
      *> was carried read back with spaces and stand for any term.
      *> The section is blank for a course run without sections.
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
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 SectionEOFFlag PIC X VALUE 'N'.
       88 SectionEOF VALUE 'Y'.
01 PrereqEOFFlag PIC X VALUE 'N'.
       88 PrereqEOF VALUE 'Y'.
01 GradesEOFFlag PIC X.
       88 GradesEOF VALUE 'Y'.
01 GradeScaleEOFFlag PIC X VALUE 'N'.
       88 GradeScaleEOF VALUE 'Y'.
01 RegEOFFlag PIC X VALUE 'N'.
       88 RegEOF VALUE 'Y'.
01 AskIDNum PIC 9(5).
01 AskCourse PIC X(10).
01 AskTerm PIC 9(6).
01 AskSection PIC X(3).
01 Confirm PIC X.
01 SeatsTaken PIC 9(4).
01 RegAction PIC X(4).
01 TableChangedFlag PIC X VALUE 'N'.
       88 TableChanged VALUE 'Y'.
      *> Set when any file outgrows its table. A short reference table
      *> cannot be trusted to validate an add or drop, and writing back
      *> a short registration table would delete what was not loaded,
      *> so the run is limited to listing.
01 RegOverflowFlag PIC X VALUE 'N'.
       88 RegTableOverflowed VALUE 'Y'.
01 LetterGrade PIC X.
01 PassFlag PIC X.
       88 ScorePasses VALUE 'Y'.
01 PrereqMetFlag PIC X.
       88 PrereqMet VALUE 'Y'.
01 MissingPrereq PIC X(10).
01 SectionsOffered PIC 999.
01 ConflictFlag PIC X.
       88 TimeConflict VALUE 'Y'.
01 ConflictCourse PIC X(10).
01 ConflictSection PIC X(3).
01 DayIndex PIC 9.
01 PG-PassingGrades.
       02 PG-PassingGrade PIC X OCCURS 10 TIMES.
01 PG-PassingCount PIC 99 VALUE ZERO.
01 PG-Index PIC 99.
COPY "SIGNON.cpy".
COPY "STUACSRV.cpy".

01 StudentTable.
       02 ST-Entry OCCURS 1000 TIMES.
           03 ST-IDNum PIC 9(5).
           03 ST-Name PIC X(10).
01 ST-Count PIC 9(4) VALUE ZERO.
01 ST-Index PIC 9(4).
01 ST-Slot PIC 9(4).
01 CourseTable.
       02 CRS-Entry OCCURS 50 TIMES.
           03 CRS-Course PIC X(10).
           03 CRS-Title PIC X(20).
           03 CRS-Term PIC 9(6).
           03 CRS-Seats PIC 9(3).
01 CRS-Count PIC 99 VALUE ZERO.
01 CRS-Index PIC 99.
01 CRS-Slot PIC 99.
      *> Every section of every term - few enough to hold, and a
      *> conflict check needs the meeting pattern of each section the
      *> student already sits in.
01 SectionTable.
       02 SEC-Entry OCCURS 300 TIMES.
           03 SEC-Course PIC X(10).
           03 SEC-Term PIC 9(6).
           03 SEC-Section PIC X(3).
           03 SEC-Days PIC X(7).
           03 SEC-DayFlags REDEFINES SEC-Days.
               04 SEC-DayFlag PIC X OCCURS 7 TIMES.
           03 SEC-StartTime PIC 9(4).
           03 SEC-EndTime PIC 9(4).
           03 SEC-Seats PIC 9(3).
01 SEC-Count PIC 999 VALUE ZERO.
01 SEC-Index PIC 999.
01 SEC-Slot PIC 999.
01 SEC-Other PIC 999.
01 PrereqTable.
       02 PQT-Entry OCCURS 200 TIMES.
           03 PQT-Course PIC X(10).
           03 PQT-Prereq PIC X(10).
01 PQT-Count PIC 999 VALUE ZERO.
01 PQT-Index PIC 999.

      *> registr.txt is held in storage and written back whole when
      *> the session added or dropped anything, as student
      *> maintenance does with student.dat.
01 RegTable.
       02 REG-Entry OCCURS 2000 TIMES.
           03 REG-IDNum PIC 9(5).
           03 REG-Course PIC X(10).
           03 REG-Term PIC 9(6).
           03 REG-Section PIC X(3).
01 REG-Count PIC 9(4) VALUE ZERO.
01 REG-Index PIC 9(4).
01 REG-Slot PIC 9(4).

PROCEDURE DIVISION.
StartPara.
       MOVE "REGMNT" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF SO-InquiryOnly
           DISPLAY "Inquiry-level operators may only list registrations"
       END-IF
       PERFORM LoadStudentTable
       PERFORM LoadCourseTable
       PERFORM LoadSectionTable
       PERFORM LoadPrereqTable
       PERFORM LoadGradeScale
       PERFORM LoadRegTable
       DISPLAY "Registration file contains " REG-Count " record(s)"
       IF RegTableOverflowed
           DISPLAY "A file exceeds table capacity - listing only, "
               "no registration can be added or dropped"
       END-IF
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "COURSE REGISTRATION"
           DISPLAY "1: Add Student To Course"
           DISPLAY "2: Drop Student From Course"
           DISPLAY "3: List Course Registrations"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddRegistration
               WHEN 2 PERFORM DropRegistration
               WHEN 3 PERFORM ListRegistrations
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       IF TableChanged AND NOT RegTableOverflowed
           PERFORM WriteRegFile
       END-IF
       IF RegTableOverflowed
           MOVE 8 TO RETURN-CODE
       END-IF
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
                       SET RegTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StudentFile.

LoadCourseTable.
       OPEN INPUT CourseMaster
       PERFORM UNTIL CourseEOF
           READ CourseMaster
               AT END SET CourseEOF TO TRUE
               NOT AT END
                   IF CRS-Count < 50
                       ADD 1 TO CRS-Count
                       MOVE CM-Course TO CRS-Course(CRS-Count)
                       MOVE CM-Title TO CRS-Title(CRS-Count)
                       MOVE CM-Term TO CRS-Term(CRS-Count)
                       IF CM-Seats IS NUMERIC
                           MOVE CM-Seats TO CRS-Seats(CRS-Count)
                       ELSE
                           MOVE ZERO TO CRS-Seats(CRS-Count)
                       END-IF
                   ELSE
                       SET RegTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CourseMaster.

LoadSectionTable.
       OPEN INPUT SectionFile
       PERFORM UNTIL SectionEOF
           READ SectionFile
               AT END SET SectionEOF TO TRUE
               NOT AT END
                   IF SEC-Count < 300
                       ADD 1 TO SEC-Count
                       MOVE SC-Course TO SEC-Course(SEC-Count)
                       MOVE SC-Term TO SEC-Term(SEC-Count)
                       MOVE SC-Section TO SEC-Section(SEC-Count)
                       MOVE SC-Days TO SEC-Days(SEC-Count)
                       MOVE SC-StartTime TO SEC-StartTime(SEC-Count)
                       MOVE SC-EndTime TO SEC-EndTime(SEC-Count)
                       IF SC-Seats IS NUMERIC
                           MOVE SC-Seats TO SEC-Seats(SEC-Count)
                       ELSE
                           MOVE ZERO TO SEC-Seats(SEC-Count)
                       END-IF
                   ELSE
                       SET RegTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SectionFile.

LoadPrereqTable.
       OPEN INPUT PrereqFile
       PERFORM UNTIL PrereqEOF
           READ PrereqFile
               AT END SET PrereqEOF TO TRUE
               NOT AT END
                   IF PQT-Count < 200
                       ADD 1 TO PQT-Count
                       MOVE PQ-Course TO PQT-Course(PQT-Count)
                       MOVE PQ-Prereq TO PQT-Prereq(PQT-Count)
                   ELSE
                       SET RegTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PrereqFile.

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
                       SET RegTableOverflowed TO TRUE
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

LoadRegTable.
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF REG-Count < 2000
                       ADD 1 TO REG-Count
                       MOVE EN-IDNum TO REG-IDNum(REG-Count)
                       MOVE EN-Course TO REG-Course(REG-Count)
                       IF EN-Term IS NUMERIC
                           MOVE EN-Term TO REG-Term(REG-Count)
                       ELSE
                           MOVE ZERO TO REG-Term(REG-Count)
                       END-IF
                       MOVE EN-Section TO REG-Section(REG-Count)
                   ELSE
                       SET RegTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

CheckMaintAllowed.
       IF SO-InquiryOnly
           MOVE "Not Authorized - Maintenance Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
       END-IF.

RefuseOverflowedChange.
       MOVE "Registration Change Refused - Files Exceed Table Size"
           TO WS-ExceptionMessage
       PERFORM LogException.

      *> Student, term and course are common to adds and drops. A
      *> zero left in ST-Slot or CRS-Slot means the answer was
      *> refused and already logged.
AskRegistrationKeys.
       MOVE ZERO TO ST-Slot CRS-Slot
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
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Student : " ST-Name(ST-Slot)
       DISPLAY "Academic term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       DISPLAY "Course : " WITH NO ADVANCING
       ACCEPT AskCourse
       MOVE FUNCTION UPPER-CASE(AskCourse) TO AskCourse
       PERFORM VARYING CRS-Index FROM 1 BY 1
           UNTIL CRS-Index > CRS-Count OR CRS-Slot > ZERO
           IF CRS-Course(CRS-Index) = AskCourse
               AND CRS-Term(CRS-Index) = AskTerm
               MOVE CRS-Index TO CRS-Slot
           END-IF
       END-PERFORM
       IF CRS-Slot = ZERO
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Course " DELIMITED BY SIZE
               AskCourse DELIMITED BY SPACE
               " Is Not Offered In Term " DELIMITED BY SIZE
               AskTerm DELIMITED BY SIZE
               INTO WS-ExceptionMessage
           PERFORM LogException
       END-IF.

FindRegistration.
       MOVE ZERO TO REG-Slot
       PERFORM VARYING REG-Index FROM 1 BY 1
           UNTIL REG-Index > REG-Count OR REG-Slot > ZERO
           IF REG-IDNum(REG-Index) = AskIDNum
               AND REG-Course(REG-Index) = AskCourse
               AND (REG-Term(REG-Index) = AskTerm
               OR REG-Term(REG-Index) = ZERO)
               MOVE REG-Index TO REG-Slot
           END-IF
       END-PERFORM.

      *> An add must clear, in order: not already registered, no
      *> account hold for a past-due balance, a valid section where
      *> the offering runs in sections, every prerequisite passed in
      *> an earlier term, a seat free in the offering and in the
      *> section, and no other section the student sits in that term
      *> meeting at an overlapping time. Drops are never held.
AddRegistration.
       PERFORM CheckMaintAllowed
       IF SO-InquiryOnly
           EXIT PARAGRAPH
       END-IF
       IF RegTableOverflowed
           PERFORM RefuseOverflowedChange
           EXIT PARAGRAPH
       END-IF
       IF REG-Count >= 2000
           DISPLAY "Registration file is full"
           EXIT PARAGRAPH
       END-IF
       PERFORM AskRegistrationKeys
       IF ST-Slot = ZERO OR CRS-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM FindRegistration
       IF REG-Slot > ZERO
           MOVE "Add Rejected - Student Already Registered"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       SET SA-AccountBalance TO TRUE
       MOVE AskIDNum TO SA-IDNum
       CALL "STUACSRV" USING SA-Parameters
       IF SA-OnHold
           MOVE "Add Rejected - Account Hold - Past Due Balance"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       PERFORM AskSectionChoice
       IF SectionsOffered > ZERO AND SEC-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO PrereqMetFlag
       PERFORM VARYING PQT-Index FROM 1 BY 1
           UNTIL PQT-Index > PQT-Count OR NOT PrereqMet
           IF PQT-Course(PQT-Index) = AskCourse
               PERFORM CheckPrereqPassed
           END-IF
       END-PERFORM
       IF NOT PrereqMet
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Add Rejected - Prerequisite " DELIMITED BY SIZE
               MissingPrereq DELIMITED BY SPACE
               " Not Passed" DELIMITED BY SIZE
               INTO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       PERFORM CountSeatsTaken
       IF CRS-Seats(CRS-Slot) > ZERO
           AND SeatsTaken >= CRS-Seats(CRS-Slot)
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Add Rejected - " DELIMITED BY SIZE
               AskCourse DELIMITED BY SPACE
               " Is Full" DELIMITED BY SIZE
               INTO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       IF SEC-Slot > ZERO
           PERFORM CheckSectionSeats
           IF SEC-Seats(SEC-Slot) > ZERO
               AND SeatsTaken >= SEC-Seats(SEC-Slot)
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Add Rejected - " DELIMITED BY SIZE
                   AskCourse DELIMITED BY SPACE
                   " Section " DELIMITED BY SIZE
                   AskSection DELIMITED BY SPACE
                   " Is Full" DELIMITED BY SIZE
                   INTO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckTimeConflict
           IF TimeConflict
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Add Rejected - Time Conflict With "
                   DELIMITED BY SIZE
                   ConflictCourse DELIMITED BY SPACE
                   " Section " DELIMITED BY SIZE
                   ConflictSection DELIMITED BY SPACE
                   INTO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO REG-Count
       MOVE AskIDNum TO REG-IDNum(REG-Count)
       MOVE AskCourse TO REG-Course(REG-Count)
       MOVE AskTerm TO REG-Term(REG-Count)
       MOVE AskSection TO REG-Section(REG-Count)
       SET TableChanged TO TRUE
       MOVE "ADD" TO RegAction
       PERFORM WriteRegJournal
       ADD 1 TO SeatsTaken
       DISPLAY ST-Name(ST-Slot) " added to " AskCourse
           " - seats taken " SeatsTaken.

      *> A course offered in sections for the term must be taken in
      *> one of them; one offered without sections leaves the
      *> section blank. SEC-Slot stays zero when the answer is
      *> refused.
AskSectionChoice.
       MOVE SPACES TO AskSection
       MOVE ZERO TO SEC-Slot SectionsOffered
       PERFORM VARYING SEC-Index FROM 1 BY 1 UNTIL SEC-Index > SEC-Count
           IF SEC-Course(SEC-Index) = AskCourse
               AND SEC-Term(SEC-Index) = AskTerm
               ADD 1 TO SectionsOffered
           END-IF
       END-PERFORM
       IF SectionsOffered = ZERO
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Section : " WITH NO ADVANCING
       ACCEPT AskSection
       MOVE FUNCTION UPPER-CASE(AskSection) TO AskSection
       PERFORM VARYING SEC-Index FROM 1 BY 1
           UNTIL SEC-Index > SEC-Count OR SEC-Slot > ZERO
           IF SEC-Course(SEC-Index) = AskCourse
               AND SEC-Term(SEC-Index) = AskTerm
               AND SEC-Section(SEC-Index) = AskSection
               MOVE SEC-Index TO SEC-Slot
           END-IF
       END-PERFORM
       IF SEC-Slot = ZERO
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Add Rejected - " DELIMITED BY SIZE
               AskCourse DELIMITED BY SPACE
               " Has No Section " DELIMITED BY SIZE
               AskSection DELIMITED BY SIZE
               INTO WS-ExceptionMessage
           PERFORM LogException
       END-IF.

CheckSectionSeats.
       MOVE ZERO TO SeatsTaken
       PERFORM VARYING REG-Index FROM 1 BY 1 UNTIL REG-Index > REG-Count
           IF REG-Course(REG-Index) = AskCourse
               AND REG-Term(REG-Index) = AskTerm
               AND REG-Section(REG-Index) = AskSection
               ADD 1 TO SeatsTaken
           END-IF
       END-PERFORM.

      *> Two sections clash when they share a meeting day and each
      *> starts before the other ends. Only the student's sectioned
      *> registrations for the same term have a meeting time to test.
CheckTimeConflict.
       MOVE 'N' TO ConflictFlag
       PERFORM VARYING REG-Index FROM 1 BY 1
           UNTIL REG-Index > REG-Count OR TimeConflict
           IF REG-IDNum(REG-Index) = AskIDNum
               AND REG-Term(REG-Index) = AskTerm
               AND REG-Section(REG-Index) NOT = SPACES
               PERFORM CheckOneConflict
           END-IF
       END-PERFORM.

CheckOneConflict.
       MOVE ZERO TO SEC-Other
       PERFORM VARYING SEC-Index FROM 1 BY 1
           UNTIL SEC-Index > SEC-Count OR SEC-Other > ZERO
           IF SEC-Course(SEC-Index) = REG-Course(REG-Index)
               AND SEC-Term(SEC-Index) = AskTerm
               AND SEC-Section(SEC-Index) = REG-Section(REG-Index)
               MOVE SEC-Index TO SEC-Other
           END-IF
       END-PERFORM
       IF SEC-Other = ZERO
           EXIT PARAGRAPH
       END-IF
       IF SEC-StartTime(SEC-Slot) >= SEC-EndTime(SEC-Other)
           OR SEC-StartTime(SEC-Other) >= SEC-EndTime(SEC-Slot)
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DayIndex FROM 1 BY 1
           UNTIL DayIndex > 7 OR TimeConflict
           IF SEC-DayFlag(SEC-Slot, DayIndex) NOT = SPACE
               AND SEC-DayFlag(SEC-Other, DayIndex) NOT = SPACE
               SET TimeConflict TO TRUE
               MOVE REG-Course(REG-Index) TO ConflictCourse
               MOVE REG-Section(REG-Index) TO ConflictSection
           END-IF
       END-PERFORM.

      *> A prerequisite counts only from an earlier term's grade whose
      *> letter is on the passing scale; grades with no term predate
      *> the term dimension and so are earlier by definition.
CheckPrereqPassed.
       MOVE 'N' TO PrereqMetFlag
       MOVE PQT-Prereq(PQT-Index) TO MissingPrereq
       MOVE 'N' TO GradesEOFFlag
       OPEN INPUT GradesFile
       PERFORM UNTIL GradesEOF OR PrereqMet
           READ GradesFile
               AT END SET GradesEOF TO TRUE
               NOT AT END
                   IF GR-Term IS NOT NUMERIC
                       MOVE ZERO TO GR-Term
                   END-IF
                   IF GR-IDNum = AskIDNum
                       AND GR-Course = PQT-Prereq(PQT-Index)
                       AND GR-Term < AskTerm
                       PERFORM GradeFromScore
                       IF ScorePasses
                           SET PrereqMet TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GradesFile.

GradeFromScore.
       EVALUATE TRUE
           WHEN GR-Score >= 90 MOVE 'A' TO LetterGrade
           WHEN GR-Score >= 80 MOVE 'B' TO LetterGrade
           WHEN GR-Score >= 70 MOVE 'C' TO LetterGrade
           WHEN GR-Score >= 60 MOVE 'D' TO LetterGrade
           WHEN OTHER MOVE 'F' TO LetterGrade
       END-EVALUATE
       MOVE 'N' TO PassFlag
       PERFORM VARYING PG-Index FROM 1 BY 1
           UNTIL PG-Index > PG-PassingCount OR ScorePasses
           IF LetterGrade = PG-PassingGrade(PG-Index)
               SET ScorePasses TO TRUE
           END-IF
       END-PERFORM.

      *> Lines with no term take a seat in every offering, the same
      *> way the class rosters list them.
CountSeatsTaken.
       MOVE ZERO TO SeatsTaken
       PERFORM VARYING REG-Index FROM 1 BY 1 UNTIL REG-Index > REG-Count
           IF REG-Course(REG-Index) = AskCourse
               AND (REG-Term(REG-Index) = AskTerm
               OR REG-Term(REG-Index) = ZERO)
               ADD 1 TO SeatsTaken
           END-IF
       END-PERFORM.

DropRegistration.
       PERFORM CheckMaintAllowed
       IF SO-InquiryOnly
           EXIT PARAGRAPH
       END-IF
       IF RegTableOverflowed
           PERFORM RefuseOverflowedChange
           EXIT PARAGRAPH
       END-IF
       PERFORM AskRegistrationKeys
       IF ST-Slot = ZERO OR CRS-Slot = ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM FindRegistration
       IF REG-Slot = ZERO
           MOVE "Drop Rejected - Student Not Registered"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Drop " ST-Name(ST-Slot) " from " AskCourse " (Y/N)? "
           WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm = 'Y' OR Confirm = 'y'
           MOVE REG-Section(REG-Slot) TO AskSection
           PERFORM VARYING REG-Index FROM REG-Slot BY 1
               UNTIL REG-Index >= REG-Count
               MOVE REG-Entry(REG-Index + 1) TO REG-Entry(REG-Index)
           END-PERFORM
           SUBTRACT 1 FROM REG-Count
           SET TableChanged TO TRUE
           MOVE "DROP" TO RegAction
           PERFORM WriteRegJournal
           DISPLAY "Registration dropped"
       ELSE
           DISPLAY "Drop Cancelled"
       END-IF.

ListRegistrations.
       DISPLAY " "
       DISPLAY "Academic term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       DISPLAY "Course : " WITH NO ADVANCING
       ACCEPT AskCourse
       MOVE FUNCTION UPPER-CASE(AskCourse) TO AskCourse
       MOVE ZERO TO CRS-Slot
       PERFORM VARYING CRS-Index FROM 1 BY 1
           UNTIL CRS-Index > CRS-Count OR CRS-Slot > ZERO
           IF CRS-Course(CRS-Index) = AskCourse
               AND CRS-Term(CRS-Index) = AskTerm
               MOVE CRS-Index TO CRS-Slot
           END-IF
       END-PERFORM
       IF CRS-Slot = ZERO
           DISPLAY "Course " AskCourse " is not offered in term " AskTerm
           EXIT PARAGRAPH
       END-IF
       DISPLAY AskCourse " " CRS-Title(CRS-Slot) " term " AskTerm
       PERFORM VARYING REG-Index FROM 1 BY 1 UNTIL REG-Index > REG-Count
           IF REG-Course(REG-Index) = AskCourse
               AND (REG-Term(REG-Index) = AskTerm
               OR REG-Term(REG-Index) = ZERO)
               PERFORM ListOneRegistration
           END-IF
       END-PERFORM
       PERFORM CountSeatsTaken
       IF CRS-Seats(CRS-Slot) > ZERO
           DISPLAY SeatsTaken " registered of " CRS-Seats(CRS-Slot)
               " seat(s)"
       ELSE
           DISPLAY SeatsTaken " registered - no seat limit"
       END-IF.

ListOneRegistration.
       MOVE ZERO TO ST-Slot
       PERFORM VARYING ST-Index FROM 1 BY 1
           UNTIL ST-Index > ST-Count OR ST-Slot > ZERO
           IF ST-IDNum(ST-Index) = REG-IDNum(REG-Index)
               MOVE ST-Index TO ST-Slot
           END-IF
       END-PERFORM
       IF ST-Slot = ZERO
           DISPLAY "  " REG-IDNum(REG-Index) " (unknown)  "
               REG-Section(REG-Index)
       ELSE
           DISPLAY "  " REG-IDNum(REG-Index) " " ST-Name(ST-Slot)
               " " REG-Section(REG-Index)
       END-IF.

WriteRegFile.
       OPEN OUTPUT RegistrationFile
       PERFORM VARYING REG-Index FROM 1 BY 1 UNTIL REG-Index > REG-Count
           MOVE SPACES TO RegistrationLine
           MOVE REG-IDNum(REG-Index) TO EN-IDNum
           MOVE REG-Course(REG-Index) TO EN-Course
           MOVE REG-Section(REG-Index) TO EN-Section
           IF REG-Term(REG-Index) > ZERO
               MOVE REG-Term(REG-Index) TO EN-Term
           END-IF
           WRITE RegistrationLine
       END-PERFORM
       CLOSE RegistrationFile
       DISPLAY "Registration file rewritten - " REG-Count " record(s)".

WriteRegJournal.
       OPEN EXTEND RegJournal
       MOVE SPACES TO RegJournalRecord
       MOVE RegAction TO RJ-Action
       MOVE FUNCTION CURRENT-DATE TO RJ-Timestamp
       MOVE AskIDNum TO RJ-IDNum
       MOVE AskCourse TO RJ-Course
       MOVE AskTerm TO RJ-Term
       MOVE AskSection TO RJ-Section
       MOVE SO-OperatorID TO RJ-Operator
       WRITE RegJournalRecord
       CLOSE RegJournal.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE SPACES TO ExceptionLogRecord
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "REGMNT" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'W' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       DISPLAY WS-ExceptionMessage
       CLOSE ExceptionLog.
