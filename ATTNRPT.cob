       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTNRPT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AttendFile ASSIGN TO "attend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AttendLimits ASSIGN TO "attnlim.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AttendTemplate ASSIGN TO "tmplattn.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT WeeklyReport ASSIGN TO "attnwk.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ThresholdReport ASSIGN TO "attnthr.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NoticeLetters ASSIGN TO "attnltr.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
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

FD AttendFile.
01 AttendRecord.
    COPY "ATTREC.cpy".

      *> How many unexcused absences in a term a student may have
      *> before being listed and sent a notice.
FD AttendLimits.
01 AttendLimitLine.
       02 AL-Limit PIC 9(3).

FD AttendTemplate.
01 AttendTemplateLine PIC X(60).

FD WeeklyReport.
01 WeeklyLine PIC X(70).

FD ThresholdReport.
01 ThresholdLine PIC X(60).

FD NoticeLetters.
01 LetterLine PIC X(70).

WORKING-STORAGE SECTION.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 AttendEOFFlag PIC X VALUE 'N'.
       88 AttendEOF VALUE 'Y'.
01 LimitsEOFFlag PIC X VALUE 'N'.
       88 LimitsEOF VALUE 'Y'.
01 TemplateEOFFlag PIC X VALUE 'N'.
       88 TemplateEOF VALUE 'Y'.
01 AskTerm PIC 9(6).
01 WeekEndDate PIC 9(8).
01 WeekStartDate PIC 9(8).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 UnexcusedLimit PIC 9(3) VALUE 3.
01 MarksRead PIC 9(6) VALUE ZERO.
01 StudentsListed PIC 9(4) VALUE ZERO.
01 LettersProduced PIC 9(4) VALUE ZERO.
01 WeekLinesPrinted PIC 9(4) VALUE ZERO.
01 CourseHeadingFlag PIC X.
       88 CourseHeadingDone VALUE 'Y'.
01 LastCourse PIC X(10).
01 CourseAbsent PIC 9(4).
01 CourseTardy PIC 9(4).
01 CourseExcused PIC 9(4).
01 LookupName PIC X(10).
01 LookupTitle PIC X(20).
COPY "DATESRV.cpy".

01 StudentTable.
       02 ST-Entry OCCURS 1000 TIMES.
           03 ST-IDNum PIC 9(5).
           03 ST-Name PIC X(10).
01 ST-Count PIC 9(4) VALUE ZERO.
01 ST-Index PIC 9(4).
01 CourseTable.
       02 CRS-Entry OCCURS 50 TIMES.
           03 CRS-Course PIC X(10).
           03 CRS-Title PIC X(20).
           03 CRS-Term PIC 9(6).
01 CRS-Count PIC 99 VALUE ZERO.
01 CRS-Index PIC 99.

      *> One entry per course and student with marks in the term:
      *> the week's absent, tardy and excused counts for the weekly
      *> report, and the term's unexcused absences.
01 AttendCountTable.
       02 AC-Entry OCCURS 2000 TIMES.
           03 AC-Course PIC X(10).
           03 AC-IDNum PIC 9(5).
           03 AC-WeekAbsent PIC 9(3).
           03 AC-WeekTardy PIC 9(3).
           03 AC-WeekExcused PIC 9(3).
           03 AC-TermAbsent PIC 9(3).
01 AC-Count PIC 9(4) VALUE ZERO.
01 AC-Index PIC 9(4).
01 AC-FoundFlag PIC X.
       88 AC-Found VALUE 'Y'.
01 AC-Hold PIC X(27).
01 SortOuter PIC 9(4).
01 SortSwapFlag PIC X.
       88 SortMadeSwap VALUE 'Y'.

      *> Term unexcused absences totalled per student across all of
      *> their courses - the threshold is on the student, not on any
      *> one class.
01 StudentAbsenceTable.
       02 SA-Entry OCCURS 1000 TIMES.
           03 SA-IDNum PIC 9(5).
           03 SA-Absent PIC 9(4).
01 SA-Count PIC 9(4) VALUE ZERO.
01 SA-Index PIC 9(4).
01 SA-FoundFlag PIC X.
       88 SA-Found VALUE 'Y'.

01 NoticeBodyTable.
       02 NB-Line PIC X(60) OCCURS 20 TIMES.
01 NB-Count PIC 99 VALUE ZERO.
01 NB-Index PIC 99.

01 WeeklyHeading.
       02 FILLER PIC X(24) VALUE "WEEKLY ABSENCE REPORT - ".
       02 FILLER PIC X(5) VALUE "TERM ".
       02 PrnWkTerm PIC 9(6).
       02 FILLER PIC X(6) VALUE " WEEK ".
       02 PrnWkStart PIC 9(8).
       02 FILLER PIC X(4) VALUE " TO ".
       02 PrnWkEnd PIC 9(8).
01 WeeklyColumns PIC X(48)
       VALUE "  ID    NAME        ABSENT  TARDY  EXCUSED".
01 CourseHeadLine.
       02 FILLER PIC X(8) VALUE "COURSE: ".
       02 PrnCHCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCHTitle PIC X(20).
01 WeeklyDetailLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnWkIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnWkName PIC X(10).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnWkAbsent PIC ZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnWkTardy PIC ZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnWkExcused PIC ZZ9.
01 CourseTotalLine.
       02 FILLER PIC X(21) VALUE "  COURSE TOTAL".
       02 PrnCTAbsent PIC ZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnCTTardy PIC ZZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnCTExcused PIC ZZZ9.
01 NoAbsencesLine PIC X(40)
       VALUE "NO ABSENCES OR LATENESS RECORDED".
01 ThresholdHeading.
       02 FILLER PIC X(31) VALUE "UNEXCUSED ABSENCE LIST FOR TERM".
       02 FILLER PIC X VALUE SPACE.
       02 PrnThTerm PIC 9(6).
       02 FILLER PIC X(8) VALUE " - OVER ".
       02 PrnThLimit PIC ZZ9.
01 ThresholdDetailLine.
       02 PrnThIDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnThName PIC X(10).
       02 FILLER PIC X(13) VALUE " Unexcused:  ".
       02 PrnThAbsent PIC ZZZ9.
01 NoneOverLine PIC X(40)
       VALUE "NO STUDENTS OVER THE LIMIT".
01 LetterHeadLine.
       02 FILLER PIC X(4) VALUE "To: ".
       02 PrnLtrName PIC X(10).
       02 FILLER PIC X(5) VALUE "  ID ".
       02 PrnLtrIDNum PIC 9(5).
01 LetterCountLine.
       02 FILLER PIC X(33) VALUE "Unexcused absences this term:    ".
       02 PrnLtrAbsent PIC ZZZ9.
01 LetterRule PIC X(40) VALUE ALL "-".

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
       DISPLAY "Week ending (YYYYMMDD, 0 = today) : " WITH NO ADVANCING
       ACCEPT WeekEndDate
       IF WeekEndDate = ZERO
           MOVE RunDate TO WeekEndDate
       END-IF
       SET DS-AddDays TO TRUE
       MOVE WeekEndDate TO DS-Date1
       MOVE -6 TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Week ending " WeekEndDate " is not a valid date"
           STOP RUN
       END-IF
       MOVE DS-Date2 TO WeekStartDate
       PERFORM LoadStudentTable
       PERFORM LoadCourseTable
       PERFORM LoadAttendLimits
       PERFORM LoadNoticeTemplate
       PERFORM LoadAttendance
       PERFORM SortAttendCounts
       PERFORM WriteWeeklyReport
       PERFORM WriteThresholdList
       DISPLAY "Attendance reports written - marks read: " MarksRead
       DISPLAY "Over the limit: " StudentsListed
           "  Notices: " LettersProduced
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
                   ELSE
                       DISPLAY "Course table full - ignoring " CM-Course
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CourseMaster.

LoadAttendLimits.
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

      *> The notice rides the same template mechanism as the
      *> probation letters - body text from tmplattn.txt with a
      *> stock fallback.
LoadNoticeTemplate.
       OPEN INPUT AttendTemplate
       PERFORM UNTIL TemplateEOF
           READ AttendTemplate
               AT END SET TemplateEOF TO TRUE
               NOT AT END
                   IF NB-Count < 20
                       ADD 1 TO NB-Count
                       MOVE AttendTemplateLine TO NB-Line(NB-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AttendTemplate
       IF NB-Count = ZERO
           MOVE 2 TO NB-Count
           MOVE "Your unexcused absences this term are over the"
               TO NB-Line(1)
           MOVE "allowed limit. Please see your advisor."
               TO NB-Line(2)
       END-IF.

      *> Only the requested term's marks count. Excused absences and
      *> lateness show on the weekly report but never count toward
      *> the unexcused limit.
LoadAttendance.
       OPEN INPUT AttendFile
       PERFORM UNTIL AttendEOF
           READ AttendFile
               AT END SET AttendEOF TO TRUE
               NOT AT END
                   IF ATT-Term = AskTerm
                       ADD 1 TO MarksRead
                       PERFORM CountOneMark
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AttendFile.

CountOneMark.
       MOVE 'N' TO AC-FoundFlag
       PERFORM VARYING AC-Index FROM 1 BY 1
           UNTIL AC-Index > AC-Count OR AC-Found
           IF AC-Course(AC-Index) = ATT-Course
               AND AC-IDNum(AC-Index) = ATT-IDNum
               SET AC-Found TO TRUE
           END-IF
       END-PERFORM
       IF AC-Found
           SUBTRACT 1 FROM AC-Index
       ELSE
           IF AC-Count >= 2000
               DISPLAY "Attendance table full - ignoring " ATT-IDNum
                   " " ATT-Course
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AC-Count
           MOVE AC-Count TO AC-Index
           MOVE ATT-Course TO AC-Course(AC-Index)
           MOVE ATT-IDNum TO AC-IDNum(AC-Index)
           MOVE ZERO TO AC-WeekAbsent(AC-Index) AC-WeekTardy(AC-Index)
               AC-WeekExcused(AC-Index) AC-TermAbsent(AC-Index)
       END-IF
       IF ATT-Date >= WeekStartDate AND ATT-Date <= WeekEndDate
           EVALUATE TRUE
               WHEN ATT-Absent ADD 1 TO AC-WeekAbsent(AC-Index)
               WHEN ATT-Tardy ADD 1 TO AC-WeekTardy(AC-Index)
               WHEN ATT-Excused ADD 1 TO AC-WeekExcused(AC-Index)
           END-EVALUATE
       END-IF
       IF ATT-Absent
           ADD 1 TO AC-TermAbsent(AC-Index)
           PERFORM CountStudentAbsence
       END-IF.

CountStudentAbsence.
       MOVE 'N' TO SA-FoundFlag
       PERFORM VARYING SA-Index FROM 1 BY 1
           UNTIL SA-Index > SA-Count OR SA-Found
           IF SA-IDNum(SA-Index) = ATT-IDNum
               SET SA-Found TO TRUE
               ADD 1 TO SA-Absent(SA-Index)
           END-IF
       END-PERFORM
       IF NOT SA-Found
           IF SA-Count < 1000
               ADD 1 TO SA-Count
               MOVE ATT-IDNum TO SA-IDNum(SA-Count)
               MOVE 1 TO SA-Absent(SA-Count)
           ELSE
               DISPLAY "Absence table full - ignoring " ATT-IDNum
           END-IF
       END-IF.

      *> Course then student order, so the weekly report breaks
      *> cleanly by course.
SortAttendCounts.
       MOVE 'Y' TO SortSwapFlag
       PERFORM VARYING SortOuter FROM 1 BY 1
           UNTIL SortOuter >= AC-Count OR NOT SortMadeSwap
           MOVE 'N' TO SortSwapFlag
           PERFORM VARYING AC-Index FROM 1 BY 1
               UNTIL AC-Index > AC-Count - SortOuter
               IF AC-Course(AC-Index) > AC-Course(AC-Index + 1)
                   OR (AC-Course(AC-Index) = AC-Course(AC-Index + 1)
                   AND AC-IDNum(AC-Index) > AC-IDNum(AC-Index + 1))
                   MOVE AC-Entry(AC-Index) TO AC-Hold
                   MOVE AC-Entry(AC-Index + 1) TO AC-Entry(AC-Index)
                   MOVE AC-Hold TO AC-Entry(AC-Index + 1)
                   SET SortMadeSwap TO TRUE
               END-IF
           END-PERFORM
       END-PERFORM.

      *> A course appears only if someone was absent, late or excused
      *> during the week; a student appears only with a mark to show.
WriteWeeklyReport.
       OPEN OUTPUT WeeklyReport
       MOVE AskTerm TO PrnWkTerm
       MOVE WeekStartDate TO PrnWkStart
       MOVE WeekEndDate TO PrnWkEnd
       WRITE WeeklyLine FROM WeeklyHeading AFTER ADVANCING PAGE
       WRITE WeeklyLine FROM WeeklyColumns AFTER ADVANCING 2 LINES
       MOVE SPACES TO LastCourse
       MOVE 'N' TO CourseHeadingFlag
       PERFORM VARYING AC-Index FROM 1 BY 1 UNTIL AC-Index > AC-Count
           IF AC-Course(AC-Index) NOT = LastCourse
               PERFORM EndWeeklyCourse
               MOVE AC-Course(AC-Index) TO LastCourse
           END-IF
           IF AC-WeekAbsent(AC-Index) > ZERO
               OR AC-WeekTardy(AC-Index) > ZERO
               OR AC-WeekExcused(AC-Index) > ZERO
               PERFORM WriteWeeklyDetail
           END-IF
       END-PERFORM
       PERFORM EndWeeklyCourse
       IF WeekLinesPrinted = ZERO
           WRITE WeeklyLine FROM NoAbsencesLine AFTER ADVANCING 2 LINES
       END-IF
       CLOSE WeeklyReport.

WriteWeeklyDetail.
       IF NOT CourseHeadingDone
           MOVE AC-Course(AC-Index) TO PrnCHCourse
           MOVE SPACES TO LookupTitle
           PERFORM VARYING CRS-Index FROM 1 BY 1
               UNTIL CRS-Index > CRS-Count
               IF CRS-Course(CRS-Index) = AC-Course(AC-Index)
                   AND (LookupTitle = SPACES
                   OR CRS-Term(CRS-Index) = AskTerm)
                   MOVE CRS-Title(CRS-Index) TO LookupTitle
               END-IF
           END-PERFORM
           MOVE LookupTitle TO PrnCHTitle
           WRITE WeeklyLine FROM CourseHeadLine AFTER ADVANCING 2 LINES
           SET CourseHeadingDone TO TRUE
           MOVE ZERO TO CourseAbsent CourseTardy CourseExcused
       END-IF
       MOVE AC-IDNum(AC-Index) TO PrnWkIDNum
       PERFORM FindStudentName
       MOVE LookupName TO PrnWkName
       MOVE AC-WeekAbsent(AC-Index) TO PrnWkAbsent
       MOVE AC-WeekTardy(AC-Index) TO PrnWkTardy
       MOVE AC-WeekExcused(AC-Index) TO PrnWkExcused
       WRITE WeeklyLine FROM WeeklyDetailLine AFTER ADVANCING 1 LINE
       ADD AC-WeekAbsent(AC-Index) TO CourseAbsent
       ADD AC-WeekTardy(AC-Index) TO CourseTardy
       ADD AC-WeekExcused(AC-Index) TO CourseExcused
       ADD 1 TO WeekLinesPrinted.

EndWeeklyCourse.
       IF CourseHeadingDone
           MOVE CourseAbsent TO PrnCTAbsent
           MOVE CourseTardy TO PrnCTTardy
           MOVE CourseExcused TO PrnCTExcused
           WRITE WeeklyLine FROM CourseTotalLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE 'N' TO CourseHeadingFlag.

FindStudentName.
       MOVE "(UNKNOWN)" TO LookupName
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = AC-IDNum(AC-Index)
               MOVE ST-Name(ST-Index) TO LookupName
           END-IF
       END-PERFORM.

      *> Students strictly over the limit are listed and each gets a
      *> notice letter in the probation letter format.
WriteThresholdList.
       OPEN OUTPUT ThresholdReport
       OPEN OUTPUT NoticeLetters
       MOVE AskTerm TO PrnThTerm
       MOVE UnexcusedLimit TO PrnThLimit
       WRITE ThresholdLine FROM ThresholdHeading AFTER ADVANCING PAGE
       MOVE SPACES TO ThresholdLine
       WRITE ThresholdLine AFTER ADVANCING 1 LINE
       PERFORM VARYING SA-Index FROM 1 BY 1 UNTIL SA-Index > SA-Count
           IF SA-Absent(SA-Index) > UnexcusedLimit
               PERFORM ListOneStudent
           END-IF
       END-PERFORM
       IF StudentsListed = ZERO
           WRITE ThresholdLine FROM NoneOverLine AFTER ADVANCING 1 LINE
       END-IF
       CLOSE ThresholdReport
       CLOSE NoticeLetters.

ListOneStudent.
       MOVE "(UNKNOWN)" TO LookupName
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = SA-IDNum(SA-Index)
               MOVE ST-Name(ST-Index) TO LookupName
           END-IF
       END-PERFORM
       MOVE SA-IDNum(SA-Index) TO PrnThIDNum
       MOVE LookupName TO PrnThName
       MOVE SA-Absent(SA-Index) TO PrnThAbsent
       WRITE ThresholdLine FROM ThresholdDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO StudentsListed
       PERFORM WriteNoticeLetter.

WriteNoticeLetter.
       MOVE LookupName TO PrnLtrName
       MOVE SA-IDNum(SA-Index) TO PrnLtrIDNum
       WRITE LetterLine FROM LetterRule AFTER ADVANCING 2 LINES
       WRITE LetterLine FROM LetterHeadLine AFTER ADVANCING 1 LINE
       MOVE SA-Absent(SA-Index) TO PrnLtrAbsent
       WRITE LetterLine FROM LetterCountLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO LetterLine
       WRITE LetterLine AFTER ADVANCING 1 LINE
       PERFORM VARYING NB-Index FROM 1 BY 1 UNTIL NB-Index > NB-Count
           WRITE LetterLine FROM NB-Line(NB-Index)
               AFTER ADVANCING 1 LINE
       END-PERFORM
       ADD 1 TO LettersProduced.
