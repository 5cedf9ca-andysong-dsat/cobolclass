       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SCHEDRPT.
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
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ScheduleWork ASSIGN TO "schdsort.tmp".
       SELECT StudentSchedule ASSIGN TO "schedstu.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RoomSchedule ASSIGN TO "schedrm.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RoomUtilReport ASSIGN TO "roomutil.rpt"
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

      *> One meeting pattern to place on a schedule - grouped by the
      *> student ID or the room, then in weekday and start-time order.
SD ScheduleWork.
01 ScheduleWorkRecord.
       02 SW-GroupKey PIC X(8).
       02 SW-FirstDay PIC 9.
       02 SW-StartTime PIC 9(4).
       02 SW-SectionSlot PIC 999.

FD StudentSchedule.
01 StudentLine PIC X(80).

FD RoomSchedule.
01 RoomLine PIC X(80).

FD RoomUtilReport.
01 UtilLine PIC X(80).

WORKING-STORAGE SECTION.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 SectionEOFFlag PIC X VALUE 'N'.
       88 SectionEOF VALUE 'Y'.
01 RegEOFFlag PIC X VALUE 'N'.
       88 RegEOF VALUE 'Y'.
01 WorkEOFFlag PIC X.
       88 WorkEOF VALUE 'Y'.
01 AskTerm PIC 9(6).
01 PriorKey PIC X(8).
01 PriorKeySetFlag PIC X.
       88 PriorKeySet VALUE 'Y'.
01 StudentsScheduled PIC 9(4) VALUE ZERO.
01 RoomsScheduled PIC 9(3) VALUE ZERO.
01 UnplacedCount PIC 9(4) VALUE ZERO.
01 MeetingDays PIC 9.
01 MeetingMinutes PIC 9(5).
01 DayIndex PIC 9.
01 LookupName PIC X(10).
01 LookupTitle PIC X(20).

      *> The teaching week a room is measured against - five days of
      *> eight hours.
01 StandardWeekMinutes PIC 9(5) VALUE 2400.
01 RoomTotals.
       02 RT-Sections PIC 9(3).
       02 RT-Minutes PIC 9(6).
       02 RT-Seats PIC 9(5).
       02 RT-Enrolled PIC 9(5).
01 UtilPercent PIC 9(3)V9.
01 FillPercent PIC 9(3)V9.

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

      *> The term's sections, with the head count from the
      *> registrations.
01 SectionTable.
       02 SEC-Entry OCCURS 300 TIMES.
           03 SEC-Course PIC X(10).
           03 SEC-Section PIC X(3).
           03 SEC-Days PIC X(7).
           03 SEC-DayFlags REDEFINES SEC-Days.
               04 SEC-DayFlag PIC X OCCURS 7 TIMES.
           03 SEC-StartTime PIC 9(4).
           03 SEC-StartParts REDEFINES SEC-StartTime.
               04 SEC-StartHour PIC 99.
               04 SEC-StartMin PIC 99.
           03 SEC-EndTime PIC 9(4).
           03 SEC-EndParts REDEFINES SEC-EndTime.
               04 SEC-EndHour PIC 99.
               04 SEC-EndMin PIC 99.
           03 SEC-Room PIC X(8).
           03 SEC-Instructor PIC X(15).
           03 SEC-Seats PIC 9(3).
           03 SEC-Enrolled PIC 9(3).
01 SEC-Count PIC 999 VALUE ZERO.
01 SEC-Index PIC 999.
01 SEC-Slot PIC 999.

      *> The term's sectioned registrations - student and the section
      *> they sit in.
01 StudentSectionTable.
       02 SS-Entry OCCURS 2000 TIMES.
           03 SS-IDNum PIC 9(5).
           03 SS-SectionSlot PIC 999.
01 SS-Count PIC 9(4) VALUE ZERO.
01 SS-Index PIC 9(4).

01 StudentHeading.
       02 FILLER PIC X(16) VALUE "CLASS SCHEDULE  ".
       02 PrnSHName PIC X(10).
       02 FILLER PIC X(5) VALUE "  ID ".
       02 PrnSHIDNum PIC 9(5).
       02 FILLER PIC X(7) VALUE "  TERM ".
       02 PrnSHTerm PIC 9(6).
01 StudentColumns PIC X(76) VALUE
       "COURSE     SEC DAYS    TIME       ROOM     INSTRUCTOR      TITLE".
01 StudentDetailLine.
       02 PrnSDCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDSection PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDDays PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDStart PIC 9(4).
       02 FILLER PIC X VALUE "-".
       02 PrnSDEnd PIC 9(4).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSDRoom PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDInstructor PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSDTitle PIC X(20).
01 RoomHeading.
       02 FILLER PIC X(15) VALUE "ROOM SCHEDULE  ".
       02 PrnRHRoom PIC X(8).
       02 FILLER PIC X(7) VALUE "  TERM ".
       02 PrnRHTerm PIC 9(6).
01 RoomColumns PIC X(72) VALUE
       "COURSE     SEC DAYS    TIME       INSTRUCTOR      SEATS ENROLLED".
01 RoomDetailLine.
       02 PrnRDCourse PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDSection PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDDays PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDStart PIC 9(4).
       02 FILLER PIC X VALUE "-".
       02 PrnRDEnd PIC 9(4).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnRDInstructor PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRDSeats PIC ZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnRDEnrolled PIC ZZ9.
01 UtilHeading.
       02 FILLER PIC X(26) VALUE "ROOM UTILIZATION FOR TERM ".
       02 PrnUHTerm PIC 9(6).
01 UtilColumns1 PIC X(70) VALUE
       "ROOM     SECTIONS  HOURS/WEEK  USE OF  SEATS  ENROLLED  SEAT".
01 UtilColumns2 PIC X(70) VALUE
       "                               40 HRS                   FILL".
01 UtilDetailLine.
       02 PrnUDRoom PIC X(8).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnUDSections PIC ZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnUDHours PIC ZZ9.99.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnUDUsePct PIC ZZ9.9.
       02 FILLER PIC X VALUE "%".
       02 FILLER PIC X VALUE SPACE.
       02 PrnUDSeats PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnUDEnrolled PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnUDFillPct PIC ZZ9.9.
       02 FILLER PIC X VALUE "%".
01 NothingScheduledLine PIC X(40)
       VALUE "NO SECTIONS SCHEDULED FOR THE TERM".

PROCEDURE DIVISION.
StartPara.
       DISPLAY "Academic term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       IF AskTerm = ZERO
           DISPLAY "A term is required - schedules skipped"
           STOP RUN
       END-IF
       PERFORM LoadStudentTable
       PERFORM LoadCourseTable
       PERFORM LoadSectionTable
       PERFORM LoadRegistrations
       OPEN OUTPUT StudentSchedule
       SORT ScheduleWork
           ON ASCENDING KEY SW-GroupKey SW-FirstDay SW-StartTime
           INPUT PROCEDURE IS ReleaseStudentMeetings
           OUTPUT PROCEDURE IS PrintStudentSchedules
       IF StudentsScheduled = ZERO
           WRITE StudentLine FROM NothingScheduledLine
               AFTER ADVANCING PAGE
       END-IF
       CLOSE StudentSchedule
       OPEN OUTPUT RoomSchedule
       OPEN OUTPUT RoomUtilReport
       MOVE AskTerm TO PrnUHTerm
       WRITE UtilLine FROM UtilHeading AFTER ADVANCING PAGE
       WRITE UtilLine FROM UtilColumns1 AFTER ADVANCING 2 LINES
       WRITE UtilLine FROM UtilColumns2 AFTER ADVANCING 1 LINE
       SORT ScheduleWork
           ON ASCENDING KEY SW-GroupKey SW-FirstDay SW-StartTime
           INPUT PROCEDURE IS ReleaseRoomMeetings
           OUTPUT PROCEDURE IS PrintRoomSchedules
       IF RoomsScheduled = ZERO
           WRITE RoomLine FROM NothingScheduledLine AFTER ADVANCING PAGE
           WRITE UtilLine FROM NothingScheduledLine
               AFTER ADVANCING 2 LINES
       END-IF
       CLOSE RoomSchedule
       CLOSE RoomUtilReport
       DISPLAY "Schedules written - sections: " SEC-Count
           "  students: " StudentsScheduled "  rooms: " RoomsScheduled
       IF UnplacedCount > ZERO
           DISPLAY UnplacedCount
               " registration(s) name a section not on sections.txt"
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

LoadSectionTable.
       OPEN INPUT SectionFile
       PERFORM UNTIL SectionEOF
           READ SectionFile
               AT END SET SectionEOF TO TRUE
               NOT AT END
                   IF SC-Term = AskTerm
                       PERFORM AddOneSection
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SectionFile.

AddOneSection.
       IF SEC-Count >= 300
           DISPLAY "Section table full - ignoring " SC-Course " "
               SC-Section
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SEC-Count
       MOVE SC-Course TO SEC-Course(SEC-Count)
       MOVE SC-Section TO SEC-Section(SEC-Count)
       MOVE SC-Days TO SEC-Days(SEC-Count)
       MOVE SC-StartTime TO SEC-StartTime(SEC-Count)
       MOVE SC-EndTime TO SEC-EndTime(SEC-Count)
       MOVE SC-Room TO SEC-Room(SEC-Count)
       MOVE SC-Instructor TO SEC-Instructor(SEC-Count)
       IF SC-Seats IS NUMERIC
           MOVE SC-Seats TO SEC-Seats(SEC-Count)
       ELSE
           MOVE ZERO TO SEC-Seats(SEC-Count)
       END-IF
       MOVE ZERO TO SEC-Enrolled(SEC-Count).

      *> Only registrations made to a section of this term can be
      *> placed on a timetable; course-level and older lines have no
      *> meeting time.
LoadRegistrations.
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF EN-Term IS NUMERIC AND EN-Term = AskTerm
                       AND EN-Section NOT = SPACES
                       PERFORM PlaceOneRegistration
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

PlaceOneRegistration.
       MOVE ZERO TO SEC-Slot
       PERFORM VARYING SEC-Index FROM 1 BY 1
           UNTIL SEC-Index > SEC-Count OR SEC-Slot > ZERO
           IF SEC-Course(SEC-Index) = EN-Course
               AND SEC-Section(SEC-Index) = EN-Section
               MOVE SEC-Index TO SEC-Slot
           END-IF
       END-PERFORM
       IF SEC-Slot = ZERO
           ADD 1 TO UnplacedCount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SEC-Enrolled(SEC-Slot)
       IF SS-Count < 2000
           ADD 1 TO SS-Count
           MOVE EN-IDNum TO SS-IDNum(SS-Count)
           MOVE SEC-Slot TO SS-SectionSlot(SS-Count)
       ELSE
           DISPLAY "Schedule table full - ignoring " EN-IDNum
       END-IF.

FindFirstDay.
       MOVE ZERO TO SW-FirstDay
       PERFORM VARYING DayIndex FROM 1 BY 1
           UNTIL DayIndex > 7 OR SW-FirstDay > ZERO
           IF SEC-DayFlag(SW-SectionSlot, DayIndex) NOT = SPACE
               MOVE DayIndex TO SW-FirstDay
           END-IF
       END-PERFORM.

ReleaseStudentMeetings.
       PERFORM VARYING SS-Index FROM 1 BY 1 UNTIL SS-Index > SS-Count
           MOVE SPACES TO SW-GroupKey
           MOVE SS-IDNum(SS-Index) TO SW-GroupKey
           MOVE SS-SectionSlot(SS-Index) TO SW-SectionSlot
           MOVE SEC-StartTime(SW-SectionSlot) TO SW-StartTime
           PERFORM FindFirstDay
           RELEASE ScheduleWorkRecord
       END-PERFORM.

ReleaseRoomMeetings.
       PERFORM VARYING SEC-Index FROM 1 BY 1 UNTIL SEC-Index > SEC-Count
           MOVE SEC-Room(SEC-Index) TO SW-GroupKey
           MOVE SEC-Index TO SW-SectionSlot
           MOVE SEC-StartTime(SEC-Index) TO SW-StartTime
           PERFORM FindFirstDay
           RELEASE ScheduleWorkRecord
       END-PERFORM.

ReturnOneMeeting.
       RETURN ScheduleWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

      *> Each student's timetable starts a new page.
PrintStudentSchedules.
       MOVE 'N' TO WorkEOFFlag PriorKeySetFlag
       PERFORM ReturnOneMeeting
       PERFORM UNTIL WorkEOF
           IF NOT PriorKeySet OR SW-GroupKey NOT = PriorKey
               PERFORM StartStudentPage
           END-IF
           MOVE SW-SectionSlot TO SEC-Slot
           MOVE SEC-Course(SEC-Slot) TO PrnSDCourse
           MOVE SEC-Section(SEC-Slot) TO PrnSDSection
           MOVE SEC-Days(SEC-Slot) TO PrnSDDays
           MOVE SEC-StartTime(SEC-Slot) TO PrnSDStart
           MOVE SEC-EndTime(SEC-Slot) TO PrnSDEnd
           MOVE SEC-Room(SEC-Slot) TO PrnSDRoom
           MOVE SEC-Instructor(SEC-Slot) TO PrnSDInstructor
           PERFORM FindCourseTitle
           MOVE LookupTitle TO PrnSDTitle
           WRITE StudentLine FROM StudentDetailLine
               AFTER ADVANCING 1 LINE
           PERFORM ReturnOneMeeting
       END-PERFORM.

StartStudentPage.
       MOVE SW-GroupKey TO PriorKey
       SET PriorKeySet TO TRUE
       ADD 1 TO StudentsScheduled
       MOVE SW-GroupKey(1:5) TO PrnSHIDNum
       MOVE "(UNKNOWN)" TO LookupName
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = PrnSHIDNum
               MOVE ST-Name(ST-Index) TO LookupName
           END-IF
       END-PERFORM
       MOVE LookupName TO PrnSHName
       MOVE AskTerm TO PrnSHTerm
       WRITE StudentLine FROM StudentHeading AFTER ADVANCING PAGE
       WRITE StudentLine FROM StudentColumns AFTER ADVANCING 2 LINES.

      *> The title of the term's own offering where there is one.
FindCourseTitle.
       MOVE SPACES TO LookupTitle
       PERFORM VARYING CRS-Index FROM 1 BY 1 UNTIL CRS-Index > CRS-Count
           IF CRS-Course(CRS-Index) = SEC-Course(SEC-Slot)
               AND (LookupTitle = SPACES
               OR CRS-Term(CRS-Index) = AskTerm)
               MOVE CRS-Title(CRS-Index) TO LookupTitle
           END-IF
       END-PERFORM.

      *> Each room's timetable starts a new page of schedrm.rpt and
      *> its totals make one line of the utilization report.
PrintRoomSchedules.
       MOVE 'N' TO WorkEOFFlag PriorKeySetFlag
       PERFORM ReturnOneMeeting
       PERFORM UNTIL WorkEOF
           IF NOT PriorKeySet OR SW-GroupKey NOT = PriorKey
               IF PriorKeySet
                   PERFORM PrintRoomUtilization
               END-IF
               PERFORM StartRoomPage
           END-IF
           MOVE SW-SectionSlot TO SEC-Slot
           MOVE SEC-Course(SEC-Slot) TO PrnRDCourse
           MOVE SEC-Section(SEC-Slot) TO PrnRDSection
           MOVE SEC-Days(SEC-Slot) TO PrnRDDays
           MOVE SEC-StartTime(SEC-Slot) TO PrnRDStart
           MOVE SEC-EndTime(SEC-Slot) TO PrnRDEnd
           MOVE SEC-Instructor(SEC-Slot) TO PrnRDInstructor
           MOVE SEC-Seats(SEC-Slot) TO PrnRDSeats
           MOVE SEC-Enrolled(SEC-Slot) TO PrnRDEnrolled
           WRITE RoomLine FROM RoomDetailLine AFTER ADVANCING 1 LINE
           PERFORM AddRoomTotals
           PERFORM ReturnOneMeeting
       END-PERFORM
       IF PriorKeySet
           PERFORM PrintRoomUtilization
       END-IF.

StartRoomPage.
       MOVE SW-GroupKey TO PriorKey
       SET PriorKeySet TO TRUE
       ADD 1 TO RoomsScheduled
       MOVE ZERO TO RT-Sections RT-Minutes RT-Seats RT-Enrolled
       MOVE SW-GroupKey TO PrnRHRoom
       MOVE AskTerm TO PrnRHTerm
       WRITE RoomLine FROM RoomHeading AFTER ADVANCING PAGE
       WRITE RoomLine FROM RoomColumns AFTER ADVANCING 2 LINES.

      *> A section's weekly time is its meeting length times the
      *> number of days it meets.
AddRoomTotals.
       MOVE ZERO TO MeetingDays
       PERFORM VARYING DayIndex FROM 1 BY 1 UNTIL DayIndex > 7
           IF SEC-DayFlag(SEC-Slot, DayIndex) NOT = SPACE
               ADD 1 TO MeetingDays
           END-IF
       END-PERFORM
       MOVE ZERO TO MeetingMinutes
       IF SEC-EndTime(SEC-Slot) > SEC-StartTime(SEC-Slot)
           COMPUTE MeetingMinutes =
               (SEC-EndHour(SEC-Slot) * 60 + SEC-EndMin(SEC-Slot))
             - (SEC-StartHour(SEC-Slot) * 60 + SEC-StartMin(SEC-Slot))
       END-IF
       ADD 1 TO RT-Sections
       COMPUTE RT-Minutes = RT-Minutes + MeetingMinutes * MeetingDays
       ADD SEC-Seats(SEC-Slot) TO RT-Seats
       ADD SEC-Enrolled(SEC-Slot) TO RT-Enrolled.

PrintRoomUtilization.
       MOVE PriorKey TO PrnUDRoom
       MOVE RT-Sections TO PrnUDSections
       COMPUTE PrnUDHours ROUNDED = RT-Minutes / 60
       COMPUTE UtilPercent ROUNDED =
           RT-Minutes * 100 / StandardWeekMinutes
       MOVE UtilPercent TO PrnUDUsePct
       MOVE RT-Seats TO PrnUDSeats
       MOVE RT-Enrolled TO PrnUDEnrolled
       IF RT-Seats > ZERO
           COMPUTE FillPercent ROUNDED = RT-Enrolled * 100 / RT-Seats
       ELSE
           MOVE ZERO TO FillPercent
       END-IF
       MOVE FillPercent TO PrnUDFillPct
       WRITE UtilLine FROM UtilDetailLine AFTER ADVANCING 1 LINE.
