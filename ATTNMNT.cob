       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTNMNT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AttendFile ASSIGN TO "attend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NewAttendFile ASSIGN TO "attend.tmp"
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

      *> The register is taken against who is enrolled - a mark only
      *> writes for a student registered in the course.
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

FD NewAttendFile.
01 NewAttendRecord PIC X(65).

WORKING-STORAGE SECTION.
01 StudentEOFFlag PIC X VALUE 'N'.
       88 StudentEOF VALUE 'Y'.
01 CourseEOFFlag PIC X VALUE 'N'.
       88 CourseEOF VALUE 'Y'.
01 RegEOFFlag PIC X VALUE 'N'.
       88 RegEOF VALUE 'Y'.
01 AttendEOFFlag PIC X.
       88 AttendEOF VALUE 'Y'.
01 AskTerm PIC 9(6).
01 AskCourse PIC X(10).
01 AskDate PIC 9(8).
01 MarkEntry PIC X.
01 Confirm PIC X.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 MarksKept PIC 9(6) VALUE ZERO.
01 MarksReplaced PIC 9(4) VALUE ZERO.
01 MarksWritten PIC 9(4) VALUE ZERO.
01 AbsentCount PIC 9(4) VALUE ZERO.
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapStatus PIC S9(9) COMP-5.
COPY "DATESRV.cpy".
COPY "SIGNON.cpy".

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
01 CRS-FoundFlag PIC X.
       88 CRS-CourseFound VALUE 'Y'.

      *> The class register for the meeting being taken: everyone
      *> registered in the course, the mark already on file for the
      *> date if the register was taken before, and the new mark.
01 RosterTable.
       02 RST-Entry OCCURS 200 TIMES.
           03 RST-IDNum PIC 9(5).
           03 RST-Name PIC X(10).
           03 RST-Current PIC X.
           03 RST-Mark PIC X.
01 RST-Count PIC 999 VALUE ZERO.
01 RST-Index PIC 999.
01 RST-FoundFlag PIC X.
       88 RST-OnRoster VALUE 'Y'.

PROCEDURE DIVISION.
StartPara.
       MOVE "ATTNMNT" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-MaintLevel AND NOT SO-SupervisorLevel
           DISPLAY "Attendance entry requires maintenance-level sign-on"
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadStudentTable
       PERFORM LoadCourseTable
       IF CRS-Count = ZERO
           DISPLAY "No course master on file - set up courses first"
           STOP RUN
       END-IF
       DISPLAY "Academic term (YYYYTT) : " WITH NO ADVANCING
       ACCEPT AskTerm
       IF AskTerm = ZERO
           DISPLAY "A term is required - entry abandoned"
           STOP RUN
       END-IF
       DISPLAY "Course : " WITH NO ADVANCING
       ACCEPT AskCourse
       MOVE FUNCTION UPPER-CASE(AskCourse) TO AskCourse
       PERFORM FindCourse
       IF NOT CRS-CourseFound
           DISPLAY "Course " AskCourse " is not on the course master"
           STOP RUN
       END-IF
       DISPLAY "Meeting date (YYYYMMDD, 0 = today) : " WITH NO ADVANCING
       ACCEPT AskDate
       IF AskDate = ZERO
           MOVE RunDate TO AskDate
       END-IF
       SET DS-ValidateDate TO TRUE
       MOVE AskDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Meeting date " AskDate " is not a valid date"
           STOP RUN
       END-IF
       IF AskDate > RunDate
           DISPLAY "Attendance cannot be taken for a future date"
           STOP RUN
       END-IF
       PERFORM BuildRoster
       IF RST-Count = ZERO
           DISPLAY "No students registered in " AskCourse
           STOP RUN
       END-IF
       PERFORM LoadCurrentMarks
       DISPLAY "ATTENDANCE - " AskCourse " term " AskTerm " on " AskDate
       DISPLAY "P = present, A = absent, T = tardy, E = excused"
       DISPLAY "Enter keeps the mark shown (present if none)"
       PERFORM TakeOneMark
           VARYING RST-Index FROM 1 BY 1 UNTIL RST-Index > RST-Count
       DISPLAY "Save the register - " AbsentCount " absent (Y/N)? "
           WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Register abandoned - nothing saved"
           STOP RUN
       END-IF
       PERFORM SaveRegister
       DISPLAY "Attendance saved - marks written: " MarksWritten
           "  replaced: " MarksReplaced
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

FindCourse.
       MOVE 'N' TO CRS-FoundFlag
       PERFORM VARYING CRS-Index FROM 1 BY 1
           UNTIL CRS-Index > CRS-Count OR CRS-CourseFound
           IF CRS-Course(CRS-Index) = AskCourse
               SET CRS-CourseFound TO TRUE
           END-IF
       END-PERFORM.

BuildRoster.
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF EN-Term IS NOT NUMERIC
                       MOVE ZERO TO EN-Term
                   END-IF
                   IF EN-Course = AskCourse
                       AND (EN-Term = AskTerm OR EN-Term = ZERO)
                       PERFORM AddToRoster
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

AddToRoster.
       IF RST-Count >= 200
           DISPLAY "Class register full - ignoring " EN-IDNum
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RST-Count
       MOVE EN-IDNum TO RST-IDNum(RST-Count)
       MOVE "(UNKNOWN)" TO RST-Name(RST-Count)
       PERFORM VARYING ST-Index FROM 1 BY 1 UNTIL ST-Index > ST-Count
           IF ST-IDNum(ST-Index) = EN-IDNum
               MOVE ST-Name(ST-Index) TO RST-Name(RST-Count)
           END-IF
       END-PERFORM
       MOVE SPACE TO RST-Current(RST-Count)
       MOVE SPACE TO RST-Mark(RST-Count).

LoadCurrentMarks.
       MOVE 'N' TO AttendEOFFlag
       OPEN INPUT AttendFile
       PERFORM UNTIL AttendEOF
           READ AttendFile
               AT END SET AttendEOF TO TRUE
               NOT AT END
                   IF ATT-Course = AskCourse AND ATT-Term = AskTerm
                       AND ATT-Date = AskDate
                       PERFORM FindOnRoster
                       IF RST-OnRoster
                           MOVE ATT-Status TO RST-Current(RST-Index)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AttendFile.

FindOnRoster.
       MOVE 'N' TO RST-FoundFlag
       PERFORM VARYING RST-Index FROM 1 BY 1
           UNTIL RST-Index > RST-Count OR RST-OnRoster
           IF RST-IDNum(RST-Index) = ATT-IDNum
               SET RST-OnRoster TO TRUE
           END-IF
       END-PERFORM
       IF RST-OnRoster
           SUBTRACT 1 FROM RST-Index
       END-IF.

TakeOneMark.
       MOVE SPACE TO ATT-Status
       PERFORM UNTIL ATT-ValidStatus
           DISPLAY RST-IDNum(RST-Index) " " RST-Name(RST-Index)
               " [" RST-Current(RST-Index) "] : " WITH NO ADVANCING
           MOVE SPACE TO MarkEntry
           ACCEPT MarkEntry
           MOVE FUNCTION UPPER-CASE(MarkEntry) TO MarkEntry
           IF MarkEntry = SPACE
               IF RST-Current(RST-Index) = SPACE
                   MOVE 'P' TO MarkEntry
               ELSE
                   MOVE RST-Current(RST-Index) TO MarkEntry
               END-IF
           END-IF
           MOVE MarkEntry TO ATT-Status
           IF NOT ATT-ValidStatus
               DISPLAY "Mark must be P, A, T or E"
           END-IF
       END-PERFORM
       MOVE ATT-Status TO RST-Mark(RST-Index)
       IF ATT-Absent
           ADD 1 TO AbsentCount
       END-IF.

      *> The file is copied through to attend.tmp without this
      *> meeting's marks for the students on the register, the new
      *> register is added, and the copy replaces the live file by
      *> delete and rename - a crash mid-run leaves the original
      *> intact. A mark for a student since dropped from the course is
      *> kept as it was.
SaveRegister.
       MOVE 'N' TO AttendEOFFlag
       OPEN INPUT AttendFile
       OPEN OUTPUT NewAttendFile
       PERFORM UNTIL AttendEOF
           READ AttendFile
               AT END SET AttendEOF TO TRUE
               NOT AT END
                   MOVE 'N' TO RST-FoundFlag
                   IF ATT-Course = AskCourse AND ATT-Term = AskTerm
                       AND ATT-Date = AskDate
                       PERFORM FindOnRoster
                   END-IF
                   IF RST-OnRoster
                       ADD 1 TO MarksReplaced
                   ELSE
                       MOVE AttendRecord TO NewAttendRecord
                       WRITE NewAttendRecord
                       ADD 1 TO MarksKept
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AttendFile
       PERFORM VARYING RST-Index FROM 1 BY 1 UNTIL RST-Index > RST-Count
           MOVE SPACES TO AttendRecord
           MOVE RST-IDNum(RST-Index) TO ATT-IDNum
           MOVE AskCourse TO ATT-Course
           MOVE AskTerm TO ATT-Term
           MOVE AskDate TO ATT-Date
           MOVE RST-Mark(RST-Index) TO ATT-Status
           MOVE SO-OperatorID TO ATT-Operator
           MOVE FUNCTION CURRENT-DATE TO ATT-Timestamp
           MOVE AttendRecord TO NewAttendRecord
           WRITE NewAttendRecord
           ADD 1 TO MarksWritten
       END-PERFORM
       CLOSE NewAttendFile
       MOVE "attend.txt" TO WS-SwapOldName
       CALL "CBL_DELETE_FILE" USING WS-SwapOldName
           GIVING WS-SwapStatus
       MOVE "attend.tmp" TO WS-SwapNewName
       CALL "CBL_RENAME_FILE" USING WS-SwapNewName WS-SwapOldName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Attendance swap failed - the register is in attend.tmp"
       END-IF.
