       02 CM-Title PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Seats PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 CM-InstrID PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 CM-Credits PIC 9(2).

      *> Who is enrolled in what - a score only writes for a student
      *> actually registered in the course for the term. Lines keyed
      *> before registrations carried a term read back with spaces
      *> and stand for any term.
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
       02 REG-Entry OCCURS 2000 TIMES.
           03 REG-IDNum PIC 9(5).
           03 REG-Course PIC X(10).
           03 REG-Term PIC 9(6).
01 REG-Count PIC 9(4) VALUE ZERO.
01 REG-Index PIC 9(4).
01 REG-FoundFlag PIC X.
       88 REG-Enrolled VALUE 'Y'.
COPY "SIGNON.cpy".
COPY "INSTRCHK.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "GRADECAP" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF SO-InquiryOnly
           DISPLAY "Grade capture requires maintenance-level sign-on"
           STOP RUN
       END-IF
       PERFORM LoadStudentTable
       IF ST-Count = ZERO
           DISPLAY "No students on file - register students first"
                   AskCourse " - not captured"
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckInstructorOfRecord
           IF IC-Refused
               DISPLAY IC-Reason " - not captured"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Score (000-100) : " WITH NO ADVANCING
           ACCEPT AskScore
           IF AskScore > 100
               DISPLAY "Score over 100 - not captured"
           ELSE
               MOVE SPACES TO GradeRecord
               MOVE AskIDNum TO GR-IDNum
               MOVE AskCourse TO GR-Course
               MOVE AskScore TO GR-Score
           END-IF
       END-IF.

      *> Only the instructor of record for the student's section or
      *> course offering, or a supervisor, may key the score.
CheckInstructorOfRecord.
       MOVE AskIDNum TO IC-IDNum
       MOVE AskCourse TO IC-Course
       MOVE AskTerm TO IC-Term
       MOVE SO-OperatorID TO IC-Operator
       MOVE SO-AuthLevel TO IC-AuthLevel
       CALL "INSTRCHK" USING IC-Parameters.

LoadCourseTable.
       MOVE 'N' TO CourseEOFFlag
       OPEN INPUT CourseMaster
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
           UNTIL REG-Index > REG-Count OR REG-Enrolled
           IF REG-IDNum(REG-Index) = AskIDNum
               AND REG-Course(REG-Index) = AskCourse
               AND (REG-Term(REG-Index) = AskTerm
               OR REG-Term(REG-Index) = ZERO)
               SET REG-Enrolled TO TRUE
           END-IF
       END-PERFORM.
