01 GT-Count PIC 9(4) VALUE ZERO.
01 GT-Index PIC 9(4).
COPY "SIGNON.cpy".
COPY "INSTRCHK.cpy".

PROCEDURE DIVISION.
StartPara.
           EXIT PARAGRAPH
       END-IF
       MOVE GT-Record(MatchSlot) TO GradeRecord
       PERFORM CheckInstructorOfRecord
       IF IC-Refused
           DISPLAY IC-Reason " - not corrected"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current score " GR-Score " term " GR-Term
       DISPLAY "New score (000-100) : " WITH NO ADVANCING
       ACCEPT AskScore
           EXIT PARAGRAPH
       END-IF
       MOVE GT-Record(MatchSlot) TO GradeRecord
       PERFORM CheckInstructorOfRecord
       IF IC-Refused
           DISPLAY IC-Reason " - not voided"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Void score " GR-Score " for " GR-Course
           " term " GR-Term " (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       PERFORM FlagStudent
       DISPLAY "Score voided".

      *> A score may be changed only by the instructor of record for
      *> the term it was earned in, or by a supervisor. A score with
      *> no term predates instructors of record and is left to a
      *> supervisor.
CheckInstructorOfRecord.
       MOVE GR-IDNum TO IC-IDNum
       MOVE GR-Course TO IC-Course
       IF GR-Term IS NUMERIC
           MOVE GR-Term TO IC-Term
       ELSE
           MOVE ZERO TO IC-Term
       END-IF
       MOVE SO-OperatorID TO IC-Operator
       MOVE SO-AuthLevel TO IC-AuthLevel
       CALL "INSTRCHK" USING IC-Parameters.

BrowseScores.
       DISPLAY "Student ID : " WITH NO ADVANCING
       ACCEPT AskIDNum
