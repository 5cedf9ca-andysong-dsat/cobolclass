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

FD StudentFile.
01 StudentDat.
       CLOSE StudentFile.

      *> One roster per cataloged course - the registrations say who
      *> sits in it for the offering's term (a line with no term
      *> counts for every offering), the student master supplies the
      *> names.
PrintOneCourseRoster.
       ADD 1 TO CoursesPrinted
       MOVE CM-Course TO PrnCourse
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF EN-Term IS NOT NUMERIC
                       MOVE ZERO TO EN-Term
                   END-IF
                   IF EN-Course = CM-Course
                       AND (EN-Term = CM-Term OR EN-Term = ZERO)
                       PERFORM PrintOneEnrollee
                   END-IF
           END-READ
