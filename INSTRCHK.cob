       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INSTRCHK.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RegistrationFile ASSIGN TO "registr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SectionFile ASSIGN TO "sections.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CourseMaster ASSIGN TO "coursmst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD RegistrationFile.
01 RegistrationLine.
       02 EN-IDNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 EN-Section PIC X(3).

FD SectionFile.
01 SectionRecord.
    COPY "SECTREC.cpy".

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

WORKING-STORAGE SECTION.
01 RegEOFFlag PIC X.
       88 RegEOF VALUE 'Y'.
01 SectionEOFFlag PIC X.
       88 SectionEOF VALUE 'Y'.
01 CourseEOFFlag PIC X.
       88 CourseEOF VALUE 'Y'.
01 StudentSection PIC X(3).
01 RecordFoundFlag PIC X.
       88 RecordFound VALUE 'Y'.

LINKAGE SECTION.
COPY "INSTRCHK.cpy".

PROCEDURE DIVISION USING IC-Parameters.
CheckMain.
       MOVE SPACES TO IC-InstrID
       MOVE SPACES TO IC-Reason
       PERFORM FindStudentSection
       IF StudentSection NOT = SPACES
           PERFORM FindSectionInstructor
       END-IF
       IF IC-InstrID = SPACES
           PERFORM FindCourseInstructor
       END-IF
       EVALUATE TRUE
           WHEN IC-Supervisor
               SET IC-Allowed TO TRUE
           WHEN IC-InstrID = SPACES
               SET IC-Refused TO TRUE
               MOVE "No instructor of record: supervisor only"
                   TO IC-Reason
           WHEN IC-InstrID = IC-Operator
               SET IC-Allowed TO TRUE
           WHEN OTHER
               SET IC-Refused TO TRUE
               MOVE SPACES TO IC-Reason
               STRING "Not the instructor of record (" DELIMITED BY SIZE
                   IC-InstrID DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO IC-Reason
       END-EVALUATE
       EXIT PROGRAM.

      *> The section the student sits in for the course and term;
      *> spaces for a registration taken at course level or no
      *> registration at all.
FindStudentSection.
       MOVE SPACES TO StudentSection
       MOVE 'N' TO RegEOFFlag RecordFoundFlag
       OPEN INPUT RegistrationFile
       PERFORM UNTIL RegEOF OR RecordFound
           READ RegistrationFile
               AT END SET RegEOF TO TRUE
               NOT AT END
                   IF EN-IDNum = IC-IDNum AND EN-Course = IC-Course
                       AND EN-Term IS NUMERIC AND EN-Term = IC-Term
                       SET RecordFound TO TRUE
                       MOVE EN-Section TO StudentSection
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistrationFile.

FindSectionInstructor.
       MOVE 'N' TO SectionEOFFlag RecordFoundFlag
       OPEN INPUT SectionFile
       PERFORM UNTIL SectionEOF OR RecordFound
           READ SectionFile
               AT END SET SectionEOF TO TRUE
               NOT AT END
                   IF SC-Course = IC-Course AND SC-Term = IC-Term
                       AND SC-Section = StudentSection
                       SET RecordFound TO TRUE
                       MOVE SC-InstrID TO IC-InstrID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SectionFile.

FindCourseInstructor.
       MOVE 'N' TO CourseEOFFlag RecordFoundFlag
       OPEN INPUT CourseMaster
       PERFORM UNTIL CourseEOF OR RecordFound
           READ CourseMaster
               AT END SET CourseEOF TO TRUE
               NOT AT END
                   IF CM-Course = IC-Course AND CM-Term = IC-Term
                       SET RecordFound TO TRUE
                       MOVE CM-InstrID TO IC-InstrID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CourseMaster.
