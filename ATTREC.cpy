      *> Shared attendance mark layout (attend.txt). COPY this into the
      *> attendance file FD. One line per student per course meeting:
      *> present, absent, tardy or excused, for the academic term the
      *> meeting belongs to, with who took the register and when.
      *> Attendance entry replaces a meeting's marks when the register
      *> is taken again, so there is never more than one mark for a
      *> student, course and date.
       02 ATT-IDNum     PIC 9(5).
       02 FILLER        PIC X VALUE SPACE.
       02 ATT-Course    PIC X(10).
       02 FILLER        PIC X VALUE SPACE.
       02 ATT-Term      PIC 9(6).
       02 FILLER        PIC X VALUE SPACE.
       02 ATT-Date      PIC 9(8).
       02 FILLER        PIC X VALUE SPACE.
       02 ATT-Status    PIC X.
           88 ATT-Present  VALUE 'P'.
           88 ATT-Absent   VALUE 'A'.
           88 ATT-Tardy    VALUE 'T'.
           88 ATT-Excused  VALUE 'E'.
           88 ATT-ValidStatus VALUE 'P' 'A' 'T' 'E'.
       02 FILLER        PIC X VALUE SPACE.
       02 ATT-Operator  PIC X(8).
       02 FILLER        PIC X VALUE SPACE.
       02 ATT-Timestamp PIC X(21).
