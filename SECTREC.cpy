      *> Shared course section layout (sections.txt). COPY this into
      *> the section file FD. A course offered in a term runs as one or
      *> more sections, each with its own meeting pattern, room,
      *> instructor and seat limit. SC-Days is positional - Monday
      *> through Sunday as M T W R F S U, a space where the section
      *> does not meet (so "M W F  " meets Monday, Wednesday, Friday).
      *> Times are 24-hour HHMM; a section meets from SC-StartTime up
      *> to, not including, SC-EndTime. Zero seats means no limit.
      *> SC-Instructor is the name printed on timetables; SC-InstrID
      *> is the instructor of record - the sign-on operator ID on the
      *> instructor master, the one operator short of a supervisor
      *> who may grade the section.
       02 SC-Course     PIC X(10).
       02 FILLER        PIC X VALUE SPACE.
       02 SC-Term       PIC 9(6).
       02 FILLER        PIC X VALUE SPACE.
       02 SC-Section    PIC X(3).
       02 FILLER        PIC X VALUE SPACE.
       02 SC-Days       PIC X(7).
       02 SC-DayFlags REDEFINES SC-Days.
           03 SC-DayFlag PIC X OCCURS 7 TIMES.
       02 FILLER        PIC X VALUE SPACE.
       02 SC-StartTime  PIC 9(4).
       02 SC-StartParts REDEFINES SC-StartTime.
           03 SC-StartHour PIC 99.
           03 SC-StartMin  PIC 99.
       02 FILLER        PIC X VALUE SPACE.
       02 SC-EndTime    PIC 9(4).
       02 SC-EndParts REDEFINES SC-EndTime.
           03 SC-EndHour PIC 99.
           03 SC-EndMin  PIC 99.
       02 FILLER        PIC X VALUE SPACE.
       02 SC-Room       PIC X(8).
       02 FILLER        PIC X VALUE SPACE.
       02 SC-Instructor PIC X(15).
       02 FILLER        PIC X VALUE SPACE.
       02 SC-Seats      PIC 9(3).
       02 FILLER        PIC X VALUE SPACE.
       02 SC-InstrID    PIC X(8).
