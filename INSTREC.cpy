      *> Shared instructor master layout (instrmst.txt). COPY this into
      *> the instructor file FD. One line per instructor; the ID is the
      *> operator ID the instructor signs on with, so the instructor of
      *> record on a course or section can be matched against SIGNON.
       02 IM-InstrID    PIC X(8).
       02 FILLER        PIC X VALUE SPACE.
       02 IM-Name       PIC X(20).
       02 FILLER        PIC X VALUE SPACE.
       02 IM-Dept       PIC X(10).
