      *> Student fee schedule line (feesched.txt). COPY this into the
      *> fee schedule FD. A line with a course gives the tuition
      *> charged for that course in the term. The line for a term
      *> with a blank course carries the term itself: the flat
      *> registration fee charged once to every student registered,
      *> the refund deadline - a drop on or before it is credited in
      *> full - and the date the term's charges fall due. Student
      *> account maintenance appends a line per change; the LAST line
      *> for a term and course is the one in force, the same
      *> convention the terms and preference files keep.
       02 FE-Term PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FE-Course PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 FE-Amount PIC 9(5)V99.
       02 FILLER PIC X VALUE SPACE.
       02 FE-RefundDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 FE-DueDate PIC 9(8).
