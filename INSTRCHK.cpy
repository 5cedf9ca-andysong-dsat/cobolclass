      *> Calling parameters shared between INSTRCHK and its callers.
      *> The caller fills the student, course and term a score is for
      *> and the signed-on operator with their authority level, then
      *> calls INSTRCHK. The instructor of record is the one on the
      *> section the student is registered in, or on the course
      *> offering when it runs without sections. On return:
      *>   IC-Result Y - the operator may key or change the score
      *>   IC-Result N - refused; IC-Reason says why
      *>   IC-InstrID  - the instructor of record found (spaces when
      *>                 none is set)
      *> Supervisors are always allowed.
       01 IC-Parameters.
           02 IC-IDNum PIC 9(5) VALUE ZERO.
           02 IC-Course PIC X(10) VALUE SPACES.
           02 IC-Term PIC 9(6) VALUE ZERO.
           02 IC-Operator PIC X(8) VALUE SPACES.
           02 IC-AuthLevel PIC X VALUE SPACE.
               88 IC-Supervisor VALUE 'S'.
           02 IC-Result PIC X VALUE SPACE.
               88 IC-Allowed VALUE 'Y'.
               88 IC-Refused VALUE 'N'.
           02 IC-InstrID PIC X(8) VALUE SPACES.
           02 IC-Reason PIC X(40) VALUE SPACES.
