      *> Shared parent/guardian layout (guardian.txt). COPY this into
      *> the guardian file FD. One line per guardian, keyed by the
      *> student IDNum - a student may have more than one, and each
      *> gets their own copy of anything sent home. The address is two
      *> print lines, street then city/state/zip. GD-CommPref uses the
      *> commpref.txt codes: M (mail only), E (email only), N (nothing)
      *> or space for no stated preference, which means paper by post.
       02 GD-IDNum      PIC 9(5).
       02 FILLER        PIC X VALUE SPACE.
       02 GD-Name       PIC X(25).
       02 FILLER        PIC X VALUE SPACE.
       02 GD-Relation   PIC X(10).
       02 FILLER        PIC X VALUE SPACE.
       02 GD-Address1   PIC X(30).
       02 FILLER        PIC X VALUE SPACE.
       02 GD-Address2   PIC X(30).
       02 FILLER        PIC X VALUE SPACE.
       02 GD-Email      PIC X(30).
       02 FILLER        PIC X VALUE SPACE.
       02 GD-CommPref   PIC X.
           88 GD-MailOnly  VALUE 'M'.
           88 GD-EmailOnly VALUE 'E'.
           88 GD-NoContact VALUE 'N'.
