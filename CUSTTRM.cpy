      *> Shared customer terms assignment layout. COPY this into the
      *> custterm.txt FD. One line per assignment, appended by the
      *> customer maintenance function - the LAST line for a customer
      *> is the one in force, so the file doubles as its own history,
      *> the same convention the communication preference file keeps.
      *> A customer with no line is on the house terms, NET30.
       02 CTA-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 CTA-TermsCode PIC X(10).
