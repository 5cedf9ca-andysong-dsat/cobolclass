      *> Shared ZIP code reference line layout. COPY this into the
      *> zipcode.txt FD. One line per five-digit ZIP giving the city
      *> and state mail for it is addressed to and the sales tax
      *> jurisdiction (the taxrate.txt code) it falls in. Cities are
      *> kept in capitals; an address is checked against them without
      *> regard to case.
       02 ZR-Zip          PIC X(5).
       02 FILLER          PIC X VALUE SPACE.
       02 ZR-City         PIC X(20).
       02 FILLER          PIC X VALUE SPACE.
       02 ZR-State        PIC X(2).
       02 FILLER          PIC X VALUE SPACE.
       02 ZR-Jurisdiction PIC X(4).
