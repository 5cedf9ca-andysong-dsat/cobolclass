      *> Shared stocking location line layout. COPY this into the
      *> location.txt FD. One line per stockroom, kept by hand like
      *> the sales rep master. LOC-Branch names the sales branch the
      *> location ships for by default - its orders pick here first;
      *> blank means the location is nobody's default. The main
      *> warehouse, MAIN, needs no line: it is always there and ships
      *> for every branch that has no stockroom of its own.
       02 LOC-Code PIC X(4).
       02 FILLER PIC X.
       02 LOC-Name PIC X(20).
       02 FILLER PIC X.
       02 LOC-Branch PIC X(2).
