      *> Report catalog line (rptcat.txt). COPY this into a
      *> ReportCatalog FD so every report that is kept for reprint
      *> records its file name, run date, step and line count where
      *> RPTBRWS can find it. A branch code marks a branch copy split
      *> out of a company-wide report; spaces mean the whole report.
       02 RCAT-FileName  PIC X(30).
       02 FILLER         PIC X VALUE SPACE.
       02 RCAT-RunDate   PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 RCAT-Step      PIC X(15).
       02 FILLER         PIC X VALUE SPACE.
       02 RCAT-LineCount PIC 9(6).
       02 FILLER         PIC X VALUE SPACE.
       02 RCAT-Branch    PIC X(2).
