       02 FILLER PIC X.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X.
       02 AR-Before PIC X(143).
       02 FILLER PIC X.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

FD ArchiveFile.
01 ArchiveRecord PIC X(143).

FD ControlFile.
01 ControlRecordLine.
