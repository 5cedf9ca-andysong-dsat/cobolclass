      *> before/after images, then CALL "OCAUDIT" - it stamps the
      *> entry and appends it to the ocaudit.txt journal. The same
      *> before/after-image discipline the customer master has,
      *> applied to the money files. The images are 120 bytes so the
      *> widest money record fits whole; the journal keeps its first
      *> 80 bytes where they always were and carries the rest in an
      *> extension at the end of the line.
       01 OA-Parameters.
           02 OA-FileCode PIC X VALUE SPACE.
               88 OA-OrderFile     VALUE 'O'.
           02 OA-Action PIC X(6) VALUE SPACES.
           02 OA-KeyValue PIC 9(6) VALUE ZERO.
           02 OA-Operator PIC X(8) VALUE SPACES.
           02 OA-Before PIC X(120) VALUE SPACES.
           02 OA-After PIC X(120) VALUE SPACES.
