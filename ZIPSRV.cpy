      *> Calling parameters shared between ZIPSRV and its callers.
      *>   L lookup: set ZV-Zip and CALL "ZIPSRV"; read back the city,
      *>     state and tax jurisdiction zipcode.txt gives for it in
      *>     ZV-TableCity, ZV-TableState and ZV-Jurisdiction with
      *>     ZV-ResultFlag Y, or N when the ZIP is not on the table.
      *>   V validate: set ZV-Zip, ZV-City and ZV-State as keyed on an
      *>     address; ZV-ResultFlag comes back Y when the ZIP is well
      *>     formed, on the table and the city and state agree with
      *>     it, F when the ZIP is not 99999 or 99999-9999, N when it
      *>     is not on the table, or M when the table puts it in some
      *>     other city or state. The table fields are returned as for
      *>     a lookup whenever the ZIP was found.
      *> Either function answers T when zipcode.txt has no lines at
      *> all (a validate still answers F first for a malformed ZIP),
      *> so a site without the table is not locked out.
      *> The table is read once per run.
       01 ZV-Parameters.
           02 ZV-Function PIC X VALUE SPACE.
               88 ZV-Lookup   VALUE 'L'.
               88 ZV-Validate VALUE 'V'.
           02 ZV-Zip PIC X(10) VALUE SPACES.
           02 ZV-City PIC X(20) VALUE SPACES.
           02 ZV-State PIC X(2) VALUE SPACES.
           02 ZV-TableCity PIC X(20) VALUE SPACES.
           02 ZV-TableState PIC X(2) VALUE SPACES.
           02 ZV-Jurisdiction PIC X(4) VALUE SPACES.
           02 ZV-ResultFlag PIC X VALUE 'N'.
               88 ZV-ZipFound     VALUE 'Y'.
               88 ZV-ZipUnknown   VALUE 'N'.
               88 ZV-ZipMalformed VALUE 'F'.
               88 ZV-ZipMismatch  VALUE 'M'.
               88 ZV-NoTable      VALUE 'T'.
