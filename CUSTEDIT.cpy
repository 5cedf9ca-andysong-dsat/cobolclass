      *> caller can say exactly what was wrong. One set of rules for
      *> the interactive screens and the batch transaction path alike.
       01 CE-Parameters.
           02 CE-CustomerImage PIC X(143).
           02 CE-ErrorCount PIC 99 VALUE ZERO.
           02 CE-FirstNameFlag PIC X.
               88 CE-FirstNameBad VALUE 'E'.
               88 CE-EmailBad VALUE 'E'.
           02 CE-StatusFlag PIC X.
               88 CE-StatusBad VALUE 'E'.
      *> City, state and ZIP are edited together against the ZIP
      *> table: CE-ZipReason says which way they failed.
           02 CE-ZipFlag PIC X.
               88 CE-ZipBad VALUE 'E'.
           02 CE-ZipReason PIC X(30).
           02 CE-ResultFlag PIC X.
               88 CE-RecordClean VALUE 'Y'.
               88 CE-RecordBad   VALUE 'N'.
