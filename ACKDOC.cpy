      *> Shared order acknowledgment document layout. COPY this into
      *> the ackdoc.txt FD. The acknowledgment run writes each
      *> document here line by line under its order number and the
      *> notice event it goes out with - ORDACK when the order is
      *> accepted, ORDREVW when it went on credit hold - and the
      *> notification formatter picks the lines back up to email or
      *> print the document according to the customer's stated
      *> preference.
       02 AD-OrderNum PIC 9(6).
       02 FILLER PIC X.
       02 AD-EventType PIC X(8).
       02 FILLER PIC X.
       02 AD-Text PIC X(70).
