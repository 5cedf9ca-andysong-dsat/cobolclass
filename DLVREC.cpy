      *> Shared carrier delivery status line layout. COPY this into
      *> the FD of a carrier's daily status file. Each carrier's file
      *> is put into this one layout before the intake reads it, one
      *> line per tracking number per event: D delivered, with the
      *> name of whoever signed; E an exception - refused, damaged,
      *> bad address and the like - with the carrier's note; T still
      *> in transit. The date is the day of the event.
       02 CS-Tracking PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 CS-Status PIC X.
           88 CS-Delivered VALUE 'D'.
           88 CS-Exception VALUE 'E'.
           88 CS-InTransit VALUE 'T'.
       02 FILLER PIC X VALUE SPACE.
       02 CS-EventDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 CS-Signer PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 CS-Note PIC X(30).
