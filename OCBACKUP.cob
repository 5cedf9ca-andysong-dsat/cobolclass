           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS PaymentFileStatus.
       SELECT BackupFile ASSIGN TO BackupFileName
           ORGANIZATION IS LINE SEQUENTIAL
    COPY "PAYREC.cpy".

FD BackupFile.
01 BackupRecord PIC X(120).

      *> One catalog line per backup SET - the four money files
      *> captured together under one stamp, so a restore can never
       OPEN INPUT PaymentFile
       OPEN OUTPUT BackupFile
       IF PaymentFileStatus = "00"
           MOVE ZERO TO PAY-ReceiptNum
           START PaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-ReceiptNum
               INVALID KEY SET BackupEOF TO TRUE
           END-START
           PERFORM UNTIL BackupEOF
               READ PaymentFile NEXT RECORD
                   AT END SET BackupEOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO BackupRecord
                   NOT AT END
                       MOVE BackupRecord TO PaymentRecord
                       WRITE PaymentRecord
                           INVALID KEY
                               DISPLAY "Duplicate receipt key on restore"
                       END-WRITE
                       ADD 1 TO TotalRestored
               END-READ
           END-PERFORM
