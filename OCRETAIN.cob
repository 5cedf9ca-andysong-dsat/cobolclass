           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS PaymentFileStatus.
       SELECT OPTIONAL BackorderFile ASSIGN TO "backorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ArchiveFile ASSIGN TO ArchiveFileName
       02 BO-QtyShort PIC 9(4).

FD ArchiveFile.
01 ArchiveRecord PIC X(120).

      *> One catalog line per archive run - where a purged year went,
      *> the auditcat.txt pattern applied to the money files.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 ArchiveFileStatus PIC XX.
01 ArchiveFileName PIC X(30).
01 Confirm PIC X.
       88 BOO-OrderBackordered VALUE 'Y'.

      *> Payments roll off with the same retention: old receipts with
      *> nothing left unapplied. Each is archived and deleted from the
      *> register as the scan reaches it.
01 PaymentAgeDays PIC S9(5).
COPY "SIGNON.cpy".

       END-PERFORM.

ArchivePayments.
       MOVE 'N' TO FileEOFFlag
       OPEN I-O PaymentFile
       IF PaymentFileStatus NOT = "00"
           DISPLAY "Payment register not available - payments left"
               " as is this run"
           EXIT PARAGRAPH
       END-IF
       MOVE "pay" TO FileTag
       PERFORM BuildArchiveName
       MOVE ZERO TO PAY-ReceiptNum
       START PaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-ReceiptNum
           INVALID KEY SET FileEOF TO TRUE
       END-START
       PERFORM UNTIL FileEOF
           READ PaymentFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END
                   SET DS-DayDifference TO TRUE
                   MOVE PAY-Date TO DS-Date1
                   MOVE RunDate TO DS-Date2
                   CALL "DATESRV" USING DS-Parameters
                   IF DS-DateValid
                       MOVE DS-Days TO PaymentAgeDays
                   ELSE
                       MOVE ZERO TO PaymentAgeDays
                   END-IF
                   IF PaymentAgeDays > RetentionDays
                       AND PAY-Unapplied = ZERO
                       MOVE SPACES TO ArchiveRecord
                       MOVE PaymentRecord TO ArchiveRecord
                       DELETE PaymentFile
                           INVALID KEY
                               DISPLAY "Payment purge failed: "
                                   PAY-ReceiptNum
                           NOT INVALID KEY
                               WRITE ArchiveRecord
                               ADD 1 TO PaymentsArchived
                       END-DELETE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ArchiveFile
       CLOSE PaymentFile.

CatalogArchive.
       OPEN EXTEND ArchiveCatalog
