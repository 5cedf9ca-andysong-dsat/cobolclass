           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL NotifyQueue ASSIGN TO "notifq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ContactLog ASSIGN TO "contact.txt"
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD OrderFile.
01 OrderData.
       DISPLAY "================ CUSTOMER " IDNum " ================"
       DISPLAY FirstName " " LastName
       DISPLAY CustAddress
       IF CustCity NOT = SPACES
           DISPLAY CustCity " " CustState " " CustZip
       END-IF
       DISPLAY Phone "  " Email
       EVALUATE TRUE
           WHEN ActiveCust    DISPLAY "Status : ACTIVE"
       MOVE ZERO TO UnappliedTotal
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT PaymentFile
       MOVE AskIDNum TO PAY-IDNum
       MOVE ZERO TO PAY-Date
       START PaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-CustDate
           INVALID KEY SET FileEOF TO TRUE
       END-START
       PERFORM UNTIL FileEOF
           READ PaymentFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END
                   IF PAY-IDNum NOT = AskIDNum
                       SET FileEOF TO TRUE
                   ELSE
                       ADD 1 TO ItemsShown
                       ADD PAY-Unapplied TO UnappliedTotal
                       DISPLAY "Receipt " PAY-ReceiptNum " " PAY-Date
                           " Type " PAY-Type
                           " Amount " PAY-Amount
                           " Unapplied " PAY-Unapplied
                   END-IF
