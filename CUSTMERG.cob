           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS PaymentFileStatus.
       SELECT AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       02 FILLER PIC X VALUE SPACE.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

01 PaymentFileStatus PIC XX.
01 PaymentEOFFlag PIC X.
       88 PaymentEOF VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
                  ==CR-ActiveCust==   BY ==S-ActiveCust==
                  ==CR-InactiveCust== BY ==S-InactiveCust==
                  ==CR-SuspendedCust==BY ==S-SuspendedCust==
                  ==CR-DeletedCust==  BY ==S-DeletedCust==
                  ==CR-CustCity==     BY ==S-CustCity==
                  ==CR-CustState==    BY ==S-CustState==
                  ==CR-CustZip==      BY ==S-CustZip==.
01 DupImage.
    COPY "CUSTREC.cpy"
        REPLACING ==CR-IDNum==        BY ==D-IDNum==
                  ==CR-ActiveCust==   BY ==D-ActiveCust==
                  ==CR-InactiveCust== BY ==D-InactiveCust==
                  ==CR-SuspendedCust==BY ==D-SuspendedCust==
                  ==CR-DeletedCust==  BY ==D-DeletedCust==
                  ==CR-CustCity==     BY ==D-CustCity==
                  ==CR-CustState==    BY ==D-CustState==
                  ==CR-CustZip==      BY ==D-CustZip==.
01 WS-BeforeImage PIC X(143).
01 MenuAllowedFlag PIC X.
       88 MenuAllowed VALUE 'Y'.
COPY "SIGNON.cpy".
           MOVE D-LastName TO S-LastName
       END-IF
       DISPLAY "Address     S: " S-CustAddress "  D: " D-CustAddress
       DISPLAY "            S: " S-CustCity " " S-CustState " " S-CustZip
       DISPLAY "            D: " D-CustCity " " D-CustState " " D-CustZip
       PERFORM AskFieldChoice
      *> The street, city, state and ZIP are one address and move
      *> together, so the jurisdiction still follows the street.
       IF FieldChoice = 'D'
           MOVE D-CustAddress TO S-CustAddress
           MOVE D-CustCity TO S-CustCity
           MOVE D-CustState TO S-CustState
           MOVE D-CustZip TO S-CustZip
       END-IF
       DISPLAY "Phone       S: " S-Phone "  D: " D-Phone
       PERFORM AskFieldChoice

      *> Payment history is keyed by customer too - the duplicate's
      *> receipts move to the survivor so statements stay whole. The
      *> customer is part of the register's alternate key, so every
      *> pass STARTs afresh on the duplicate and repoints the first
      *> receipt still under it until none is left.
RepointPayments.
       MOVE 'N' TO PaymentEOFFlag
       OPEN I-O PaymentFile
       IF PaymentFileStatus NOT = "00" AND PaymentFileStatus NOT = "05"
           DISPLAY "Payment file not available - no payments repointed"
       ELSE
           PERFORM UNTIL PaymentEOF
               MOVE DupIDNum TO PAY-IDNum
               MOVE ZERO TO PAY-Date
               START PaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-CustDate
                   INVALID KEY SET PaymentEOF TO TRUE
               END-START
               IF NOT PaymentEOF
                   READ PaymentFile NEXT RECORD
                       AT END SET PaymentEOF TO TRUE
                   END-READ
               END-IF
               IF NOT PaymentEOF
                   IF PAY-IDNum NOT = DupIDNum
                       SET PaymentEOF TO TRUE
                   ELSE
                       MOVE SurvivorIDNum TO PAY-IDNum
                       REWRITE PaymentRecord
                           INVALID KEY
                               DISPLAY "Payment not repointed: "
                                   PAY-ReceiptNum
                               SET PaymentEOF TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO PaymentsRepointed
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PaymentFile
       END-IF.

RetireDuplicate.
