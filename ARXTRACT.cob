           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL DepositFile ASSIGN TO "deposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExtractFile ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD DepositFile.
01 DepositLine.
    COPY "DEPREC.cpy".

      *> Corporate interface file, book-ended with header and trailer
      *> control records the way custtran.txt batches are - count and
      *> hash-total of amounts, so the receiving system proves the
01 HashTotal PIC 9(10)V99 VALUE ZERO.
01 OpenAmount PIC 9(9)V99.
01 RunDate PIC 9(8).
01 DepositEOFFlag PIC X VALUE 'N'.
       88 DepositEOF VALUE 'Y'.

      *> Each order's deposit netted down by what invoicing has used.
01 DepositTable.
       02 DepositEntry OCCURS 500 TIMES.
           03 DT-OrderNum PIC 9(6).
           03 DT-IDNum PIC 9(6).
           03 DT-Date PIC 9(8).
           03 DT-Balance PIC S9(8)V99.
01 DT-Count PIC 999 VALUE ZERO.
01 DT-Index PIC 999.
01 DT-Slot PIC 999.
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
       END-PERFORM
       CLOSE InvoiceFile
       PERFORM ExtractUnappliedCash
       PERFORM ExtractOrderDeposits
       PERFORM WriteExtractTrailer
       CLOSE ExtractFile
       DISPLAY "AR open-items extract written - " ItemsExtracted
               AT END SET PaymentEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF (PAY-Receipt OR PAY-VoidedCheck)
                       AND PAY-Unapplied > ZERO
                       MOVE 'D' TO XD-RecType
                       MOVE 'U' TO XD-ItemType
                       MOVE PAY-IDNum TO XD-IDNum
       END-PERFORM
       CLOSE PaymentFile.

      *> Deposits taken against orders not yet fully invoiced are
      *> cash the customer has paid us ahead of billing - they go
      *> out as A items against the order number so corporate holds
      *> them as a credit exactly as the deposit ledger does.
ExtractOrderDeposits.
       MOVE ZERO TO DT-Count
       OPEN INPUT DepositFile
       PERFORM UNTIL DepositEOF
           READ DepositFile
               AT END SET DepositEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsScanned
                   IF DP-Amount IS NUMERIC
                       PERFORM PostOneDepositLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DepositFile
       PERFORM VARYING DT-Index FROM 1 BY 1 UNTIL DT-Index > DT-Count
           IF DT-Balance(DT-Index) > ZERO
               MOVE 'D' TO XD-RecType
               MOVE 'A' TO XD-ItemType
               MOVE DT-IDNum(DT-Index) TO XD-IDNum
               MOVE DT-OrderNum(DT-Index) TO XD-Reference
               MOVE DT-Date(DT-Index) TO XD-ItemDate
               MOVE DT-Balance(DT-Index) TO XD-Amount
               WRITE ExtractDetailRecord
               ADD 1 TO ItemsExtracted
               ADD DT-Balance(DT-Index) TO HashTotal
           END-IF
       END-PERFORM.

PostOneDepositLine.
       MOVE ZERO TO DT-Slot
       PERFORM VARYING DT-Index FROM 1 BY 1
           UNTIL DT-Index > DT-Count OR DT-Slot > ZERO
           IF DT-OrderNum(DT-Index) = DP-OrderNum
               MOVE DT-Index TO DT-Slot
           END-IF
       END-PERFORM
       IF DT-Slot = ZERO
           IF DT-Count < 500
               ADD 1 TO DT-Count
               MOVE DT-Count TO DT-Slot
               MOVE DP-OrderNum TO DT-OrderNum(DT-Slot)
               MOVE DP-IDNum TO DT-IDNum(DT-Slot)
               MOVE DP-Date TO DT-Date(DT-Slot)
               MOVE ZERO TO DT-Balance(DT-Slot)
           ELSE
               DISPLAY "Deposit table full - ignoring order "
                   DP-OrderNum
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF DP-Taken
           ADD DP-Amount TO DT-Balance(DT-Slot)
       END-IF
       IF DP-Consumed
           SUBTRACT DP-Amount FROM DT-Balance(DT-Slot)
       END-IF.

WriteExtractHeader.
       MOVE SPACES TO ExtractControlRecord
       MOVE 'H' TO XO-RecType
