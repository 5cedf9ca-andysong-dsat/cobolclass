       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The payment register as it sits on disk BEFORE the cutover -
      *> a 37-byte line sequential file with no receipt number.
       SELECT OldPaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OldPaymentStatus.
      *> The same register in the shape every program now declares.
       SELECT NewPaymentFile ASSIGN TO "payment.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS NewPaymentStatus.
       SELECT ReceiptControl ASSIGN TO "payctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MarkerFile ASSIGN TO "payconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OldPaymentFile.
01 OldPaymentRecord.
       02 OP-Date PIC 9(8).
       02 FILLER PIC X.
       02 OP-IDNum PIC 9(6).
       02 FILLER PIC X.
       02 OP-Amount PIC 9(7)V99.
       02 FILLER PIC X.
       02 OP-Unapplied PIC 9(7)V99.
       02 FILLER PIC X.
       02 OP-Type PIC X.

FD NewPaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD ReceiptControl.
01 ReceiptControlLine.
       02 PCL-NextReceipt PIC 9(8).

FD MarkerFile.
01 MarkerLine PIC X(30).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldPaymentStatus PIC XX.
01 NewPaymentStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 Confirm PIC X.
01 NextReceipt PIC 9(8) VALUE 1.
01 PaymentsConverted PIC 9(6) VALUE ZERO.
01 PaymentsWritten PIC 9(6) VALUE ZERO.
01 TypesDefaulted PIC 9(6) VALUE ZERO.
01 OldAmountTotal PIC 9(11)V99 VALUE ZERO.
01 OldUnappliedTotal PIC 9(11)V99 VALUE ZERO.
      *> What the verification pass finds on payment.new, read once
      *> down the receipt number and once down customer and date.
01 ReadByReceipt PIC 9(6) VALUE ZERO.
01 ReadByCustomer PIC 9(6) VALUE ZERO.
01 NewAmountTotal PIC 9(11)V99 VALUE ZERO.
01 NewUnappliedTotal PIC 9(11)V99 VALUE ZERO.
01 PrnOldTotal PIC $$$,$$$,$$$,$$9.99.
01 PrnNewTotal PIC $$$,$$$,$$$,$$9.99.
01 ConversionFailedFlag PIC X VALUE 'N'.
       88 ConversionFailed VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapLiveName PIC X(20) VALUE "payment.dat".
01 WS-SwapStatus PIC S9(9) COMP-5.
COPY "REGION.cpy".

      *> One-time cutover conversion for the indexed payment register.
      *> Run this ONCE, before posting, the cash workbench or any
      *> report runs on the new layout:
      *>   payment.dat   37-byte line sequential records -> 45-byte
      *>                 indexed records keyed on a receipt number,
      *>                 with customer and date as the alternate key
      *> Receipt numbers are given out from 1 in the order the records
      *> sit on the old register - the order they were taken in - and
      *> payctl.txt is seeded with the next one for PAYNOSRV. Records
      *> from before the type byte existed are typed as receipts.
      *> The converted register is read back down both keys and its
      *> record count and money totals must agree with the old file
      *> before it replaces payment.dat; the old register is kept as
      *> payment.old and a payconv.done marker refuses a second run.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME PAYMENT REGISTER CONVERSION"
       DISPLAY "Rebuilds payment.dat as an indexed file in place."
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       PERFORM ConvertPaymentFile
       IF NOT ConversionFailed
           PERFORM VerifyNewRegister
       END-IF
       IF NOT ConversionFailed
           MOVE "payment" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteReceiptControl
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Records read        : " PaymentsConverted
       DISPLAY "  Records written     : " PaymentsWritten
       DISPLAY "  Typed as receipts   : " TypesDefaulted
       DISPLAY "  Read by receipt     : " ReadByReceipt
       DISPLAY "  Read by customer    : " ReadByCustomer
       MOVE NewAmountTotal TO PrnNewTotal
       DISPLAY "  Amount total        : " PrnNewTotal
       MOVE NewUnappliedTotal TO PrnNewTotal
       DISPLAY "  Unapplied total     : " PrnNewTotal
       DISPLAY "  Next receipt number : " NextReceipt
       DISPLAY "Old register kept as payment.old"
       PERFORM WriteBalanceLine
       STOP RUN.

CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove payconv.done only if you are"
                       " restoring a line sequential register"
                   CLOSE MarkerFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
       END-IF
       CLOSE MarkerFile.

WriteMarker.
       OPEN OUTPUT MarkerFile
       MOVE SPACES TO MarkerLine
       STRING "converted " DELIMITED BY SIZE
              RunDate DELIMITED BY SIZE
              INTO MarkerLine
       END-STRING
       WRITE MarkerLine
       CLOSE MarkerFile.

ConvertPaymentFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldPaymentFile
       IF OldPaymentStatus NOT = "00"
           DISPLAY "payment.dat could not be opened (" OldPaymentStatus
               ") - nothing converted"
           SET ConversionFailed TO TRUE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewPaymentFile
       PERFORM UNTIL FileEOF
           READ OldPaymentFile
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOnePayment
           END-READ
       END-PERFORM
       CLOSE OldPaymentFile
       CLOSE NewPaymentFile.

ConvertOnePayment.
       ADD 1 TO PaymentsConverted
       ADD OP-Amount TO OldAmountTotal
       ADD OP-Unapplied TO OldUnappliedTotal
       MOVE SPACES TO PaymentRecord
       MOVE NextReceipt TO PAY-ReceiptNum
       MOVE OP-IDNum TO PAY-IDNum
       MOVE OP-Date TO PAY-Date
       MOVE OP-Amount TO PAY-Amount
       MOVE OP-Unapplied TO PAY-Unapplied
       IF OP-Type = SPACE
           MOVE 'P' TO PAY-Type
           ADD 1 TO TypesDefaulted
       ELSE
           MOVE OP-Type TO PAY-Type
       END-IF
       WRITE PaymentRecord
           INVALID KEY
               DISPLAY "Payment for customer " OP-IDNum " dated "
                   OP-Date " not written"
               SET ConversionFailed TO TRUE
           NOT INVALID KEY
               ADD 1 TO PaymentsWritten
       END-WRITE
       ADD 1 TO NextReceipt.

      *> Nothing replaces the live register until the converted copy
      *> reads back whole: every record down the receipt number, every
      *> record again down the customer index, and the amount and
      *> unapplied totals to the cent.
VerifyNewRegister.
       OPEN INPUT NewPaymentFile
       IF NewPaymentStatus NOT = "00"
           DISPLAY "payment.new could not be reopened - status "
               NewPaymentStatus
           SET ConversionFailed TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO FileEOFFlag
       PERFORM UNTIL FileEOF
           READ NewPaymentFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END
                   ADD 1 TO ReadByReceipt
                   ADD PAY-Amount TO NewAmountTotal
                   ADD PAY-Unapplied TO NewUnappliedTotal
           END-READ
       END-PERFORM
       MOVE 'N' TO FileEOFFlag
       MOVE LOW-VALUES TO PAY-CustDate
       START NewPaymentFile KEY IS GREATER THAN OR EQUAL TO PAY-CustDate
           INVALID KEY SET FileEOF TO TRUE
       END-START
       PERFORM UNTIL FileEOF
           READ NewPaymentFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END ADD 1 TO ReadByCustomer
           END-READ
       END-PERFORM
       CLOSE NewPaymentFile
       IF PaymentsWritten NOT = PaymentsConverted
           OR ReadByReceipt NOT = PaymentsConverted
           OR ReadByCustomer NOT = PaymentsConverted
           DISPLAY "Record counts do not agree - read " PaymentsConverted
               " written " PaymentsWritten
           DISPLAY "  read back by receipt " ReadByReceipt
               " by customer " ReadByCustomer
           SET ConversionFailed TO TRUE
       END-IF
       IF NewAmountTotal NOT = OldAmountTotal
           MOVE OldAmountTotal TO PrnOldTotal
           MOVE NewAmountTotal TO PrnNewTotal
           DISPLAY "Amount totals do not agree - old " PrnOldTotal
               " new " PrnNewTotal
           SET ConversionFailed TO TRUE
       END-IF
       IF NewUnappliedTotal NOT = OldUnappliedTotal
           MOVE OldUnappliedTotal TO PrnOldTotal
           MOVE NewUnappliedTotal TO PrnNewTotal
           DISPLAY "Unapplied totals do not agree - old " PrnOldTotal
               " new " PrnNewTotal
           SET ConversionFailed TO TRUE
       END-IF.

      *> The live file becomes payment.old and the converted
      *> payment.new takes its name - the cutover program's swap.
SwapOneFile.
       MOVE SPACES TO WS-SwapNewName
       STRING WS-SwapOldName DELIMITED BY SPACE
              ".old" DELIMITED BY SIZE
              INTO WS-SwapNewName
       END-STRING
       CALL "CBL_DELETE_FILE" USING WS-SwapNewName
           GIVING WS-SwapStatus
       CALL "CBL_RENAME_FILE" USING WS-SwapLiveName WS-SwapNewName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Could not set aside " WS-SwapLiveName
               " - converted copy left as .new"
           SET ConversionFailed TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-SwapNewName
       STRING WS-SwapOldName DELIMITED BY SPACE
              ".new" DELIMITED BY SIZE
              INTO WS-SwapNewName
       END-STRING
       CALL "CBL_RENAME_FILE" USING WS-SwapNewName WS-SwapLiveName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Could not install converted " WS-SwapLiveName
           SET ConversionFailed TO TRUE
       END-IF.

      *> PAYNOSRV carries on from here - the next record anything adds
      *> to the register is numbered after the last one converted.
WriteReceiptControl.
       OPEN OUTPUT ReceiptControl
       MOVE SPACES TO ReceiptControlLine
       MOVE NextReceipt TO PCL-NextReceipt
       WRITE ReceiptControlLine
       CLOSE ReceiptControl.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "PAYCONV" TO BAL-Program
       MOVE "PAYCONV" TO BAL-Step
       MOVE PaymentsConverted TO BAL-RecordsIn
       MOVE PaymentsWritten TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
