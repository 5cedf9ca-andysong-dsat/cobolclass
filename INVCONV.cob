       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The invoice register as it sits on disk BEFORE payment terms
      *> - the 66-byte record ending at the shipment number.
       SELECT OldInvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OI-InvoiceNum
           ALTERNATE RECORD KEY IS OI-IDNum WITH DUPLICATES
           FILE STATUS IS OldInvoiceStatus.
      *> The same register as this cutover leaves it for the next.
       SELECT NewInvoiceFile ASSIGN TO "invoice.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS NewInvoiceStatus.
       SELECT OPTIONAL MarkerFile ASSIGN TO "invconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OldInvoiceFile.
01 OldInvoiceRecord.
       02 OI-InvoiceNum   PIC 9(6).
       02 OI-OrderNum     PIC 9(6).
       02 OI-IDNum        PIC 9(6).
       02 OI-InvoiceDate  PIC 9(8).
       02 OI-Jurisdiction PIC X(4).
       02 OI-Merchandise  PIC 9(6)V99.
       02 OI-Tax          PIC 9(5)V99.
       02 OI-Total        PIC 9(7)V99.
       02 OI-AmountPaid   PIC 9(7)V99.
       02 OI-Status       PIC X.
       02 OI-ShipNum      PIC 9(2).

      *> The 96-byte register of the payment-terms release, ending at
      *> the discount percent - held here rather than copied from
      *> INVREC.cpy, so that the freight cutover which follows finds
      *> exactly the layout it reads, however the live record grows.
FD NewInvoiceFile.
01 InvoiceData.
       02 INV-InvoiceNum   PIC 9(6).
       02 INV-OrderNum     PIC 9(6).
       02 INV-IDNum        PIC 9(6).
       02 INV-InvoiceDate  PIC 9(8).
       02 INV-Jurisdiction PIC X(4).
       02 INV-Merchandise  PIC 9(6)V99.
       02 INV-Tax          PIC 9(5)V99.
       02 INV-Total        PIC 9(7)V99.
       02 INV-AmountPaid   PIC 9(7)V99.
       02 INV-Status       PIC X.
           88 INV-OpenInvoice VALUE 'O'.
           88 INV-PaidInvoice VALUE 'P'.
           88 INV-CreditMemo  VALUE 'C'.
       02 INV-ShipNum      PIC 9(2).
       02 INV-TermsCode    PIC X(10).
       02 INV-DueDate      PIC 9(8).
       02 INV-DiscDate     PIC 9(8).
       02 INV-DiscPct      PIC 99V99.

FD MarkerFile.
01 MarkerLine PIC X(30).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldInvoiceStatus PIC XX.
01 NewInvoiceStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 Confirm PIC X.
01 InvoicesConverted PIC 9(6) VALUE ZERO.
01 InvoicesOnTerms PIC 9(6) VALUE ZERO.
01 InvoicesDefaulted PIC 9(6) VALUE ZERO.
01 ItemsDueOnDate PIC 9(6) VALUE ZERO.
01 ConversionFailedFlag PIC X VALUE 'N'.
       88 ConversionFailed VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapLiveName PIC X(20) VALUE "invoice.dat".
01 WS-SwapStatus PIC S9(9) COMP-5.
COPY "TERMSRV.cpy".
COPY "REGION.cpy".

      *> One-time cutover conversion for payment terms. Run this ONCE,
      *> after terms.txt and custterm.txt are loaded and before the
      *> invoicing, aging, dunning, finance-charge or cash programs
      *> run on the new register layout:
      *>   invoice.dat   66-byte records -> 96, gaining the terms code,
      *>                 due date, discount date and discount percent
      *> An invoice takes its customer's terms as they stand today,
      *> counted from its own invoice date, so the open items age on
      *> the terms the customer is actually on. Credit memos and
      *> finance charges (no order behind them) are due on their own
      *> date with no terms and no discount. The live file is set
      *> aside as invoice.old and an invconv.done marker refuses a
      *> second run - the second pass would read the new layout as
      *> the old one.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME INVOICE TERMS CONVERSION"
       DISPLAY "Adds terms and due dates to invoice.dat in place."
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       PERFORM ConvertInvoiceFile
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Invoices            : " InvoicesConverted
       DISPLAY "  On customer terms   : " InvoicesOnTerms
       DISPLAY "  On house NET30      : " InvoicesDefaulted
       DISPLAY "  Due on own date     : " ItemsDueOnDate
       DISPLAY "Old register kept as invoice.old"
       PERFORM WriteBalanceLine
       STOP RUN.

CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove invconv.done only if you are"
                       " restoring a pre-terms register"
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

ConvertInvoiceFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldInvoiceFile
       IF OldInvoiceStatus NOT = "00"
           DISPLAY "invoice.dat not present (" OldInvoiceStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewInvoiceFile
       PERFORM UNTIL FileEOF
           READ OldInvoiceFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOneInvoice
           END-READ
       END-PERFORM
       CLOSE OldInvoiceFile
       CLOSE NewInvoiceFile
       IF NOT ConversionFailed
           MOVE "invoice" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF.

ConvertOneInvoice.
       INITIALIZE InvoiceData
       MOVE OI-InvoiceNum TO INV-InvoiceNum
       MOVE OI-OrderNum TO INV-OrderNum
       MOVE OI-IDNum TO INV-IDNum
       MOVE OI-InvoiceDate TO INV-InvoiceDate
       MOVE OI-Jurisdiction TO INV-Jurisdiction
       MOVE OI-Merchandise TO INV-Merchandise
       MOVE OI-Tax TO INV-Tax
       MOVE OI-Total TO INV-Total
       MOVE OI-AmountPaid TO INV-AmountPaid
       MOVE OI-Status TO INV-Status
       MOVE OI-ShipNum TO INV-ShipNum
       MOVE ZERO TO INV-DiscDate INV-DiscPct
       IF INV-CreditMemo OR INV-OrderNum = ZERO
           MOVE INV-InvoiceDate TO INV-DueDate
           ADD 1 TO ItemsDueOnDate
       ELSE
           SET TS-CustomerTerms TO TRUE
           MOVE INV-IDNum TO TS-IDNum
           MOVE INV-InvoiceDate TO TS-InvoiceDate
           CALL "TERMSRV" USING TS-Parameters
           MOVE TS-TermsCode TO INV-TermsCode
           MOVE TS-DueDate TO INV-DueDate
           MOVE TS-DiscDate TO INV-DiscDate
           MOVE TS-DiscPct TO INV-DiscPct
           IF TS-TermsDefaulted
               ADD 1 TO InvoicesDefaulted
           ELSE
               ADD 1 TO InvoicesOnTerms
           END-IF
       END-IF
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Invoice " OI-InvoiceNum " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO InvoicesConverted.

      *> The live file becomes invoice.old and the converted
      *> invoice.new takes its name - the cutover program's swap.
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

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "INVCONV" TO BAL-Program
       MOVE "TERMSCONV" TO BAL-Step
       MOVE InvoicesConverted TO BAL-RecordsIn
       MOVE InvoicesConverted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
