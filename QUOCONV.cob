       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The quote file as it sits on disk BEFORE win/loss tracking -
      *> ending at the line table.
       SELECT OldQuoteFile ASSIGN TO "quote.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OQ-QuoteNum
           FILE STATUS IS OldQuoteStatus.
      *> The same file in the shape every program now declares.
       SELECT NewQuoteFile ASSIGN TO "quote.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QUO-QuoteNum
           FILE STATUS IS NewQuoteStatus.
       SELECT OPTIONAL MarkerFile ASSIGN TO "quoconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OldQuoteFile.
01 OldQuoteRecord.
       02 OQ-QuoteNum     PIC 9(6).
       02 OQ-Header       PIC X(22).
       02 OQ-LineCount    PIC 9(2).
       02 OQ-LineTable    PIC X(320).

FD NewQuoteFile.
01 QuoteData.
    COPY "QUOREC.cpy".

FD MarkerFile.
01 MarkerLine PIC X(30).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldQuoteStatus PIC XX.
01 NewQuoteStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 Confirm PIC X.
01 QuotesConverted PIC 9(6) VALUE ZERO.
01 ClosedUndated PIC 9(6) VALUE ZERO.
01 ConversionFailedFlag PIC X VALUE 'N'.
       88 ConversionFailed VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapLiveName PIC X(20).
01 WS-SwapStatus PIC S9(9) COMP-5.
COPY "REGION.cpy".

      *> One-time cutover conversion for quote win/loss tracking. Run
      *> this ONCE, before quote maintenance, the price import or the
      *> win/loss report use the new layout:
      *>   quote.dat   350-byte records -> 359, every quote with no
      *>               close date and no loss reason
      *> A quote converted or expired before the cutover was never
      *> dated or given a reason; the win/loss report shows it as
      *> reason not recorded and leaves it out of days to convert.
      *> The live file is set aside as quote.old and replaced only
      *> after the pass completes clean, and a quoconv.done marker
      *> refuses a second run - the second pass would read the new
      *> layout as the old one.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME QUOTE WIN/LOSS CONVERSION"
       DISPLAY "Adds the close date and loss reason to quote.dat in"
           " place."
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       PERFORM ConvertQuoteFile
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Quotes                 : " QuotesConverted
       DISPLAY "  Already closed, undated: " ClosedUndated
       DISPLAY "Old file kept as quote.old"
       PERFORM WriteBalanceLine
       STOP RUN.

CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove quoconv.done only if you are"
                       " restoring pre-win/loss files"
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

ConvertQuoteFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldQuoteFile
       IF OldQuoteStatus NOT = "00"
           DISPLAY "quote.dat not present (" OldQuoteStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewQuoteFile
       PERFORM UNTIL FileEOF
           READ OldQuoteFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOneQuote
           END-READ
       END-PERFORM
       CLOSE OldQuoteFile
       CLOSE NewQuoteFile
       IF NOT ConversionFailed
           MOVE "quote" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF.

ConvertOneQuote.
       MOVE SPACES TO QuoteData
       MOVE OldQuoteRecord TO QuoteData(1:350)
       MOVE ZERO TO QUO-CloseDate
       MOVE SPACE TO QUO-LossReason
       IF NOT QUO-OpenQuote AND NOT QUO-AcceptedQuote
           ADD 1 TO ClosedUndated
       END-IF
       WRITE QuoteData
           INVALID KEY
               DISPLAY "Quote " OQ-QuoteNum " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO QuotesConverted.

      *> The live file becomes *.old and the converted *.new takes
      *> its name - the cutover program's swap.
SwapOneFile.
       MOVE SPACES TO WS-SwapNewName
       STRING WS-SwapOldName DELIMITED BY SPACE
              ".old" DELIMITED BY SIZE
              INTO WS-SwapNewName
       END-STRING
       CALL "CBL_DELETE_FILE" USING WS-SwapNewName
           GIVING WS-SwapStatus
       MOVE "quote.dat" TO WS-SwapLiveName
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
       MOVE "QUOCONV" TO BAL-Program
       MOVE "QUOTECONV" TO BAL-Step
       MOVE QuotesConverted TO BAL-RecordsIn
       MOVE QuotesConverted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
