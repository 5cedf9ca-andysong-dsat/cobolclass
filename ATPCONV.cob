       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATPCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The order line file as it sits on disk BEFORE promised ship
      *> dates - 29-byte records ending at the shipped quantity.
       SELECT OldLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OOL-Key
           FILE STATUS IS OldLineStatus.
      *> The same file as this cutover leaves it for the next.
       SELECT NewLineFile ASSIGN TO "ordline.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS NewLineStatus.
       SELECT OPTIONAL MarkerFile ASSIGN TO "atpconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OldLineFile.
01 OldLineRecord.
       02 OOL-Key.
           03 OOL-OrderNum PIC 9(6).
           03 OOL-LineNum  PIC 9(3).
       02 OOL-ProdName  PIC X(5).
       02 OOL-ProdSize  PIC A.
       02 OOL-OrdQty    PIC 9(4).
       02 OOL-UnitPrice PIC 9(4)V99.
       02 OOL-ShipQty   PIC 9(4).

      *> The 37-byte order line of the promise-date release, ending
      *> at the promised ship date - held here rather than copied
      *> from ORDLREC.cpy, so that the drop-ship cutover which
      *> follows finds exactly the layout it reads, however the live
      *> record grows.
FD NewLineFile.
01 OrderLineData.
       02 OL-Key.
           03 OL-OrderNum PIC 9(6).
           03 OL-LineNum  PIC 9(3).
       02 OL-ProdName  PIC X(5).
       02 OL-ProdSize  PIC A.
       02 OL-OrdQty    PIC 9(4).
       02 OL-UnitPrice PIC 9(4)V99.
       02 OL-ShipQty   PIC 9(4).
       02 OL-PromiseDate PIC 9(8).

FD MarkerFile.
01 MarkerLine PIC X(30).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldLineStatus PIC XX.
01 NewLineStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 Confirm PIC X.
01 LinesConverted PIC 9(6) VALUE ZERO.
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

      *> One-time cutover conversion for promised ship dates. Run
      *> this ONCE, before order entry or the pick run use the new
      *> layout:
      *>   ordline.dat   29-byte records -> 37, promise date zero -
      *>                 nothing taken before today was promised a
      *>                 date, so every old line picks as it did
      *> The live file is set aside as ordline.old and replaced only
      *> after the pass completes clean, and an atpconv.done marker
      *> refuses a second run - the second pass would read the new
      *> layout as the old one.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME PROMISE DATE CONVERSION"
       DISPLAY "Adds a promised ship date to every line on ordline.dat"
           " in place."
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       PERFORM ConvertLineFile
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Order lines : " LinesConverted
       DISPLAY "Old file kept as ordline.old"
       PERFORM WriteBalanceLine
       STOP RUN.

CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove atpconv.done only if you are"
                       " restoring pre-promise order lines"
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

ConvertLineFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldLineFile
       IF OldLineStatus NOT = "00"
           DISPLAY "ordline.dat not present (" OldLineStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewLineFile
       PERFORM UNTIL FileEOF
           READ OldLineFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOneLine
           END-READ
       END-PERFORM
       CLOSE OldLineFile
       CLOSE NewLineFile
       IF NOT ConversionFailed
           MOVE "ordline" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF.

ConvertOneLine.
       MOVE SPACES TO OrderLineData
       MOVE OOL-OrderNum TO OL-OrderNum
       MOVE OOL-LineNum TO OL-LineNum
       MOVE OOL-ProdName TO OL-ProdName
       MOVE OOL-ProdSize TO OL-ProdSize
       MOVE OOL-OrdQty TO OL-OrdQty
       MOVE OOL-UnitPrice TO OL-UnitPrice
       MOVE OOL-ShipQty TO OL-ShipQty
       MOVE ZERO TO OL-PromiseDate
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Order line " OOL-OrderNum "/" OOL-LineNum
                   " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO LinesConverted.

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
       MOVE "ordline.dat" TO WS-SwapLiveName
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
       MOVE "ATPCONV" TO BAL-Program
       MOVE "PROMISECONV" TO BAL-Step
       MOVE LinesConverted TO BAL-RecordsIn
       MOVE LinesConverted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
