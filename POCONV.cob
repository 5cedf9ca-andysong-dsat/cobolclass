       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The purchase order file as it sits on disk BEFORE supplier
      *> invoice matching - five 14-byte lines with no cost.
       SELECT OldPOFile ASSIGN TO "po.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OP-PONum
           FILE STATUS IS OldPOStatus.
      *> The same file in the shape every program now declares.
       SELECT NewPOFile ASSIGN TO "po.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-PONum
           FILE STATUS IS NewPOStatus.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MarkerFile ASSIGN TO "poconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OldPOFile.
01 OldPORecord.
       02 OP-PONum PIC 9(6).
       02 OP-Supplier PIC X(4).
       02 OP-OrderDate PIC 9(8).
       02 OP-ExpectedDate PIC 9(8).
       02 OP-Status PIC X.
       02 OP-LineCount PIC 9.
       02 OP-LineEntry OCCURS 5 TIMES.
           03 OP-ProdName PIC X(5).
           03 OP-ProdSize PIC A.
           03 OP-OrdQty PIC 9(4).
           03 OP-RecQty PIC 9(4).

FD NewPOFile.
01 POData.
    COPY "POREC.cpy".

FD CostFile.
01 CostLine.
       02 PC-ProdName PIC X(5).
       02 FILLER PIC X.
       02 PC-ProdSize PIC A.
       02 FILLER PIC X.
       02 PC-UnitCost PIC 9(4)V99.

FD MarkerFile.
01 MarkerLine PIC X(30).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldPOStatus PIC XX.
01 NewPOStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 CostFileEOFFlag PIC X VALUE 'N'.
       88 CostFileEOF VALUE 'Y'.
01 Confirm PIC X.
01 LineIdx PIC 9.
01 POsConverted PIC 9(6) VALUE ZERO.
01 LinesCosted PIC 9(6) VALUE ZERO.
01 LinesUncosted PIC 9(6) VALUE ZERO.
01 ConversionFailedFlag PIC X VALUE 'N'.
       88 ConversionFailed VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 CostTable.
       02 CostEntry OCCURS 150 TIMES.
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.
01 CST-FoundFlag PIC X.
       88 CST-EntryFound VALUE 'Y'.
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapLiveName PIC X(20) VALUE "po.dat".
01 WS-SwapStatus PIC S9(9) COMP-5.
COPY "REGION.cpy".

      *> One-time cutover conversion for supplier invoice matching.
      *> Run this ONCE, after prodcost.txt holds the current unit
      *> costs and before the purchasing or payables programs run on
      *> the new layout:
      *>   po.dat   each line gains the agreed unit cost and the
      *>            quantity billed so far
      *> Existing lines take today's unit cost from prodcost.txt as
      *> their agreed cost - a line with no cost on file converts at
      *> zero and any bill against it holds for review. Billed starts
      *> at zero. The live file is set aside as po.old and a
      *> poconv.done marker refuses a second run.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME PURCHASE ORDER COST CONVERSION"
       DISPLAY "Adds agreed cost and billed quantity to po.dat in place."
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       PERFORM LoadCostTable
       PERFORM ConvertPOFile
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Purchase orders     : " POsConverted
       DISPLAY "  Lines costed        : " LinesCosted
       DISPLAY "  Lines with no cost  : " LinesUncosted
       DISPLAY "Old file kept as po.old"
       PERFORM WriteBalanceLine
       STOP RUN.

CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove poconv.done only if you are"
                       " restoring a pre-matching PO file"
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

LoadCostTable.
       OPEN INPUT CostFile
       PERFORM UNTIL CostFileEOF
           READ CostFile
               AT END SET CostFileEOF TO TRUE
               NOT AT END
                   IF CostCount < 150
                       ADD 1 TO CostCount
                       MOVE PC-ProdName TO CST-ProdName(CostCount)
                       MOVE PC-ProdSize TO CST-ProdSize(CostCount)
                       MOVE PC-UnitCost TO CST-UnitCost(CostCount)
                   ELSE
                       DISPLAY "Cost table full - ignoring " PC-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CostFile.

ConvertPOFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldPOFile
       IF OldPOStatus NOT = "00"
           DISPLAY "po.dat not present (" OldPOStatus ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewPOFile
       PERFORM UNTIL FileEOF
           READ OldPOFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOnePO
           END-READ
       END-PERFORM
       CLOSE OldPOFile
       CLOSE NewPOFile
       IF NOT ConversionFailed
           MOVE "po" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF.

ConvertOnePO.
       MOVE SPACES TO POData
       MOVE OP-PONum TO PO-PONum
       MOVE OP-Supplier TO PO-Supplier
       MOVE OP-OrderDate TO PO-OrderDate
       MOVE OP-ExpectedDate TO PO-ExpectedDate
       MOVE OP-Status TO PO-Status
       MOVE OP-LineCount TO PO-LineCount
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > 5
           MOVE OP-ProdName(LineIdx) TO PO-ProdName(LineIdx)
           MOVE OP-ProdSize(LineIdx) TO PO-ProdSize(LineIdx)
           MOVE OP-OrdQty(LineIdx) TO PO-OrdQty(LineIdx)
           MOVE OP-RecQty(LineIdx) TO PO-RecQty(LineIdx)
           MOVE ZERO TO PO-UnitCost(LineIdx)
           MOVE ZERO TO PO-BilledQty(LineIdx)
           IF LineIdx <= OP-LineCount
               PERFORM CostOneLine
           END-IF
       END-PERFORM
       WRITE POData
           INVALID KEY
               DISPLAY "PO " OP-PONum " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO POsConverted.

CostOneLine.
       MOVE 'N' TO CST-FoundFlag
       PERFORM VARYING CST-Index FROM 1 BY 1
           UNTIL CST-Index > CostCount OR CST-EntryFound
           IF CST-ProdName(CST-Index) = PO-ProdName(LineIdx)
               AND CST-ProdSize(CST-Index) = PO-ProdSize(LineIdx)
               SET CST-EntryFound TO TRUE
               MOVE CST-UnitCost(CST-Index) TO PO-UnitCost(LineIdx)
           END-IF
       END-PERFORM
       IF CST-EntryFound
           ADD 1 TO LinesCosted
       ELSE
           ADD 1 TO LinesUncosted
       END-IF.

      *> The live file becomes po.old and the converted po.new takes
      *> its name - the cutover program's swap.
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
       MOVE "POCONV" TO BAL-Program
       MOVE "POCOSTCONV" TO BAL-Step
       MOVE POsConverted TO BAL-RecordsIn
       MOVE POsConverted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
