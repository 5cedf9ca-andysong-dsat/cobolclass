       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRICEUPD.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PriceList ASSIGN TO "pricelist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PriceChangeFile ASSIGN TO "pricechg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PriceHistoryFile ASSIGN TO "pricehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PromotionReport ASSIGN TO "priceupd.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD PriceList.
01 PriceListLine.
       02 PLProdName PIC X(5).
       02 FILLER     PIC X.
       02 PLProdSize PIC A.
       02 FILLER     PIC X.
       02 PLPrice    PIC 9(4)V99.

FD PriceChangeFile.
01 PriceChangeLine.
    COPY "PRCCHG.cpy".

FD PriceHistoryFile.
01 PriceHistoryLine.
    COPY "PRCHIST.cpy".

FD PromotionReport.
01 PrintLine PIC X(80).

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
           88 EL-Informational  VALUE 'I'.
           88 EL-Warning        VALUE 'W'.
           88 EL-ActionRequired VALUE 'A'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
           88 EL-Acknowledged VALUE 'Y'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 PriceListEOFFlag PIC X VALUE 'N'.
       88 PriceListEOF VALUE 'Y'.
01 PriceChangeEOFFlag PIC X VALUE 'N'.
       88 PriceChangeEOF VALUE 'Y'.
01 PriceListDirtyFlag PIC X VALUE 'N'.
       88 PriceListDirty VALUE 'Y'.
      *> Set when either file holds more than its table - both are
      *> written back whole, so a run that could not read all of one
      *> must not write either.
01 TableOverflowFlag PIC X VALUE 'N'.
       88 TableOverflowed VALUE 'Y'.
01 WS-ExceptionMessage PIC X(60).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 ChangesApplied PIC 9(5) VALUE ZERO.
01 PricesMoved PIC 9(5) VALUE ZERO.
01 LinesMatched PIC 9(5).
01 NewListPrice PIC 9(4)V99.

01 PriceTable.
       02 PriceEntry OCCURS 150 TIMES.
           03 PLT-ProdName PIC X(5).
           03 PLT-ProdSize PIC A.
           03 PLT-Price PIC 9(4)V99.
01 PriceCount PIC 999 VALUE ZERO.
01 PLT-Index PIC 999.

01 ChangeTable.
       02 ChangeEntry OCCURS 500 TIMES.
           03 CHG-ChangeNum PIC 9(5).
           03 CHG-EffDate PIC 9(8).
           03 CHG-FromProd PIC X(5).
           03 CHG-ThruProd PIC X(5).
           03 CHG-ProdSize PIC A.
           03 CHG-Method PIC X.
               88 CHG-NewPrice   VALUE 'P'.
               88 CHG-PercentChg VALUE '%'.
           03 CHG-Price PIC 9(4)V99.
           03 CHG-Pct PIC S9(3)V99.
           03 CHG-Status PIC X.
               88 CHG-Pending   VALUE 'P'.
               88 CHG-Applied   VALUE 'A'.
               88 CHG-Cancelled VALUE 'C'.
           03 CHG-EnteredBy PIC X(8).
           03 CHG-StatusDate PIC 9(8).
01 ChangeCount PIC 999 VALUE ZERO.
01 CHG-Index PIC 999.
01 CHG-Slot PIC 999.

01 ReportHeading.
       02 FILLER PIC X(32) VALUE "PRICE CHANGE PROMOTION - run of ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(49) VALUE
    "Chg#   Effective  Item  Sz  Old Price   New Price".
01 PromoteDetailLine.
       02 PrnChangeNum PIC 9(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnEffDate PIC 9(8).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdSize PIC A.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnOldPrice PIC Z,ZZ9.99.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnNewPrice PIC Z,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPromoteNote PIC X(20).
01 PromoteTotalLine.
       02 FILLER PIC X(18) VALUE "Changes applied: ".
       02 PrnChangesApplied PIC ZZ,ZZ9.
       02 FILLER PIC X(22) VALUE "   List prices moved: ".
       02 PrnPricesMoved PIC ZZ,ZZ9.

COPY "REGION.cpy".

      *> The nightly price promotion. Every pending change whose
      *> effective date has come is applied to pricelist.txt, oldest
      *> date first so two changes to one item land in the order they
      *> were meant to, and marked applied. Each list price that moves
      *> gets a pricehist.txt line dated the night it actually moved -
      *> the price orders were really charged from - so a missed run
      *> shows up in the history instead of being papered over.
      *> A set price for one product and size with no list line yet
      *> adds the line; a percent change only moves prices that exist.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadPriceTable
       PERFORM LoadChangeTable
       IF TableOverflowed
           MOVE 'A' TO WS-ExceptionSeverity
           MOVE "Price Promotion Refused - Price Files Exceed Table Size"
               TO WS-ExceptionMessage
           PERFORM LogException
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT PromotionReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       OPEN EXTEND PriceHistoryFile
       PERFORM FindNextDueChange
       PERFORM UNTIL CHG-Slot = ZERO
           PERFORM ApplyOneChange
           PERFORM FindNextDueChange
       END-PERFORM
       CLOSE PriceHistoryFile
       MOVE ChangesApplied TO PrnChangesApplied
       MOVE PricesMoved TO PrnPricesMoved
       WRITE PrintLine FROM PromoteTotalLine AFTER ADVANCING 2 LINES
       CLOSE PromotionReport
       IF PriceListDirty
           PERFORM RewritePriceList
       END-IF
       IF ChangesApplied > ZERO
           PERFORM RewriteChangeFile
       END-IF
       DISPLAY "Price promotion complete - changes applied: "
           ChangesApplied "  list prices moved: " PricesMoved
       PERFORM WriteBalanceLine
       STOP RUN.

LoadPriceTable.
       OPEN INPUT PriceList
       PERFORM UNTIL PriceListEOF
           READ PriceList
               AT END SET PriceListEOF TO TRUE
               NOT AT END
                   IF PriceCount < 150
                       ADD 1 TO PriceCount
                       MOVE PLProdName TO PLT-ProdName(PriceCount)
                       MOVE PLProdSize TO PLT-ProdSize(PriceCount)
                       MOVE PLPrice TO PLT-Price(PriceCount)
                   ELSE
                       DISPLAY "Price table full - " PLProdName
                           " not loaded"
                       SET TableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PriceList.

LoadChangeTable.
       OPEN INPUT PriceChangeFile
       PERFORM UNTIL PriceChangeEOF
           READ PriceChangeFile
               AT END SET PriceChangeEOF TO TRUE
               NOT AT END
                   IF PX-ChangeNum IS NUMERIC
                       IF ChangeCount < 500
                           ADD 1 TO ChangeCount
                           MOVE PX-ChangeNum TO CHG-ChangeNum(ChangeCount)
                           MOVE PX-EffDate TO CHG-EffDate(ChangeCount)
                           MOVE PX-FromProd TO CHG-FromProd(ChangeCount)
                           MOVE PX-ThruProd TO CHG-ThruProd(ChangeCount)
                           MOVE PX-ProdSize TO CHG-ProdSize(ChangeCount)
                           MOVE PX-Method TO CHG-Method(ChangeCount)
                           MOVE PX-Price TO CHG-Price(ChangeCount)
                           MOVE PX-Pct TO CHG-Pct(ChangeCount)
                           MOVE PX-Status TO CHG-Status(ChangeCount)
                           MOVE PX-EnteredBy TO CHG-EnteredBy(ChangeCount)
                           MOVE PX-StatusDate TO CHG-StatusDate(ChangeCount)
                       ELSE
                           DISPLAY "Price change table full - "
                               PX-ChangeNum " not loaded"
                           SET TableOverflowed TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PriceChangeFile.

      *> The earliest pending change that is due, lowest change
      *> number first within a date; zero when nothing is left.
FindNextDueChange.
       MOVE ZERO TO CHG-Slot
       PERFORM VARYING CHG-Index FROM 1 BY 1 UNTIL CHG-Index > ChangeCount
           IF CHG-Pending(CHG-Index) AND CHG-EffDate(CHG-Index) <= RunDate
               IF CHG-Slot = ZERO
                   MOVE CHG-Index TO CHG-Slot
               ELSE
                   IF CHG-EffDate(CHG-Index) < CHG-EffDate(CHG-Slot)
                       OR (CHG-EffDate(CHG-Index) = CHG-EffDate(CHG-Slot)
                           AND CHG-ChangeNum(CHG-Index)
                               < CHG-ChangeNum(CHG-Slot))
                       MOVE CHG-Index TO CHG-Slot
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

ApplyOneChange.
       MOVE ZERO TO LinesMatched
       PERFORM VARYING PLT-Index FROM 1 BY 1 UNTIL PLT-Index > PriceCount
           IF PLT-ProdName(PLT-Index) >= CHG-FromProd(CHG-Slot)
               AND (CHG-ThruProd(CHG-Slot) = SPACES
                    OR PLT-ProdName(PLT-Index) <= CHG-ThruProd(CHG-Slot))
               AND (CHG-ProdSize(CHG-Slot) = SPACE
                    OR PLT-ProdSize(PLT-Index) = CHG-ProdSize(CHG-Slot))
               ADD 1 TO LinesMatched
               PERFORM MoveOneListPrice
           END-IF
       END-PERFORM
       IF LinesMatched = ZERO
           IF CHG-NewPrice(CHG-Slot)
               AND CHG-ProdSize(CHG-Slot) NOT = SPACE
               AND CHG-FromProd(CHG-Slot) = CHG-ThruProd(CHG-Slot)
               PERFORM AddNewListPrice
           ELSE
               MOVE SPACES TO PromoteDetailLine
               MOVE CHG-ChangeNum(CHG-Slot) TO PrnChangeNum
               MOVE CHG-EffDate(CHG-Slot) TO PrnEffDate
               MOVE CHG-FromProd(CHG-Slot) TO PrnProdName
               MOVE CHG-ProdSize(CHG-Slot) TO PrnProdSize
               MOVE "*** NO PRICES MATCH" TO PrnPromoteNote
               WRITE PrintLine FROM PromoteDetailLine AFTER ADVANCING 1 LINE
           END-IF
       END-IF
       MOVE 'A' TO CHG-Status(CHG-Slot)
       MOVE RunDate TO CHG-StatusDate(CHG-Slot)
       ADD 1 TO ChangesApplied.

MoveOneListPrice.
       IF CHG-NewPrice(CHG-Slot)
           MOVE CHG-Price(CHG-Slot) TO NewListPrice
       ELSE
           COMPUTE NewListPrice ROUNDED =
               PLT-Price(PLT-Index) * (100 + CHG-Pct(CHG-Slot)) / 100
       END-IF
       IF NewListPrice NOT = PLT-Price(PLT-Index)
           MOVE SPACES TO PriceHistoryLine
           MOVE PLT-ProdName(PLT-Index) TO PRH-ProdName
           MOVE PLT-ProdSize(PLT-Index) TO PRH-ProdSize
           MOVE PLT-Price(PLT-Index) TO PRH-OldPrice
           MOVE NewListPrice TO PRH-NewPrice
           PERFORM WriteHistoryAndDetail
           MOVE NewListPrice TO PLT-Price(PLT-Index)
       END-IF.

AddNewListPrice.
       IF PriceCount >= 150
           MOVE SPACES TO PromoteDetailLine
           MOVE CHG-ChangeNum(CHG-Slot) TO PrnChangeNum
           MOVE CHG-EffDate(CHG-Slot) TO PrnEffDate
           MOVE CHG-FromProd(CHG-Slot) TO PrnProdName
           MOVE CHG-ProdSize(CHG-Slot) TO PrnProdSize
           MOVE "*** PRICE LIST FULL" TO PrnPromoteNote
           WRITE PrintLine FROM PromoteDetailLine AFTER ADVANCING 1 LINE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PriceCount
       MOVE CHG-FromProd(CHG-Slot) TO PLT-ProdName(PriceCount)
       MOVE CHG-ProdSize(CHG-Slot) TO PLT-ProdSize(PriceCount)
       MOVE CHG-Price(CHG-Slot) TO PLT-Price(PriceCount)
       MOVE SPACES TO PriceHistoryLine
       MOVE CHG-FromProd(CHG-Slot) TO PRH-ProdName
       MOVE CHG-ProdSize(CHG-Slot) TO PRH-ProdSize
       MOVE ZERO TO PRH-OldPrice
       MOVE CHG-Price(CHG-Slot) TO PRH-NewPrice
       PERFORM WriteHistoryAndDetail.

WriteHistoryAndDetail.
       MOVE RunDate TO PRH-EffDate
       MOVE CHG-ChangeNum(CHG-Slot) TO PRH-ChangeNum
       MOVE "PRICEUPD" TO PRH-Program
       MOVE CHG-EnteredBy(CHG-Slot) TO PRH-Operator
       WRITE PriceHistoryLine
       SET PriceListDirty TO TRUE
       ADD 1 TO PricesMoved
       MOVE SPACES TO PromoteDetailLine
       MOVE CHG-ChangeNum(CHG-Slot) TO PrnChangeNum
       MOVE CHG-EffDate(CHG-Slot) TO PrnEffDate
       MOVE PRH-ProdName TO PrnProdName
       MOVE PRH-ProdSize TO PrnProdSize
       MOVE PRH-OldPrice TO PrnOldPrice
       MOVE PRH-NewPrice TO PrnNewPrice
       IF PRH-OldPrice = ZERO
           MOVE "NEW LIST LINE" TO PrnPromoteNote
       END-IF
       WRITE PrintLine FROM PromoteDetailLine AFTER ADVANCING 1 LINE.

RewritePriceList.
       OPEN OUTPUT PriceList
       PERFORM VARYING PLT-Index FROM 1 BY 1 UNTIL PLT-Index > PriceCount
           MOVE SPACES TO PriceListLine
           MOVE PLT-ProdName(PLT-Index) TO PLProdName
           MOVE PLT-ProdSize(PLT-Index) TO PLProdSize
           MOVE PLT-Price(PLT-Index) TO PLPrice
           WRITE PriceListLine
       END-PERFORM
       CLOSE PriceList.

RewriteChangeFile.
       OPEN OUTPUT PriceChangeFile
       PERFORM VARYING CHG-Index FROM 1 BY 1 UNTIL CHG-Index > ChangeCount
           MOVE SPACES TO PriceChangeLine
           MOVE CHG-ChangeNum(CHG-Index) TO PX-ChangeNum
           MOVE CHG-EffDate(CHG-Index) TO PX-EffDate
           MOVE CHG-FromProd(CHG-Index) TO PX-FromProd
           MOVE CHG-ThruProd(CHG-Index) TO PX-ThruProd
           MOVE CHG-ProdSize(CHG-Index) TO PX-ProdSize
           MOVE CHG-Method(CHG-Index) TO PX-Method
           MOVE CHG-Price(CHG-Index) TO PX-Price
           MOVE CHG-Pct(CHG-Index) TO PX-Pct
           MOVE CHG-Status(CHG-Index) TO PX-Status
           MOVE CHG-EnteredBy(CHG-Index) TO PX-EnteredBy
           MOVE CHG-StatusDate(CHG-Index) TO PX-StatusDate
           WRITE PriceChangeLine
       END-PERFORM
       CLOSE PriceChangeFile.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "PRICEUPD" TO EL-Program
       MOVE SPACES TO EL-Operator
       MOVE WS-ExceptionSeverity TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       MOVE 'W' TO WS-ExceptionSeverity
       CLOSE ExceptionLog
       DISPLAY WS-ExceptionMessage.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "PRICEUPD" TO BAL-Program
       MOVE "PRICEPROMO" TO BAL-Step
       MOVE ChangesApplied TO BAL-RecordsIn
       MOVE PricesMoved TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
