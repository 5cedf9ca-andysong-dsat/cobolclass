       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRICEIMP.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PriceList ASSIGN TO "pricelist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PriceChangeFile ASSIGN TO "pricechg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL QuoteFile ASSIGN TO "quote.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS QUO-QuoteNum
           FILE STATUS IS QuoteFileStatus.
       SELECT OPTIONAL TemplateFile ASSIGN TO "stdord.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS STO-TemplateNum
           FILE STATUS IS TemplateFileStatus.
       SELECT OPTIONAL CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT ImpactReport ASSIGN TO "priceimp.rpt"
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

FD QuoteFile.
01 QuoteData.
    COPY "QUOREC.cpy".

FD TemplateFile.
01 TemplateData.
    COPY "STDREC.cpy".

FD CustomerFile.
01 CustomerData.
    COPY "CUSTREC.cpy"
        REPLACING ==CR-IDNum==        BY ==IDNum==
                  ==CR-FirstName==    BY ==FirstName==
                  ==CR-LastName==     BY ==LastName==
                  ==CR-CustAddress==  BY ==CustAddress==
                  ==CR-Phone==        BY ==Phone==
                  ==CR-Email==        BY ==Email==
                  ==CR-CustStatus==   BY ==CustStatus==
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==.

FD ImpactReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 QuoteFileStatus PIC XX.
01 TemplateFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 CustExists PIC X.
01 PriceListEOFFlag PIC X VALUE 'N'.
       88 PriceListEOF VALUE 'Y'.
01 PriceChangeEOFFlag PIC X VALUE 'N'.
       88 PriceChangeEOF VALUE 'Y'.
01 QuoteEOFFlag PIC X VALUE 'N'.
       88 QuoteEOF VALUE 'Y'.
01 TemplateEOFFlag PIC X VALUE 'N'.
       88 TemplateEOF VALUE 'Y'.
01 AskThruDate PIC 9(8).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 LineIdx PIC 99.
01 NewListPrice PIC 9(4)V99.
01 LinePriceChange PIC S9(7)V99.
01 DocumentChange PIC S9(7)V99.
01 DocumentLinesHit PIC 99.
01 QuotesHit PIC 9(5) VALUE ZERO.
01 TemplatesHit PIC 9(5) VALUE ZERO.
01 CycleChangeTotal PIC S9(8)V99 VALUE ZERO.

      *> The price list as it stands, and beside each line the price
      *> it will carry once the pending changes through the date have
      *> been applied in the order the nightly promotion applies them.
01 PriceTable.
       02 PriceEntry OCCURS 150 TIMES.
           03 PLT-ProdName PIC X(5).
           03 PLT-ProdSize PIC A.
           03 PLT-Price PIC 9(4)V99.
           03 PLT-NewPrice PIC 9(4)V99.
           03 PLT-EffDate PIC 9(8).
01 PriceCount PIC 999 VALUE ZERO.
01 PLT-Index PIC 999.
01 PLT-Slot PIC 999.
01 PricesMoving PIC 999 VALUE ZERO.

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
           03 CHG-UsedFlag PIC X.
               88 CHG-Used VALUE 'Y'.
01 ChangeCount PIC 999 VALUE ZERO.
01 CHG-Index PIC 999.
01 CHG-Slot PIC 999.

01 ReportHeading.
       02 FILLER PIC X(36) VALUE "PRICE CHANGE IMPACT - changes thru ".
       02 PrnThruDate PIC 9(8).
       02 FILLER PIC X(9) VALUE "   as of ".
       02 PrnRunDate PIC 9(8).
01 SectionLine PIC X(60).
01 PriceHeads PIC X(47) VALUE
    "Item  Sz  Effective List Now  New List   Change".
01 PriceDetailLine.
       02 PrnPLProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPLProdSize PIC A.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnPLEffDate PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPLOldPrice PIC Z,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPLNewPrice PIC Z,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPLPct PIC +ZZ9.9.
       02 FILLER PIC X VALUE "%".
01 PctMoved PIC S9(3)V9.

01 DocHeadLine.
       02 PrnDocLabel PIC X(9).
       02 PrnDocNum PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDocStatus PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocCust PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocDateLabel PIC X(6).
       02 PrnDocDate PIC 9(8).
01 DocLineHeads PIC X(64) VALUE
    "    Item  Sz  Qty Doc Price  List Now  New List     Change  Note".
01 DocDetailLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnLnProdName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLnProdSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 PrnLnQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLnDocPrice PIC Z,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLnOldPrice PIC Z,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLnNewPrice PIC Z,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnLnChange PIC ---,--9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLnNote PIC X(14).
01 DocTotalLine.
       02 FILLER PIC X(39) VALUE SPACES.
       02 PrnDocTotalLabel PIC X(8).
       02 PrnDocTotal PIC ----,--9.99.
01 SummaryLine.
       02 PrnSummaryLabel PIC X(40).
       02 PrnSummaryCount PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSummaryAmount PIC -,---,--9.99.

      *> What a price change will touch before it goes live. The
      *> pending changes effective through the chosen date are run
      *> against a copy of the price list exactly as the nightly
      *> promotion would run them, and then every open or accepted
      *> quote on quote.dat and every active standing order template
      *> on stdord.dat is read for lines whose product and size will
      *> reprice.
      *> A quote holds its quoted price to conversion, so for a quote
      *> the point is which quotes sit at today's list and will look
      *> cheap against the new one, and which will need requoting if
      *> they lapse. A standing order has no price of its own - it
      *> picks up the list on each run - so every affected template
      *> line is a real change to what that customer pays next cycle,
      *> and the report totals it.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "Changes effective through (YYYYMMDD, 0 = all pending) : "
           WITH NO ADVANCING
       ACCEPT AskThruDate
       IF AskThruDate = ZERO
           MOVE 99999999 TO AskThruDate
       END-IF
       PERFORM LoadPriceTable
       PERFORM LoadChangeTable
       PERFORM FindNextChange
       PERFORM UNTIL CHG-Slot = ZERO
           PERFORM ProjectOneChange
           PERFORM FindNextChange
       END-PERFORM
       OPEN OUTPUT ImpactReport
       MOVE AskThruDate TO PrnThruDate
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       PERFORM PrintPriceMoves
       IF PricesMoving > ZERO
           OPEN INPUT CustomerFile
           PERFORM PrintQuoteImpact
           PERFORM PrintTemplateImpact
           CLOSE CustomerFile
       END-IF
       MOVE SPACES TO SummaryLine
       MOVE "List prices that move" TO PrnSummaryLabel
       MOVE PricesMoving TO PrnSummaryCount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 3 LINES
       MOVE SPACES TO SummaryLine
       MOVE "Open and accepted quotes affected" TO PrnSummaryLabel
       MOVE QuotesHit TO PrnSummaryCount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO SummaryLine
       MOVE "Standing orders affected / per cycle" TO PrnSummaryLabel
       MOVE TemplatesHit TO PrnSummaryCount
       MOVE CycleChangeTotal TO PrnSummaryAmount
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       CLOSE ImpactReport
       DISPLAY "Price change impact written to priceimp.rpt - prices: "
           PricesMoving "  quotes: " QuotesHit "  standing orders: "
           TemplatesHit
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
                       MOVE PLPrice TO PLT-NewPrice(PriceCount)
                       MOVE ZERO TO PLT-EffDate(PriceCount)
                   ELSE
                       DISPLAY "Price table full - ignoring " PLProdName
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
                   IF PX-Pending AND PX-EffDate IS NUMERIC
                       AND PX-EffDate <= AskThruDate
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
                           MOVE 'N' TO CHG-UsedFlag(ChangeCount)
                       ELSE
                           DISPLAY "Price change table full - ignoring "
                               PX-ChangeNum
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PriceChangeFile.

FindNextChange.
       MOVE ZERO TO CHG-Slot
       PERFORM VARYING CHG-Index FROM 1 BY 1 UNTIL CHG-Index > ChangeCount
           IF NOT CHG-Used(CHG-Index)
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

      *> A set price for an item not yet on the list adds nothing to
      *> reprice - no quote or template can be at a list price the
      *> item never had - so only existing list lines are projected.
ProjectOneChange.
       SET CHG-Used(CHG-Slot) TO TRUE
       PERFORM VARYING PLT-Index FROM 1 BY 1 UNTIL PLT-Index > PriceCount
           IF PLT-ProdName(PLT-Index) >= CHG-FromProd(CHG-Slot)
               AND (CHG-ThruProd(CHG-Slot) = SPACES
                    OR PLT-ProdName(PLT-Index) <= CHG-ThruProd(CHG-Slot))
               AND (CHG-ProdSize(CHG-Slot) = SPACE
                    OR PLT-ProdSize(PLT-Index) = CHG-ProdSize(CHG-Slot))
               IF CHG-NewPrice(CHG-Slot)
                   MOVE CHG-Price(CHG-Slot) TO NewListPrice
               ELSE
                   COMPUTE NewListPrice ROUNDED =
                       PLT-NewPrice(PLT-Index)
                       * (100 + CHG-Pct(CHG-Slot)) / 100
               END-IF
               IF NewListPrice NOT = PLT-NewPrice(PLT-Index)
                   MOVE NewListPrice TO PLT-NewPrice(PLT-Index)
                   MOVE CHG-EffDate(CHG-Slot) TO PLT-EffDate(PLT-Index)
               END-IF
           END-IF
       END-PERFORM.

PrintPriceMoves.
       MOVE "LIST PRICES THAT MOVE" TO SectionLine
       WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM PriceHeads AFTER ADVANCING 1 LINE
       PERFORM VARYING PLT-Index FROM 1 BY 1 UNTIL PLT-Index > PriceCount
           IF PLT-NewPrice(PLT-Index) NOT = PLT-Price(PLT-Index)
               ADD 1 TO PricesMoving
               MOVE PLT-ProdName(PLT-Index) TO PrnPLProdName
               MOVE PLT-ProdSize(PLT-Index) TO PrnPLProdSize
               MOVE PLT-EffDate(PLT-Index) TO PrnPLEffDate
               MOVE PLT-Price(PLT-Index) TO PrnPLOldPrice
               MOVE PLT-NewPrice(PLT-Index) TO PrnPLNewPrice
               IF PLT-Price(PLT-Index) > ZERO
                   COMPUTE PctMoved ROUNDED =
                       (PLT-NewPrice(PLT-Index) - PLT-Price(PLT-Index))
                       * 100 / PLT-Price(PLT-Index)
               ELSE
                   MOVE ZERO TO PctMoved
               END-IF
               MOVE PctMoved TO PrnPLPct
               WRITE PrintLine FROM PriceDetailLine AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM
       IF PricesMoving = ZERO
           MOVE "  No pending change moves a list price" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
       END-IF.

PrintQuoteImpact.
       MOVE "OPEN AND ACCEPTED QUOTES" TO SectionLine
       WRITE PrintLine FROM SectionLine AFTER ADVANCING 3 LINES
       OPEN INPUT QuoteFile
       IF QuoteFileStatus NOT = "00"
           MOVE "  No quote file" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL QuoteEOF
           READ QuoteFile NEXT RECORD
               AT END SET QuoteEOF TO TRUE
               NOT AT END
                   IF QUO-OpenQuote OR QUO-AcceptedQuote
                       PERFORM CheckOneQuote
                   END-IF
           END-READ
       END-PERFORM
       CLOSE QuoteFile.

CheckOneQuote.
       MOVE ZERO TO DocumentLinesHit DocumentChange
       PERFORM VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > QUO-LineCount OR LineIdx > 20
           PERFORM FindListLine
           IF PLT-Slot > ZERO
               IF DocumentLinesHit = ZERO
                   ADD 1 TO QuotesHit
                   MOVE SPACES TO DocHeadLine
                   MOVE "Quote #  " TO PrnDocLabel
                   MOVE QUO-QuoteNum TO PrnDocNum
                   IF QUO-OpenQuote
                       MOVE "QUOTED" TO PrnDocStatus
                   ELSE
                       MOVE "ACCEPTED" TO PrnDocStatus
                   END-IF
                   MOVE QUO-IDNum TO PrnDocCust
                   PERFORM NameCustomer
                   MOVE "Dated " TO PrnDocDateLabel
                   MOVE QUO-QuoteDate TO PrnDocDate
                   WRITE PrintLine FROM DocHeadLine AFTER ADVANCING 2 LINES
                   WRITE PrintLine FROM DocLineHeads AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO DocumentLinesHit
               MOVE SPACES TO DocDetailLine
               MOVE QUO-ProdName(LineIdx) TO PrnLnProdName
               MOVE QUO-ProdSize(LineIdx) TO PrnLnProdSize
               MOVE QUO-OrdQty(LineIdx) TO PrnLnQty
               MOVE QUO-UnitPrice(LineIdx) TO PrnLnDocPrice
               MOVE PLT-Price(PLT-Slot) TO PrnLnOldPrice
               MOVE PLT-NewPrice(PLT-Slot) TO PrnLnNewPrice
               COMPUTE LinePriceChange = QUO-OrdQty(LineIdx)
                   * (PLT-NewPrice(PLT-Slot) - QUO-UnitPrice(LineIdx))
               MOVE LinePriceChange TO PrnLnChange
               ADD LinePriceChange TO DocumentChange
               EVALUATE TRUE
                   WHEN QUO-UnitPrice(LineIdx) = PLT-Price(PLT-Slot)
                       MOVE "AT LIST NOW" TO PrnLnNote
                   WHEN QUO-UnitPrice(LineIdx) < PLT-Price(PLT-Slot)
                       MOVE "BELOW LIST NOW" TO PrnLnNote
                   WHEN OTHER
                       MOVE "ABOVE LIST NOW" TO PrnLnNote
               END-EVALUATE
               WRITE PrintLine FROM DocDetailLine AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM
       IF DocumentLinesHit > ZERO
           MOVE SPACES TO DocTotalLine
           MOVE "Requote " TO PrnDocTotalLabel
           MOVE DocumentChange TO PrnDocTotal
           WRITE PrintLine FROM DocTotalLine AFTER ADVANCING 1 LINE
       END-IF.

PrintTemplateImpact.
       MOVE "ACTIVE STANDING ORDERS" TO SectionLine
       WRITE PrintLine FROM SectionLine AFTER ADVANCING 3 LINES
       OPEN INPUT TemplateFile
       IF TemplateFileStatus NOT = "00"
           MOVE "  No standing order file" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TemplateEOF
           READ TemplateFile NEXT RECORD
               AT END SET TemplateEOF TO TRUE
               NOT AT END
                   IF STO-ActiveTemplate
                       PERFORM CheckOneTemplate
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TemplateFile.

CheckOneTemplate.
       MOVE ZERO TO DocumentLinesHit DocumentChange
       PERFORM VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > STO-LineCount OR LineIdx > 20
           MOVE STO-ProdName(LineIdx) TO PLProdName
           MOVE STO-ProdSize(LineIdx) TO PLProdSize
           PERFORM FindMovingListLine
           IF PLT-Slot > ZERO
               IF DocumentLinesHit = ZERO
                   ADD 1 TO TemplatesHit
                   MOVE SPACES TO DocHeadLine
                   MOVE "Template " TO PrnDocLabel
                   MOVE STO-TemplateNum TO PrnDocNum
                   IF STO-Weekly
                       MOVE "WEEKLY" TO PrnDocStatus
                   ELSE
                       MOVE "MONTHLY" TO PrnDocStatus
                   END-IF
                   MOVE STO-IDNum TO PrnDocCust
                   PERFORM NameCustomer
                   MOVE "Next  " TO PrnDocDateLabel
                   MOVE STO-NextRunDate TO PrnDocDate
                   WRITE PrintLine FROM DocHeadLine AFTER ADVANCING 2 LINES
                   WRITE PrintLine FROM DocLineHeads AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO DocumentLinesHit
               MOVE SPACES TO DocDetailLine
               MOVE STO-ProdName(LineIdx) TO PrnLnProdName
               MOVE STO-ProdSize(LineIdx) TO PrnLnProdSize
               MOVE STO-OrdQty(LineIdx) TO PrnLnQty
               MOVE PLT-Price(PLT-Slot) TO PrnLnOldPrice
               MOVE PLT-NewPrice(PLT-Slot) TO PrnLnNewPrice
               COMPUTE LinePriceChange = STO-OrdQty(LineIdx)
                   * (PLT-NewPrice(PLT-Slot) - PLT-Price(PLT-Slot))
               MOVE LinePriceChange TO PrnLnChange
               ADD LinePriceChange TO DocumentChange
               IF PLT-EffDate(PLT-Slot) > STO-NextRunDate
                   MOVE "AFTER NEXT RUN" TO PrnLnNote
               ELSE
                   MOVE "BY NEXT RUN" TO PrnLnNote
               END-IF
               WRITE PrintLine FROM DocDetailLine AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM
       IF DocumentLinesHit > ZERO
           ADD DocumentChange TO CycleChangeTotal
           MOVE SPACES TO DocTotalLine
           MOVE "Cycle   " TO PrnDocTotalLabel
           MOVE DocumentChange TO PrnDocTotal
           WRITE PrintLine FROM DocTotalLine AFTER ADVANCING 1 LINE
       END-IF.

      *> The list line for the quote line in hand, when its price is
      *> one of the ones moving; zero otherwise.
FindListLine.
       MOVE QUO-ProdName(LineIdx) TO PLProdName
       MOVE QUO-ProdSize(LineIdx) TO PLProdSize
       PERFORM FindMovingListLine.

FindMovingListLine.
       MOVE ZERO TO PLT-Slot
       PERFORM VARYING PLT-Index FROM 1 BY 1
           UNTIL PLT-Index > PriceCount OR PLT-Slot > ZERO
           IF PLT-ProdName(PLT-Index) = PLProdName
               AND PLT-ProdSize(PLT-Index) = PLProdSize
               AND PLT-NewPrice(PLT-Index) NOT = PLT-Price(PLT-Index)
               MOVE PLT-Index TO PLT-Slot
           END-IF
       END-PERFORM.

NameCustomer.
       MOVE 'Y' TO CustExists
       MOVE PrnDocCust TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'Y' AND CustomerFileStatus = "00"
           MOVE LastName TO PrnDocName
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnDocName
       END-IF.
