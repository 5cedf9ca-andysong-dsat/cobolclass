       02 RO-Level PIC 9(4).
       02 FILLER PIC X.
       02 RO-SuggestQty PIC 9(4).
       02 FILLER PIC X.
       02 RO-Location PIC X(4).

FD DemandFile.
01 DemandLine.
       02 DM-TotalUnits PIC 9(6).
       02 FILLER PIC X.
       02 DM-AvgUnits PIC 9(4).
       02 FILLER PIC X.
       02 DM-LastSold PIC 9(8).

FD CoverControl.
01 CoverControlLine.

      *> Reorder levels per product/size, loaded once from the small
      *> control file purchasing maintains - same pattern as the tax
      *> and grade-scale table loads. A line naming a location sets
      *> that stockroom's own level; a line without one (every line
      *> written before stock was kept by location) is the company-
      *> wide level against the whole count on the product master.
01 ReorderTable.
       02 ReorderEntry OCCURS 150 TIMES.
           03 RT-ProdName PIC X(5).
           03 RT-ProdSize PIC A.
           03 RT-Level PIC 9(4).
           03 RT-SuggestQty PIC 9(4).
           03 RT-Location PIC X(4).
01 ReorderCount PIC 999 VALUE ZERO.
01 RT-Slot PIC 999.

      *> Average monthly shipped units per product/size, built by the
       88 CoverControlEOF VALUE 'Y'.
01 CoverMonths PIC 99 VALUE 2.
01 DemandBuyQty PIC 9(6).
01 LocationPosition PIC S9(6).

01 ReportHeading PIC X(40) VALUE "REORDER POINT REPORT - STOCK TO REORDER".
01 DetailHeads PIC X(76)
       VALUE "Loc   Product Size On Hand  Reorder At  Suggested   Avg/Mo   Buy Qty  Note".
01 ReorderDetailLine.
       02 PrnLocation PIC X(4).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnProdSize PIC A.
01 NoActionLine PIC X(44)
       VALUE "All stocked entries are above reorder point".

COPY "LOCSRV.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
                       MOVE RO-ProdSize TO RT-ProdSize(ReorderCount)
                       MOVE RO-Level TO RT-Level(ReorderCount)
                       MOVE RO-SuggestQty TO RT-SuggestQty(ReorderCount)
                       MOVE RO-Location TO RT-Location(ReorderCount)
                   ELSE
                       DISPLAY "Reorder table full - ignoring " RO-ProdName
                   END-IF

      *> Sell-off and dead products never reorder - flagging them
      *> here is how we stop buying stock we are trying to run out.
      *> A drop-ship product is never stocked at all, so it has no
      *> reorder point to fall below.
      *> Each size is tried against every level set for it: the
      *> company-wide level (shown as ALL) rolls up every location
      *> and the transfer trucks, the way the buyer sees it; a
      *> stockroom's level is tried against its own shelf plus what
      *> is already on its way to it, so a branch is not flagged for
      *> stock a transfer is about to put right.
CheckOneProduct.
       IF PMSellOffProduct OR PMDeadProduct OR PMDropShipItem
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
           IF PMProdSize(SizeIdx) NOT = SPACE
               ADD 1 TO EntriesChecked
               PERFORM CheckOneReorderEntry
                   VARYING RT-Slot FROM 1 BY 1 UNTIL RT-Slot > ReorderCount
           END-IF
       END-PERFORM.

CheckOneReorderEntry.
       IF RT-ProdName(RT-Slot) NOT = PMProdName
           OR RT-ProdSize(RT-Slot) NOT = PMProdSize(SizeIdx)
           EXIT PARAGRAPH
       END-IF
       IF RT-Location(RT-Slot) = SPACES
           IF PMProdQty(SizeIdx) <= RT-Level(RT-Slot)
               MOVE "ALL" TO PrnLocation
               MOVE PMProdName TO PrnProdName
               MOVE PMProdSize(SizeIdx) TO PrnProdSize
               MOVE PMProdQty(SizeIdx) TO PrnOnHand
               MOVE RT-Level(RT-Slot) TO PrnLevel
               MOVE RT-SuggestQty(RT-Slot) TO PrnSuggest
               PERFORM FillDemandColumns
               WRITE PrintLine FROM ReorderDetailLine
                   AFTER ADVANCING 1 LINE
               ADD 1 TO EntriesReported
           END-IF
       ELSE
           SET LC-Quantity TO TRUE
           MOVE RT-Location(RT-Slot) TO LC-Location
           MOVE PMProdName TO LC-ProdName
           MOVE PMProdSize(SizeIdx) TO LC-ProdSize
           MOVE PMProdQty(SizeIdx) TO LC-CompanyQty
           CALL "LOCSRV" USING LC-Parameters
           COMPUTE LocationPosition = LC-OnHand + LC-InTransit
           IF LocationPosition < ZERO
               MOVE ZERO TO LocationPosition
           END-IF
           IF LocationPosition <= RT-Level(RT-Slot)
               MOVE RT-Location(RT-Slot) TO PrnLocation
               MOVE PMProdName TO PrnProdName
               MOVE PMProdSize(SizeIdx) TO PrnProdSize
               MOVE LocationPosition TO PrnOnHand
               MOVE RT-Level(RT-Slot) TO PrnLevel
               MOVE RT-SuggestQty(RT-Slot) TO PrnSuggest
               MOVE ZERO TO PrnAvgMo PrnDemandBuy
               MOVE "AT LOC" TO PrnPointFlag
               WRITE PrintLine FROM ReorderDetailLine
                   AFTER ADVANCING 1 LINE
               ADD 1 TO EntriesReported
           END-IF
       END-IF.

      *> Buy back up to the cover period where the item has shipment
      *> history, and call out reorder points that are plainly out of
      *> step with demand - above three months of movement, or under
           END-IF
       END-PERFORM.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
