
      *> One line per product/size on the count: the on-hand figure
      *> at sheet-cut time, the keyed count, and how far through the
      *> generate - key - approve cycle the line is. The location is
      *> the stockroom the line was counted in; lines cut before stock
      *> was kept by location carry none and count as MAIN.
FD CountWorkFile.
01 CountWorkRecord.
       02 CW-ProdName PIC X(5).
       02 CW-Status PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 CW-Mode PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 CW-Location PIC X(4).

FD CountSheets.
01 PrintLine PIC X(60).

FD VarianceReport.
01 VarianceLine PIC X(80).

FD FreezeControl.
01 FreezeControlLine.
       88 CycleMode    VALUE 'C'.
       88 PhysicalMode VALUE 'F'.
01 AskProdName PIC X(5).
01 AskLocation PIC X(4).
01 CountLocation PIC X(4).
01 LocationQty PIC S9(5).
01 ProductExists PIC X.
01 ProductEOFFlag PIC X.
       88 ProductEOF VALUE 'Y'.
       88 WorkEOF VALUE 'Y'.
01 SizeIdx PIC 9.
01 SizeSlot PIC 9.
01 FindSize PIC A.
01 LinesGenerated PIC 9(5) VALUE ZERO.
01 LinesPosted PIC 9(5) VALUE ZERO.
01 Variance PIC S9(5).
               88 CNT-Keyed     VALUE 'K'.
               88 CNT-Posted    VALUE 'A'.
           03 CNT-Mode PIC X.
           03 CNT-Location PIC X(4).
01 CNT-Count PIC 999 VALUE ZERO.
01 CNT-Index PIC 999.
01 CNT-OverflowFlag PIC X VALUE 'N'.
       88 CNT-Overflowed VALUE 'Y'.

      *> Company-wide rollup of the keyed counts - one line per
      *> product/size however many stockrooms counted it, netting
      *> each location's variance into the one figure the company
      *> books against.
01 RollupTable.
       02 RU-Entry OCCURS 500 TIMES.
           03 RU-ProdName PIC X(5).
           03 RU-ProdSize PIC A.
           03 RU-Locations PIC 99.
           03 RU-Counted PIC 9(6).
           03 RU-Variance PIC S9(6).
01 RU-Count PIC 999 VALUE ZERO.
01 RU-Index PIC 999.
01 RU-Slot PIC 999.

01 SheetHeading PIC X(40) VALUE "INVENTORY COUNT SHEET".
01 SheetDetailLine.
       02 PrnProdName PIC X(5).
       02 PrnProdSize PIC A.
       02 FILLER PIC X(12) VALUE "   Count: __".
       02 FILLER PIC X(4) VALUE "____".
       02 FILLER PIC X(6) VALUE "  Loc ".
       02 PrnSheetLoc PIC X(4).
01 VarHeading PIC X(40) VALUE "CYCLE COUNT VARIANCE REPORT".
01 VarDetailLine.
       02 PrnVarLoc PIC X(4).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnVarProd PIC X(5).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnVarSize PIC A.
       02 PrnCounted PIC ZZZ9.
       02 FILLER PIC X(12) VALUE "  Variance: ".
       02 PrnVariance PIC ++++9.
01 RollupHeading PIC X(40) VALUE "COMPANY-WIDE ROLLUP".
01 RollupDetailLine.
       02 FILLER PIC X(6) VALUE "ALL".
       02 PrnRollProd PIC X(5).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnRollSize PIC A.
       02 FILLER PIC X(13) VALUE "  Locations: ".
       02 PrnRollLocs PIC Z9.
       02 FILLER PIC X(11) VALUE "  Counted: ".
       02 PrnRollCounted PIC ZZZZZ9.
       02 FILLER PIC X(16) VALUE "  Net Variance: ".
       02 PrnRollVariance PIC +++++9.
COPY "SIGNON.cpy".

COPY "STKMOVE.cpy".

COPY "LOCSRV.cpy".

COPY "REGION.cpy".

PROCEDURE DIVISION.
                       MOVE CW-CountedQty TO CNT-CountedQty(CNT-Count)
                       MOVE CW-Status TO CNT-Status(CNT-Count)
                       MOVE CW-Mode TO CNT-Mode(CNT-Count)
                       MOVE CW-Location TO CNT-Location(CNT-Count)
                       IF CNT-Location(CNT-Count) = SPACES
                           MOVE "MAIN" TO CNT-Location(CNT-Count)
                       END-IF
                   ELSE
                       SET CNT-Overflowed TO TRUE
                   END-IF
      *> Cycle mode cuts sheets for one product; full physical mode
      *> covers the whole master and freezes maintenance until the
      *> counts post, so nothing moves under the counters' feet.
      *> Either is cut for one stockroom - the frozen figure is that
      *> location's shelf, and a full physical of the company is run
      *> once per location.
GenerateCountSheets.
       DISPLAY " "
       DISPLAY "C = cycle count one product, F = full physical : "
       IF CountMode = 'f' MOVE 'F' TO CountMode END-IF
       IF NOT CycleMode AND NOT PhysicalMode
           DISPLAY "Unknown mode - no sheets generated"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Location to count (blank = MAIN) : " WITH NO ADVANCING
       ACCEPT AskLocation
       IF AskLocation = SPACES
           MOVE "MAIN" TO AskLocation
       END-IF
       SET LC-KnownLoc TO TRUE
       MOVE AskLocation TO LC-Location
       CALL "LOCSRV" USING LC-Parameters
       IF LC-NotFound
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Unknown Location " DELIMITED BY SIZE
                  AskLocation DELIMITED BY SIZE
                  " - No Sheets Generated" DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       ELSE
           MOVE AskLocation TO CountLocation
           OPEN OUTPUT CountSheets
           WRITE PrintLine FROM SheetHeading AFTER ADVANCING PAGE
           MOVE SPACES TO PrintLine
                   ADD 1 TO LinesGenerated
                   MOVE PMProdName TO CNT-ProdName(CNT-Count)
                   MOVE PMProdSize(SizeIdx) TO CNT-ProdSize(CNT-Count)
                   MOVE PMProdSize(SizeIdx) TO LC-ProdSize
                   PERFORM GetLocationQty
                   MOVE LocationQty TO CNT-FrozenQty(CNT-Count)
                   MOVE ZERO TO CNT-CountedQty(CNT-Count)
                   MOVE 'G' TO CNT-Status(CNT-Count)
                   MOVE CountMode TO CNT-Mode(CNT-Count)
                   MOVE CountLocation TO CNT-Location(CNT-Count)
                   MOVE PMProdName TO PrnProdName
                   MOVE PMProdSize(SizeIdx) TO PrnProdSize
                   MOVE CountLocation TO PrnSheetLoc
                   WRITE PrintLine FROM SheetDetailLine
                       AFTER ADVANCING 1 LINE
               ELSE
           END-IF
       END-PERFORM.

      *> The shelf at CountLocation for PMProdName and the size in
      *> LC-ProdSize, as the location service works it out - never
      *> below zero, since nobody can count fewer than none. Reads
      *> the company figure from the product record in storage.
GetLocationQty.
       MOVE LC-ProdSize TO FindSize
       MOVE ZERO TO LC-CompanyQty
       PERFORM VARYING SizeSlot FROM 1 BY 1 UNTIL SizeSlot > 3
           IF PMProdSize(SizeSlot) = FindSize
               MOVE PMProdQty(SizeSlot) TO LC-CompanyQty
           END-IF
       END-PERFORM
       SET LC-Quantity TO TRUE
       MOVE CountLocation TO LC-Location
       MOVE PMProdName TO LC-ProdName
       MOVE FindSize TO LC-ProdSize
       CALL "LOCSRV" USING LC-Parameters
       MOVE LC-OnHand TO LocationQty
       IF LocationQty < ZERO
           MOVE ZERO TO LocationQty
       END-IF.

SetInventoryFreeze.
       OPEN OUTPUT FreezeControl
       MOVE RunDate TO FZ-Date
       DISPLAY " "
       PERFORM VARYING CNT-Index FROM 1 BY 1 UNTIL CNT-Index > CNT-Count
           IF CNT-Status(CNT-Index) = 'G'
               DISPLAY CNT-Location(CNT-Index) " "
                   CNT-ProdName(CNT-Index) " "
                   CNT-ProdSize(CNT-Index) " counted : "
                   WITH NO ADVANCING
               ACCEPT CNT-CountedQty(CNT-Index)
      *> The variance prints first and only a supervisor's approval
      *> posts it - the count replaces the on-hand figure and the
      *> audit trail carries the reason, so the correction has the
      *> paper trail the quiet overtype never did. Each line is
      *> reported against its own location, then the same counts are
      *> rolled up to one company-wide line per product/size.
VarianceAndPost.
       OPEN OUTPUT VarianceReport
       MOVE VarHeading TO VarianceLine
       WRITE VarianceLine
       MOVE SPACES TO VarianceLine
       WRITE VarianceLine
       MOVE ZERO TO RU-Count
       PERFORM ReportOneVariance
           VARYING CNT-Index FROM 1 BY 1 UNTIL CNT-Index > CNT-Count
       MOVE SPACES TO VarianceLine
       WRITE VarianceLine
       MOVE RollupHeading TO VarianceLine
       WRITE VarianceLine
       MOVE SPACES TO VarianceLine
       WRITE VarianceLine
       PERFORM ReportOneRollup
           VARYING RU-Index FROM 1 BY 1 UNTIL RU-Index > RU-Count
       CLOSE VarianceReport
       DISPLAY "Variance report written to countvar.rpt"
       IF NOT SO-SupervisorLevel
                   END-IF
               END-PERFORM
           END-IF
           MOVE CNT-Location(CNT-Index) TO PrnVarLoc
           MOVE CNT-ProdName(CNT-Index) TO PrnVarProd
           MOVE CNT-ProdSize(CNT-Index) TO PrnVarSize
           MOVE CNT-FrozenQty(CNT-Index) TO PrnFrozen
           IF SizeSlot > ZERO
               MOVE CNT-Location(CNT-Index) TO CountLocation
               MOVE CNT-ProdSize(CNT-Index) TO LC-ProdSize
               PERFORM GetLocationQty
               MOVE LocationQty TO PrnOnhand
               COMPUTE Variance = CNT-CountedQty(CNT-Index)
                   - LocationQty
           ELSE
               MOVE ZERO TO PrnOnhand
               MOVE ZERO TO Variance
           MOVE Variance TO PrnVariance
           MOVE VarDetailLine TO VarianceLine
           WRITE VarianceLine
           PERFORM AddToRollup
       END-IF.

AddToRollup.
       MOVE ZERO TO RU-Slot
       PERFORM VARYING RU-Index FROM 1 BY 1 UNTIL RU-Index > RU-Count
           IF RU-ProdName(RU-Index) = CNT-ProdName(CNT-Index)
               AND RU-ProdSize(RU-Index) = CNT-ProdSize(CNT-Index)
               MOVE RU-Index TO RU-Slot
           END-IF
       END-PERFORM
       IF RU-Slot = ZERO
           ADD 1 TO RU-Count
           MOVE RU-Count TO RU-Slot
           MOVE CNT-ProdName(CNT-Index) TO RU-ProdName(RU-Slot)
           MOVE CNT-ProdSize(CNT-Index) TO RU-ProdSize(RU-Slot)
           MOVE ZERO TO RU-Locations(RU-Slot)
           MOVE ZERO TO RU-Counted(RU-Slot)
           MOVE ZERO TO RU-Variance(RU-Slot)
       END-IF
       ADD 1 TO RU-Locations(RU-Slot)
       ADD CNT-CountedQty(CNT-Index) TO RU-Counted(RU-Slot)
       ADD Variance TO RU-Variance(RU-Slot).

ReportOneRollup.
       MOVE RU-ProdName(RU-Index) TO PrnRollProd
       MOVE RU-ProdSize(RU-Index) TO PrnRollSize
       MOVE RU-Locations(RU-Index) TO PrnRollLocs
       MOVE RU-Counted(RU-Index) TO PrnRollCounted
       MOVE RU-Variance(RU-Index) TO PrnRollVariance
       MOVE RollupDetailLine TO VarianceLine
       WRITE VarianceLine.

PostOneCount.
       IF CNT-Status(CNT-Index) = 'K'
           MOVE 'Y' TO ProductExists
               END-PERFORM
               IF SizeSlot > ZERO
                   MOVE ProductMasterRecord TO WS-BeforeImage
                   MOVE SizeSlot TO SizeIdx
                   MOVE CNT-Location(CNT-Index) TO CountLocation
                   MOVE CNT-ProdSize(CNT-Index) TO LC-ProdSize
                   PERFORM GetLocationQty
                   MOVE SizeIdx TO SizeSlot
                   COMPUTE SM-Qty = CNT-CountedQty(CNT-Index)
                       - LocationQty
                   IF PMProdQty(SizeSlot) + SM-Qty < ZERO
                       COMPUTE SM-Qty = ZERO - PMProdQty(SizeSlot)
                   END-IF
                   ADD SM-Qty TO PMProdQty(SizeSlot)
                   REWRITE ProductMasterRecord
                       INVALID KEY
                           DISPLAY "Product not rewritten: " PMProdName
                           MOVE WS-BeforeImage TO PA-Before
                           MOVE ProductMasterRecord TO PA-After
                           WRITE ProductAuditRecord
                           IF SM-Qty NOT = ZERO
                               AND CountLocation NOT = "MAIN"
                               SET LC-AdjustShelf TO TRUE
                               MOVE CountLocation TO LC-Location
                               MOVE PMProdName TO LC-ProdName
                               MOVE CNT-ProdSize(CNT-Index) TO LC-ProdSize
                               MOVE SM-Qty TO LC-Qty
                               CALL "LOCSRV" USING LC-Parameters
                           END-IF
                           IF SM-Qty NOT = ZERO
                               SET SM-Adjustment TO TRUE
                               MOVE PMProdName TO SM-ProdName
                               MOVE CNT-ProdSize(CNT-Index) TO SM-ProdSize
                               MOVE PMProdQty(SizeSlot) TO SM-QtyAfter
                               MOVE SPACES TO SM-Reference
                               STRING ReasonCode DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      CountLocation DELIMITED BY SIZE
                                      INTO SM-Reference
                               END-STRING
                               MOVE "CYCCOUNT" TO SM-Program
                               MOVE SO-OperatorID TO SM-Operator
                               CALL "STKMOVE" USING SM-Parameters
                           END-IF
                           MOVE 'A' TO CNT-Status(CNT-Index)
                           ADD 1 TO LinesPosted
                   END-REWRITE
               MOVE CNT-CountedQty(CNT-Index) TO CW-CountedQty
               MOVE CNT-Status(CNT-Index) TO CW-Status
               MOVE CNT-Mode(CNT-Index) TO CW-Mode
               MOVE CNT-Location(CNT-Index) TO CW-Location
               WRITE CountWorkRecord
           END-IF
       END-PERFORM
