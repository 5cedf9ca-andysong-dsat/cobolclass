       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRICESRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PriceHistoryFile ASSIGN TO "pricehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PriceChangeFile ASSIGN TO "pricechg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD PriceHistoryFile.
01 PriceHistoryLine.
    COPY "PRCHIST.cpy".

FD PriceChangeFile.
01 PriceChangeLine.
    COPY "PRCCHG.cpy".

FD ContractFile.
01 ContractLine.
    COPY "CPRCREC.cpy".

WORKING-STORAGE SECTION.
01 TablesLoadedFlag PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 HistoryEOFFlag PIC X.
       88 HistoryEOF VALUE 'Y'.
01 ChangeEOFFlag PIC X.
       88 ChangeEOF VALUE 'Y'.
01 ContractEOFFlag PIC X.
       88 ContractEOF VALUE 'Y'.

      *> Every history line, in the order it was written. The oldest
      *> lines are dropped first if the table fills; a price that old
      *> has long since been superseded.
01 HistoryTable.
       02 HistoryEntry OCCURS 2000 TIMES.
           03 HT-EffDate PIC 9(8).
           03 HT-ProdName PIC X(5).
           03 HT-ProdSize PIC A.
           03 HT-OldPrice PIC 9(4)V99.
           03 HT-NewPrice PIC 9(4)V99.
01 HistoryCount PIC 9(4) VALUE ZERO.
01 HT-Index PIC 9(4).
01 HT-Slot PIC 9(4).
01 HT-EarliestSlot PIC 9(4).

      *> Only the pending changes matter to a caller.
01 ScheduleTable.
       02 ScheduleEntry OCCURS 200 TIMES.
           03 SCH-ChangeNum PIC 9(5).
           03 SCH-EffDate PIC 9(8).
           03 SCH-FromProd PIC X(5).
           03 SCH-ThruProd PIC X(5).
           03 SCH-ProdSize PIC A.
           03 SCH-Method PIC X.
               88 SCH-NewPrice   VALUE 'P'.
               88 SCH-PercentChg VALUE '%'.
           03 SCH-Price PIC 9(4)V99.
           03 SCH-Pct PIC S9(3)V99.
01 ScheduleCount PIC 999 VALUE ZERO.
01 SCH-Index PIC 999.
01 SCH-Slot PIC 999.

      *> Every contract line, in force or not - the as-of date picks.
01 ContractTable.
       02 ContractEntry OCCURS 500 TIMES.
           03 CK-IDNum PIC 9(6).
           03 CK-ProdName PIC X(5).
           03 CK-ProdSize PIC A.
           03 CK-Price PIC 9(4)V99.
           03 CK-StartDate PIC 9(8).
           03 CK-EndDate PIC 9(8).
           03 CK-ContractRef PIC X(8).
01 ContractCount PIC 999 VALUE ZERO.
01 CK-Index PIC 999.
01 CK-Slot PIC 999.

LINKAGE SECTION.
COPY "PRICESRV.cpy".

PROCEDURE DIVISION USING PV-Parameters.
PriceServiceMain.
       IF NOT TablesLoaded
           PERFORM LoadPriceTables
       END-IF
       EVALUATE TRUE
           WHEN PV-PriceHistory
               PERFORM FindPriceOnDate
           WHEN PV-ScheduledPrice
               PERFORM FindNextScheduledPrice
           WHEN PV-ContractPrice
               PERFORM FindContractPrice
           WHEN OTHER
               SET PV-NoPrice TO TRUE
       END-EVALUATE
       EXIT PROGRAM.

      *> The latest change on or before the date is the price that
      *> was in force. With none that early, the item was still at the
      *> old price of its earliest recorded change.
FindPriceOnDate.
       MOVE ZERO TO HT-Slot HT-EarliestSlot
       PERFORM VARYING HT-Index FROM 1 BY 1 UNTIL HT-Index > HistoryCount
           IF HT-ProdName(HT-Index) = PV-ProdName
               AND HT-ProdSize(HT-Index) = PV-ProdSize
               IF HT-EffDate(HT-Index) <= PV-AsOfDate
                   IF HT-Slot = ZERO
                       MOVE HT-Index TO HT-Slot
                   ELSE
                       IF HT-EffDate(HT-Index) >= HT-EffDate(HT-Slot)
                           MOVE HT-Index TO HT-Slot
                       END-IF
                   END-IF
               ELSE
                   IF HT-EarliestSlot = ZERO
                       MOVE HT-Index TO HT-EarliestSlot
                   ELSE
                       IF HT-EffDate(HT-Index) < HT-EffDate(HT-EarliestSlot)
                           MOVE HT-Index TO HT-EarliestSlot
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN HT-Slot > ZERO
               SET PV-PriceFound TO TRUE
               MOVE HT-NewPrice(HT-Slot) TO PV-Price
               MOVE HT-EffDate(HT-Slot) TO PV-EffDate
           WHEN HT-EarliestSlot > ZERO
               SET PV-PriceFound TO TRUE
               MOVE HT-OldPrice(HT-EarliestSlot) TO PV-Price
               MOVE ZERO TO PV-EffDate
           WHEN OTHER
               SET PV-NoPrice TO TRUE
               MOVE ZERO TO PV-EffDate
       END-EVALUATE.

FindContractPrice.
       MOVE ZERO TO CK-Slot
       PERFORM VARYING CK-Index FROM 1 BY 1 UNTIL CK-Index > ContractCount
           IF CK-IDNum(CK-Index) = PV-IDNum
               AND CK-ProdName(CK-Index) = PV-ProdName
               AND CK-ProdSize(CK-Index) = PV-ProdSize
               AND CK-StartDate(CK-Index) <= PV-AsOfDate
               AND CK-EndDate(CK-Index) >= PV-AsOfDate
               IF CK-Slot = ZERO
                   MOVE CK-Index TO CK-Slot
               ELSE
                   IF CK-StartDate(CK-Index) >= CK-StartDate(CK-Slot)
                       MOVE CK-Index TO CK-Slot
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF CK-Slot = ZERO
           SET PV-NoPrice TO TRUE
           MOVE ZERO TO PV-EffDate PV-ExpiryDate
           MOVE SPACES TO PV-ContractRef
       ELSE
           SET PV-PriceFound TO TRUE
           MOVE CK-Price(CK-Slot) TO PV-Price
           MOVE CK-StartDate(CK-Slot) TO PV-EffDate
           MOVE CK-EndDate(CK-Slot) TO PV-ExpiryDate
           MOVE CK-ContractRef(CK-Slot) TO PV-ContractRef
       END-IF.

FindNextScheduledPrice.
       MOVE ZERO TO SCH-Slot
       PERFORM VARYING SCH-Index FROM 1 BY 1
           UNTIL SCH-Index > ScheduleCount
           IF SCH-EffDate(SCH-Index) > PV-AsOfDate
               AND PV-ProdName >= SCH-FromProd(SCH-Index)
               AND (SCH-ThruProd(SCH-Index) = SPACES
                    OR PV-ProdName <= SCH-ThruProd(SCH-Index))
               AND (SCH-ProdSize(SCH-Index) = SPACE
                    OR SCH-ProdSize(SCH-Index) = PV-ProdSize)
               IF SCH-Slot = ZERO
                   MOVE SCH-Index TO SCH-Slot
               ELSE
                   IF SCH-EffDate(SCH-Index) < SCH-EffDate(SCH-Slot)
                       MOVE SCH-Index TO SCH-Slot
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF SCH-Slot = ZERO
           SET PV-NoPrice TO TRUE
           MOVE ZERO TO PV-EffDate
       ELSE
           SET PV-PriceFound TO TRUE
           MOVE SCH-EffDate(SCH-Slot) TO PV-EffDate
           IF SCH-NewPrice(SCH-Slot)
               MOVE SCH-Price(SCH-Slot) TO PV-Price
           ELSE
               COMPUTE PV-Price ROUNDED =
                   PV-Price * (100 + SCH-Pct(SCH-Slot)) / 100
           END-IF
       END-IF.

LoadPriceTables.
       SET TablesLoaded TO TRUE
       MOVE ZERO TO HistoryCount
       MOVE 'N' TO HistoryEOFFlag
       OPEN INPUT PriceHistoryFile
       PERFORM UNTIL HistoryEOF
           READ PriceHistoryFile
               AT END SET HistoryEOF TO TRUE
               NOT AT END
                   IF PRH-EffDate IS NUMERIC
                       AND PRH-OldPrice IS NUMERIC
                       AND PRH-NewPrice IS NUMERIC
                       PERFORM NoteOneHistoryLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PriceHistoryFile
       MOVE ZERO TO ScheduleCount
       MOVE 'N' TO ChangeEOFFlag
       OPEN INPUT PriceChangeFile
       PERFORM UNTIL ChangeEOF
           READ PriceChangeFile
               AT END SET ChangeEOF TO TRUE
               NOT AT END
                   IF PX-Pending AND PX-EffDate IS NUMERIC
                       IF ScheduleCount < 200
                           ADD 1 TO ScheduleCount
                           MOVE PX-ChangeNum TO SCH-ChangeNum(ScheduleCount)
                           MOVE PX-EffDate TO SCH-EffDate(ScheduleCount)
                           MOVE PX-FromProd TO SCH-FromProd(ScheduleCount)
                           MOVE PX-ThruProd TO SCH-ThruProd(ScheduleCount)
                           MOVE PX-ProdSize TO SCH-ProdSize(ScheduleCount)
                           MOVE PX-Method TO SCH-Method(ScheduleCount)
                           MOVE PX-Price TO SCH-Price(ScheduleCount)
                           MOVE PX-Pct TO SCH-Pct(ScheduleCount)
                       ELSE
                           DISPLAY "Price schedule table full - change "
                               PX-ChangeNum " ignored"
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PriceChangeFile
       MOVE ZERO TO ContractCount
       MOVE 'N' TO ContractEOFFlag
       OPEN INPUT ContractFile
       PERFORM UNTIL ContractEOF
           READ ContractFile
               AT END SET ContractEOF TO TRUE
               NOT AT END
                   IF CN-IDNum IS NUMERIC AND CN-Price IS NUMERIC
                       AND CN-StartDate IS NUMERIC
                       AND CN-EndDate IS NUMERIC
                       PERFORM NoteOneContractLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ContractFile.

NoteOneContractLine.
       IF ContractCount < 500
           ADD 1 TO ContractCount
           MOVE CN-IDNum TO CK-IDNum(ContractCount)
           MOVE CN-ProdName TO CK-ProdName(ContractCount)
           MOVE CN-ProdSize TO CK-ProdSize(ContractCount)
           MOVE CN-Price TO CK-Price(ContractCount)
           MOVE CN-StartDate TO CK-StartDate(ContractCount)
           MOVE CN-EndDate TO CK-EndDate(ContractCount)
           MOVE CN-ContractRef TO CK-ContractRef(ContractCount)
       ELSE
           DISPLAY "Contract price table full - " CN-ContractRef
               " ignored"
       END-IF.

NoteOneHistoryLine.
       IF HistoryCount >= 2000
           PERFORM VARYING HT-Index FROM 2 BY 1 UNTIL HT-Index > 2000
               MOVE HistoryEntry(HT-Index) TO HistoryEntry(HT-Index - 1)
           END-PERFORM
       ELSE
           ADD 1 TO HistoryCount
       END-IF
       MOVE PRH-EffDate TO HT-EffDate(HistoryCount)
       MOVE PRH-ProdName TO HT-ProdName(HistoryCount)
       MOVE PRH-ProdSize TO HT-ProdSize(HistoryCount)
       MOVE PRH-OldPrice TO HT-OldPrice(HistoryCount)
       MOVE PRH-NewPrice TO HT-NewPrice(HistoryCount).
