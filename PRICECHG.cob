       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRICECHG.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PriceChangeFile ASSIGN TO "pricechg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD PriceChangeFile.
01 PriceChangeLine.
    COPY "PRCCHG.cpy".

FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 ProductFileStatus PIC XX.
01 ProductFileOpenFlag PIC X VALUE 'N'.
       88 ProductFileOpen VALUE 'Y'.
01 ProductExists PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 PriceChangeEOFFlag PIC X.
       88 PriceChangeEOF VALUE 'Y'.
01 ChangesMade PIC 9(4) VALUE ZERO.
01 PendingShown PIC 9(4).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

      *> The whole schedule, applied and cancelled lines included,
      *> since the file is written back as a whole and the change
      *> numbers must never be reused.
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
01 LastChangeNum PIC 9(5) VALUE ZERO.
      *> Set when pricechg.txt holds more than the table - the file is
      *> written back whole, so nothing may be added or cancelled.
01 ChangeOverflowFlag PIC X VALUE 'N'.
       88 ChangeTableOverflowed VALUE 'Y'.

01 AskChangeNum PIC 9(5).
01 AskEffDate PIC 9(8).
01 AskFromProd PIC X(5).
01 AskThruProd PIC X(5).
01 AskProdSize PIC A.
01 AskPrice PIC 9(4)V99.
01 AskPct PIC S9(3)V99.
01 AskMethod PIC X.
01 AskConfirm PIC X.
01 EntryOKFlag PIC X.
       88 EntryOK VALUE 'Y'.

      *> A percent move bigger than this either way is almost always
      *> a keying slip and is refused outright.
01 MaxPctChange PIC 9(3)V99 VALUE 50.00.

01 PrnPrice PIC Z,ZZ9.99.
01 PrnPct PIC +ZZ9.99.
COPY "DATESRV.cpy".
COPY "SIGNON.cpy".

      *> Price changes are keyed here ahead of the day they take
      *> effect - a new price for one product, or a percent increase
      *> across a range of products - and wait on pricechg.txt as
      *> pending until the nightly promotion (PRICEUPD) puts them on
      *> the price list. A pending change can be cancelled up to the
      *> night it would apply; once applied it is history and a
      *> further change is a new change.
PROCEDURE DIVISION.
StartPara.
       MOVE "PRICECHG" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-MaintLevel AND NOT SO-SupervisorLevel
           MOVE "Price Change Refused - Maintenance Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN INPUT ProductFile
       IF ProductFileStatus = "00"
           SET ProductFileOpen TO TRUE
       ELSE
           DISPLAY "Product master file not available - product checks skipped"
       END-IF
       PERFORM LoadChangeTable
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SCHEDULED PRICE CHANGES"
           DISPLAY "1: Schedule New Price"
           DISPLAY "2: Schedule Percent Change Across Products"
           DISPLAY "3: List Pending Changes"
           DISPLAY "4: Cancel Pending Change"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ScheduleNewPrice
               WHEN 2 PERFORM SchedulePercentChange
               WHEN 3 PERFORM ListPendingChanges
               WHEN 4 PERFORM CancelPendingChange
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       IF ProductFileOpen
           CLOSE ProductFile
       END-IF
       IF ChangesMade > ZERO AND NOT ChangeTableOverflowed
           PERFORM WriteChangeFile
       END-IF
       IF ChangeTableOverflowed
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

LoadChangeTable.
       MOVE ZERO TO ChangeCount LastChangeNum
       MOVE 'N' TO PriceChangeEOFFlag
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
                           IF PX-ChangeNum > LastChangeNum
                               MOVE PX-ChangeNum TO LastChangeNum
                           END-IF
                       ELSE
                           SET ChangeTableOverflowed TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PriceChangeFile
       IF ChangeTableOverflowed
           DISPLAY "pricechg.txt exceeds table capacity - listing only,"
               " no change can be added or cancelled"
       END-IF.

RefuseOverflowedChange.
       MOVE "Price Change Refused - pricechg.txt Exceeds Table Size"
           TO WS-ExceptionMessage
       PERFORM LogException.

      *> One product, one size or all of its sizes, to a set price.
ScheduleNewPrice.
       IF ChangeTableOverflowed
           PERFORM RefuseOverflowedChange
           EXIT PARAGRAPH
       END-IF
       IF ChangeCount >= 500
           DISPLAY "Price change table full"
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY "Product Name : " WITH NO ADVANCING
       ACCEPT AskFromProd
       MOVE AskFromProd TO AskThruProd
       PERFORM CheckProductExists
       IF ProductExists = 'N'
           DISPLAY "Product " AskFromProd " is not on the product master"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Size (S/M/L, blank = every size) : " WITH NO ADVANCING
       ACCEPT AskProdSize
       DISPLAY "New Unit Price : " WITH NO ADVANCING
       ACCEPT AskPrice
       IF AskPrice = ZERO
           DISPLAY "A scheduled price cannot be zero"
           EXIT PARAGRAPH
       END-IF
       PERFORM AskEffectiveDate
       IF NOT EntryOK
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO AskPct
       MOVE 'P' TO AskMethod
       PERFORM AddScheduledChange.

      *> The across-the-board increase: every product whose name falls
      *> in the range, one size or all, moved by the same percent off
      *> whatever its list price is on the night it applies. A blank
      *> thru product leaves the range open to the end of the list.
SchedulePercentChange.
       IF ChangeTableOverflowed
           PERFORM RefuseOverflowedChange
           EXIT PARAGRAPH
       END-IF
       IF ChangeCount >= 500
           DISPLAY "Price change table full"
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY "From Product Name (blank = first) : " WITH NO ADVANCING
       ACCEPT AskFromProd
       DISPLAY "Thru Product Name (blank = last) : " WITH NO ADVANCING
       ACCEPT AskThruProd
       IF AskThruProd NOT = SPACES AND AskFromProd > AskThruProd
           DISPLAY "From product is after thru product"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Size (S/M/L, blank = every size) : " WITH NO ADVANCING
       ACCEPT AskProdSize
       DISPLAY "Percent Change (e.g. +4.50 or -2.00) : " WITH NO ADVANCING
       ACCEPT AskPct
       IF AskPct = ZERO
           DISPLAY "A percent change cannot be zero"
           EXIT PARAGRAPH
       END-IF
       IF AskPct > MaxPctChange OR AskPct < ZERO - MaxPctChange
           MOVE AskPct TO PrnPct
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Price Change Refused - Percent Out Of Range: "
                  DELIMITED BY SIZE
                  PrnPct DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       PERFORM AskEffectiveDate
       IF NOT EntryOK
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO AskPrice
       MOVE '%' TO AskMethod
       PERFORM AddScheduledChange.

      *> Tonight's promotion applies anything dated today or earlier,
      *> so today is the earliest date a change can carry.
AskEffectiveDate.
       MOVE 'N' TO EntryOKFlag
       DISPLAY "Effective Date (YYYYMMDD) : " WITH NO ADVANCING
       ACCEPT AskEffDate
       SET DS-ValidateDate TO TRUE
       MOVE AskEffDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           DISPLAY "Effective date is not a valid date"
           EXIT PARAGRAPH
       END-IF
       IF AskEffDate < RunDate
           DISPLAY "Effective date cannot be in the past"
           EXIT PARAGRAPH
       END-IF
       SET EntryOK TO TRUE.

AddScheduledChange.
       ADD 1 TO ChangeCount
       MOVE ChangeCount TO CHG-Slot
       ADD 1 TO LastChangeNum
       MOVE LastChangeNum TO CHG-ChangeNum(CHG-Slot)
       MOVE AskEffDate TO CHG-EffDate(CHG-Slot)
       MOVE AskFromProd TO CHG-FromProd(CHG-Slot)
       MOVE AskThruProd TO CHG-ThruProd(CHG-Slot)
       MOVE AskProdSize TO CHG-ProdSize(CHG-Slot)
       MOVE AskMethod TO CHG-Method(CHG-Slot)
       MOVE AskPrice TO CHG-Price(CHG-Slot)
       MOVE AskPct TO CHG-Pct(CHG-Slot)
       MOVE 'P' TO CHG-Status(CHG-Slot)
       MOVE SO-OperatorID TO CHG-EnteredBy(CHG-Slot)
       MOVE RunDate TO CHG-StatusDate(CHG-Slot)
       ADD 1 TO ChangesMade
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Price Change Scheduled: " DELIMITED BY SIZE
              LastChangeNum DELIMITED BY SIZE
              " Effective " DELIMITED BY SIZE
              AskEffDate DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       PERFORM LogExceptionInfo
       DISPLAY "Price change " LastChangeNum " scheduled for " AskEffDate
       DISPLAY "Run PRICEIMP before then to see the quotes and standing"
           " orders it touches".

ListPendingChanges.
       DISPLAY " "
       DISPLAY "Chg#  Effective From  Thru  Sz Change      Keyed By"
       MOVE ZERO TO PendingShown
       PERFORM VARYING CHG-Index FROM 1 BY 1 UNTIL CHG-Index > ChangeCount
           IF CHG-Pending(CHG-Index)
               PERFORM DisplayOneChange
               ADD 1 TO PendingShown
           END-IF
       END-PERFORM
       IF PendingShown = ZERO
           DISPLAY "No price changes are pending"
       END-IF.

DisplayOneChange.
       IF CHG-NewPrice(CHG-Index)
           MOVE CHG-Price(CHG-Index) TO PrnPrice
           DISPLAY CHG-ChangeNum(CHG-Index) " " CHG-EffDate(CHG-Index)
               "  " CHG-FromProd(CHG-Index) " " CHG-ThruProd(CHG-Index)
               " " CHG-ProdSize(CHG-Index) "  " PrnPrice "    "
               CHG-EnteredBy(CHG-Index)
       ELSE
           MOVE CHG-Pct(CHG-Index) TO PrnPct
           DISPLAY CHG-ChangeNum(CHG-Index) " " CHG-EffDate(CHG-Index)
               "  " CHG-FromProd(CHG-Index) " " CHG-ThruProd(CHG-Index)
               " " CHG-ProdSize(CHG-Index) "  " PrnPct "%    "
               CHG-EnteredBy(CHG-Index)
       END-IF.

CancelPendingChange.
       IF ChangeTableOverflowed
           PERFORM RefuseOverflowedChange
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY "Change Number : " WITH NO ADVANCING
       ACCEPT AskChangeNum
       MOVE ZERO TO CHG-Slot
       PERFORM VARYING CHG-Index FROM 1 BY 1
           UNTIL CHG-Index > ChangeCount OR CHG-Slot > ZERO
           IF CHG-ChangeNum(CHG-Index) = AskChangeNum
               MOVE CHG-Index TO CHG-Slot
           END-IF
       END-PERFORM
       IF CHG-Slot = ZERO
           DISPLAY "Price change not found"
           EXIT PARAGRAPH
       END-IF
       IF NOT CHG-Pending(CHG-Slot)
           DISPLAY "Only a pending change can be cancelled"
           EXIT PARAGRAPH
       END-IF
       MOVE CHG-Slot TO CHG-Index
       PERFORM DisplayOneChange
       DISPLAY "Cancel this change (Y/N)? " WITH NO ADVANCING
       ACCEPT AskConfirm
       IF AskConfirm = 'Y' OR AskConfirm = 'y'
           MOVE 'C' TO CHG-Status(CHG-Slot)
           MOVE RunDate TO CHG-StatusDate(CHG-Slot)
           ADD 1 TO ChangesMade
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Price Change Cancelled: " DELIMITED BY SIZE
                  AskChangeNum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogExceptionInfo
           DISPLAY "Price change cancelled"
       END-IF.

CheckProductExists.
       MOVE 'Y' TO ProductExists
       IF ProductFileOpen
           MOVE AskFromProd TO PMProdName
           READ ProductFile
               INVALID KEY MOVE 'N' TO ProductExists
           END-READ
       END-IF.

WriteChangeFile.
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
       CLOSE PriceChangeFile
       DISPLAY ChangesMade " change(s) saved to pricechg.txt".

LogExceptionInfo.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "PRICECHG" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'I' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       CLOSE ExceptionLog.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "PRICECHG" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'W' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       DISPLAY WS-ExceptionMessage
       CLOSE ExceptionLog.
