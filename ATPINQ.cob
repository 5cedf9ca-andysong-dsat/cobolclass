       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATPINQ.
AUTHOR. ANDY SONG.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 StayOpen PIC X VALUE 'Y'.
01 AskProdName PIC X(5).
01 AskProdSize PIC A.
01 AskQty PIC 9(4).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 SupplyIdx PIC 99.
01 PrnQuantity PIC -(5)9.

01 SupplyLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSupplyDate PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSupplyPONum PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSupplyQty PIC ZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnProjected PIC -(5)9.
01 SupplyHeads PIC X(34) VALUE
    "  Expected  PO #     Qty Projected".
COPY "ATPSRV.cpy".

      *> Available-to-promise for one product and size - the same
      *> arithmetic order entry promises ship dates from: what is on
      *> the shelf, what open and held orders and owed backorders
      *> already claim, what is left, and what open POs bring in by
      *> the date the supplier gave, with the available quantity
      *> projected forward as each one lands. The files are read
      *> again for every item asked about, so the screen can stay up
      *> all day without going stale.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "AVAILABLE-TO-PROMISE INQUIRY"
           DISPLAY "Product name (blank = quit) : " WITH NO ADVANCING
           ACCEPT AskProdName
           IF AskProdName = SPACES
               MOVE 'N' TO StayOpen
           ELSE
               PERFORM ShowAvailability
           END-IF
       END-PERFORM
       STOP RUN.

ShowAvailability.
       DISPLAY "Size (S/M/L) : " WITH NO ADVANCING
       ACCEPT AskProdSize
       SET AT-Reload TO TRUE
       CALL "ATPSRV" USING AT-Parameters
       SET AT-Inquiry TO TRUE
       MOVE AskProdName TO AT-ProdName
       MOVE AskProdSize TO AT-ProdSize
       CALL "ATPSRV" USING AT-Parameters
       IF AT-ItemUnknown
           DISPLAY "Product " AskProdName " size " AskProdSize
               " is not on the product master"
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY "AVAILABLE TO PROMISE - " AskProdName " size " AskProdSize
       MOVE AT-OnHand TO PrnQuantity
       DISPLAY "  On hand          : " PrnQuantity
       MOVE AT-Committed TO PrnQuantity
       DISPLAY "  Committed        : " PrnQuantity
       MOVE AT-Available TO PrnQuantity
       DISPLAY "  Net available    : " PrnQuantity
       IF AT-SupplyCount = ZERO
           DISPLAY "  No open purchase orders for this item"
       ELSE
           DISPLAY " "
           DISPLAY "INCOMING SUPPLY"
           DISPLAY SupplyHeads
           PERFORM ShowOneSupplyLine
               VARYING SupplyIdx FROM 1 BY 1
               UNTIL SupplyIdx > AT-SupplyCount
       END-IF
       DISPLAY " "
       DISPLAY "Quantity to promise (0 = skip) : " WITH NO ADVANCING
       ACCEPT AskQty
       IF AskQty > ZERO
           SET AT-Promise TO TRUE
           MOVE RunDate TO AT-AsOfDate
           MOVE AskQty TO AT-ReqQty
           CALL "ATPSRV" USING AT-Parameters
           EVALUATE TRUE
               WHEN AT-FromStock
                   DISPLAY "  Ships from stock - promise " AT-PromiseDate
               WHEN AT-FromSupply
                   DISPLAY "  Covered by open POs - promise "
                       AT-PromiseDate
               WHEN OTHER
                   DISPLAY "  Not covered by stock or open POs -"
                       " no date can be promised"
           END-EVALUATE
       END-IF.

ShowOneSupplyLine.
       MOVE AT-SupplyDate(SupplyIdx) TO PrnSupplyDate
       MOVE AT-SupplyPONum(SupplyIdx) TO PrnSupplyPONum
       MOVE AT-SupplyQty(SupplyIdx) TO PrnSupplyQty
       MOVE AT-ProjectedQty(SupplyIdx) TO PrnProjected
       DISPLAY SupplyLine.
