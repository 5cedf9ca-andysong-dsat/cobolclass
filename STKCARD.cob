       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STKCARD.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MovementFile ASSIGN TO "stkmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MovementFileStatus.
       SELECT ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
DATA DIVISION.
FILE SECTION.
FD MovementFile.
01 MovementRecord.
    COPY "MOVEREC.cpy".

FD ProductFile.
01 ProductMasterRecord.
    COPY "PRODREC.cpy".

WORKING-STORAGE SECTION.
01 MovementFileStatus PIC XX.
01 ProductFileStatus PIC XX.
01 MovementEOFFlag PIC X VALUE 'N'.
       88 MovementEOF VALUE 'Y'.
01 StayOpen PIC X VALUE 'Y'.
01 ProductExists PIC X.
01 AskProdName PIC X(5).
01 AskProdSize PIC A.
01 AskFromDate PIC 9(8).
01 SizeIdx PIC 9.
01 SizeSlot PIC 9.
01 MovementsShown PIC 9(5).
01 BroughtForward PIC S9(6).
01 FirstMovementFlag PIC X.
       88 FirstMovementSeen VALUE 'Y'.
01 RunningQty PIC S9(6).
01 TypeName PIC X(10).

01 CardLine.
       02 PrnCardDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCardTime PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCardType PIC X(10).
       02 PrnCardQty PIC -----9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCardBalance PIC -----9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCardRef PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCardProgram PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCardOperator PIC X(8).
01 CardHeads PIC X(70) VALUE
    "Date     Time   Type         Qty Balance  Reference  Program  Operator".

      *> The stock card for one product and size: every movement on
      *> the ledger in the order it happened, with the balance it
      *> left on the shelf, so when the shelf count and the system
      *> disagree the story of how they parted is on one screen.
      *> Movements before the from date roll into the balance brought
      *> forward. The running balance is the ledger's own arithmetic;
      *> the after-quantity each program recorded is shown beside it
      *> only where the two disagree, which is the trail to follow.
PROCEDURE DIVISION.
StartPara.
       OPEN INPUT ProductFile
       IF ProductFileStatus NOT = "00"
           DISPLAY "Product master file could not be opened - status "
               ProductFileStatus
           STOP RUN
       END-IF
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "STOCK CARD INQUIRY"
           DISPLAY "Product name (blank = quit) : " WITH NO ADVANCING
           ACCEPT AskProdName
           IF AskProdName = SPACES
               MOVE 'N' TO StayOpen
           ELSE
               PERFORM ShowStockCard
           END-IF
       END-PERFORM
       CLOSE ProductFile
       STOP RUN.

ShowStockCard.
       DISPLAY "Size (S/M/L) : " WITH NO ADVANCING
       ACCEPT AskProdSize
       DISPLAY "From date YYYYMMDD (00000000 = from the start) : "
           WITH NO ADVANCING
       ACCEPT AskFromDate
       MOVE ZERO TO MovementsShown BroughtForward RunningQty
       MOVE 'N' TO FirstMovementFlag
       MOVE 'N' TO MovementEOFFlag
       OPEN INPUT MovementFile
       IF MovementFileStatus NOT = "00"
           DISPLAY "No stock movements recorded yet"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MovementEOF
           READ MovementFile
               AT END SET MovementEOF TO TRUE
               NOT AT END
                   IF MV-ProdName = AskProdName
                       AND MV-ProdSize = AskProdSize
                       PERFORM NoteOneMovement
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MovementFile
       DISPLAY " "
       DISPLAY "Movements shown: " MovementsShown
           "  closing balance: " RunningQty
       MOVE 'Y' TO ProductExists
       MOVE AskProdName TO PMProdName
       READ ProductFile
           INVALID KEY MOVE 'N' TO ProductExists
       END-READ
       IF ProductExists = 'N'
           DISPLAY "Product is no longer on the master"
       ELSE
           MOVE ZERO TO SizeSlot
           PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               IF PMProdSize(SizeIdx) = AskProdSize
                   MOVE SizeIdx TO SizeSlot
               END-IF
           END-PERFORM
           IF SizeSlot = ZERO
               DISPLAY "Size is no longer on the product"
           ELSE
               DISPLAY "On hand per product master: " PMProdQty(SizeSlot)
               IF FirstMovementSeen AND PMProdQty(SizeSlot) NOT = RunningQty
                   DISPLAY "*** Master and ledger disagree - the difference"
                       " was never recorded as a movement"
               END-IF
           END-IF
       END-IF.

      *> Stock already on the shelf when the ledger started was never
      *> a movement, so the card opens from what the first movement
      *> recorded: its after quantity less its own change.
NoteOneMovement.
       IF NOT FirstMovementSeen
           COMPUTE RunningQty = MV-QtyAfter - MV-Qty
           SET FirstMovementSeen TO TRUE
       END-IF
       IF MV-Date < AskFromDate
           ADD MV-Qty TO RunningQty
           EXIT PARAGRAPH
       END-IF
       IF MovementsShown = ZERO
           MOVE RunningQty TO BroughtForward
           DISPLAY " "
           DISPLAY "STOCK CARD - " AskProdName " size " AskProdSize
           DISPLAY CardHeads
           MOVE SPACES TO CardLine
           MOVE "FORWARD" TO PrnCardType
           MOVE BroughtForward TO PrnCardBalance
           DISPLAY CardLine
       END-IF
       ADD MV-Qty TO RunningQty
       EVALUATE TRUE
           WHEN MV-Receipt    MOVE "RECEIPT" TO TypeName
           WHEN MV-Issue      MOVE "ISSUE" TO TypeName
           WHEN MV-Return     MOVE "RETURN" TO TypeName
           WHEN MV-Adjustment MOVE "ADJUSTMENT" TO TypeName
           WHEN MV-Transfer   MOVE "TRANSFER" TO TypeName
           WHEN OTHER         MOVE "UNKNOWN" TO TypeName
       END-EVALUATE
       MOVE MV-Date TO PrnCardDate
       MOVE MV-Time(1:6) TO PrnCardTime
       MOVE TypeName TO PrnCardType
       MOVE MV-Qty TO PrnCardQty
       MOVE RunningQty TO PrnCardBalance
       MOVE MV-Reference TO PrnCardRef
       MOVE MV-Program TO PrnCardProgram
       MOVE MV-Operator TO PrnCardOperator
       DISPLAY CardLine
       IF MV-QtyAfter NOT = RunningQty
           DISPLAY "                 *** recorded on hand after: "
               MV-QtyAfter
       END-IF
       ADD 1 TO MovementsShown.
