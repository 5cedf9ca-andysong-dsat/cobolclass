       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOCSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LocationFile ASSIGN TO "location.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LocStockFile ASSIGN TO "locstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LS-Key
           FILE STATUS IS LocStockStatus.
DATA DIVISION.
FILE SECTION.
FD LocationFile.
01 LocationLine.
    COPY "LOCREC.cpy".

FD LocStockFile.
01 LocStockRecord.
    COPY "LOCSTK.cpy".

WORKING-STORAGE SECTION.
01 LocStockStatus PIC XX.
01 TablesLoadedFlag PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 LocationEOFFlag PIC X.
       88 LocationEOF VALUE 'Y'.
01 ItemScanEOF PIC X.
01 RecordExists PIC X.
01 OtherShelves PIC S9(7).
01 AllInTransit PIC S9(7).

      *> MAIN always takes the first slot; location.txt fills the rest.
01 LocationTable.
       02 LocationEntry OCCURS 50 TIMES.
           03 LT-Code PIC X(4).
           03 LT-Name PIC X(20).
           03 LT-Branch PIC X(2).
01 LocationCount PIC 99 VALUE ZERO.
01 LT-Index PIC 99.
01 LT-Slot PIC 99.

LINKAGE SECTION.
COPY "LOCSRV.cpy".

PROCEDURE DIVISION USING LC-Parameters.
LocationServiceMain.
       IF NOT TablesLoaded
           PERFORM LoadLocationTable
       END-IF
       SET LC-NotFound TO TRUE
       EVALUATE TRUE
           WHEN LC-Quantity
               PERFORM GetLocationQuantity
           WHEN LC-AdjustShelf
               IF LC-Location NOT = "MAIN"
                   PERFORM AdjustLocationStock
               END-IF
               SET LC-Found TO TRUE
           WHEN LC-TransitAdj
               PERFORM AdjustLocationStock
               SET LC-Found TO TRUE
           WHEN LC-DefaultLoc
               MOVE "MAIN" TO LC-Location
               PERFORM VARYING LT-Index FROM 2 BY 1
                   UNTIL LT-Index > LocationCount OR LC-Found
                   IF LT-Branch(LT-Index) = LC-Branch
                       AND LC-Branch NOT = SPACES
                       MOVE LT-Code(LT-Index) TO LC-Location
                       SET LC-Found TO TRUE
                   END-IF
               END-PERFORM
               SET LC-Found TO TRUE
           WHEN LC-KnownLoc
               PERFORM FindLocation
               IF LT-Slot > ZERO
                   SET LC-Found TO TRUE
                   MOVE LT-Name(LT-Slot) TO LC-LocName
               ELSE
                   MOVE SPACES TO LC-LocName
               END-IF
           WHEN LC-NextLoc
               IF LC-LocIndex > ZERO AND LC-LocIndex <= LocationCount
                   SET LC-Found TO TRUE
                   MOVE LT-Code(LC-LocIndex) TO LC-Location
                   MOVE LT-Name(LC-LocIndex) TO LC-LocName
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       EXIT PROGRAM.

FindLocation.
       MOVE ZERO TO LT-Slot
       PERFORM VARYING LT-Index FROM 1 BY 1
           UNTIL LT-Index > LocationCount OR LT-Slot > ZERO
           IF LT-Code(LT-Index) = LC-Location
               MOVE LT-Index TO LT-Slot
           END-IF
       END-PERFORM.

      *> A branch location reads straight off its record. MAIN is the
      *> company count less every other shelf and everything on a
      *> truck - stock in transit is on nobody's shelf until the
      *> receiving location confirms it.
GetLocationQuantity.
       MOVE ZERO TO LC-OnHand LC-InTransit
       MOVE ZERO TO OtherShelves AllInTransit
       OPEN INPUT LocStockFile
       IF LocStockStatus NOT = "00"
           IF LC-Location = "MAIN"
               MOVE LC-CompanyQty TO LC-OnHand
           END-IF
           SET LC-Found TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ItemScanEOF
       MOVE LC-ProdName TO LS-ProdName
       MOVE LC-ProdSize TO LS-ProdSize
       MOVE LOW-VALUES TO LS-Location
       START LocStockFile KEY IS GREATER THAN OR EQUAL TO LS-Key
           INVALID KEY MOVE 'Y' TO ItemScanEOF
       END-START
       PERFORM UNTIL ItemScanEOF = 'Y'
           READ LocStockFile NEXT RECORD
               AT END MOVE 'Y' TO ItemScanEOF
           END-READ
           IF ItemScanEOF = 'N'
               IF LS-ProdName NOT = LC-ProdName
                   OR LS-ProdSize NOT = LC-ProdSize
                   MOVE 'Y' TO ItemScanEOF
               ELSE
                   ADD LS-InTransit TO AllInTransit
                   IF LS-Location = LC-Location
                       MOVE LS-OnHand TO LC-OnHand
                       MOVE LS-InTransit TO LC-InTransit
                   END-IF
                   IF LS-Location NOT = "MAIN"
                       ADD LS-OnHand TO OtherShelves
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       CLOSE LocStockFile
       IF LC-Location = "MAIN"
           COMPUTE LC-OnHand = LC-CompanyQty - OtherShelves - AllInTransit
       END-IF
       SET LC-Found TO TRUE.

      *> The record is made the first time a location holds or
      *> expects any of the item. Neither figure goes below zero.
AdjustLocationStock.
       OPEN I-O LocStockFile
       IF LocStockStatus = "35"
           OPEN OUTPUT LocStockFile
           CLOSE LocStockFile
           OPEN I-O LocStockFile
       END-IF
       IF LocStockStatus NOT = "00"
           DISPLAY "Location stock file could not be opened - status "
               LocStockStatus
           EXIT PARAGRAPH
       END-IF
       MOVE LC-ProdName TO LS-ProdName
       MOVE LC-ProdSize TO LS-ProdSize
       MOVE LC-Location TO LS-Location
       MOVE 'Y' TO RecordExists
       READ LocStockFile
           INVALID KEY MOVE 'N' TO RecordExists
       END-READ
       IF RecordExists = 'N'
           MOVE ZERO TO LS-OnHand LS-InTransit
       END-IF
       IF LC-TransitAdj
           IF LS-InTransit + LC-Qty < ZERO
               MOVE ZERO TO LS-InTransit
           ELSE
               ADD LC-Qty TO LS-InTransit
           END-IF
       ELSE
           IF LS-OnHand + LC-Qty < ZERO
               MOVE ZERO TO LS-OnHand
           ELSE
               ADD LC-Qty TO LS-OnHand
           END-IF
       END-IF
       IF RecordExists = 'Y'
           REWRITE LocStockRecord
               INVALID KEY
                   DISPLAY "Location stock not rewritten: " LC-Location
                       " " LC-ProdName
           END-REWRITE
       ELSE
           WRITE LocStockRecord
               INVALID KEY
                   DISPLAY "Location stock not written: " LC-Location
                       " " LC-ProdName
           END-WRITE
       END-IF
       MOVE LS-OnHand TO LC-OnHand
       MOVE LS-InTransit TO LC-InTransit
       CLOSE LocStockFile.

LoadLocationTable.
       SET TablesLoaded TO TRUE
       MOVE 1 TO LocationCount
       MOVE "MAIN" TO LT-Code(1)
       MOVE "MAIN WAREHOUSE" TO LT-Name(1)
       MOVE SPACES TO LT-Branch(1)
       MOVE 'N' TO LocationEOFFlag
       OPEN INPUT LocationFile
       PERFORM UNTIL LocationEOF
           READ LocationFile
               AT END SET LocationEOF TO TRUE
               NOT AT END
                   IF LOC-Code NOT = SPACES AND LOC-Code NOT = "MAIN"
                       IF LocationCount < 50
                           ADD 1 TO LocationCount
                           MOVE LOC-Code TO LT-Code(LocationCount)
                           MOVE LOC-Name TO LT-Name(LocationCount)
                           MOVE LOC-Branch TO LT-Branch(LocationCount)
                       ELSE
                           DISPLAY "Location table full - " LOC-Code
                               " ignored"
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LocationFile.
