       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STKMOVE.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL MovementFile ASSIGN TO "stkmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD MovementFile.
01 MovementRecord.
    COPY "MOVEREC.cpy".

WORKING-STORAGE SECTION.
LINKAGE SECTION.
COPY "STKMOVE.cpy".

      *> One callable ledger writer for every program that moves
      *> stock on or off the shelf, so the whole life of a product
      *> and size is in one file in one format - the same shape the
      *> order and money journal takes through OCAUDIT.
PROCEDURE DIVISION USING SM-Parameters.
MovementMain.
       OPEN EXTEND MovementFile
       MOVE SPACES TO MovementRecord
       MOVE FUNCTION CURRENT-DATE TO MV-Timestamp
       MOVE SM-Type TO MV-Type
       MOVE SM-ProdName TO MV-ProdName
       MOVE SM-ProdSize TO MV-ProdSize
       MOVE SM-Qty TO MV-Qty
       MOVE SM-QtyAfter TO MV-QtyAfter
       MOVE SM-Reference TO MV-Reference
       MOVE SM-Program TO MV-Program
       MOVE SM-Operator TO MV-Operator
       WRITE MovementRecord
       CLOSE MovementFile
       MOVE SPACES TO SM-Reference
       EXIT PROGRAM.
