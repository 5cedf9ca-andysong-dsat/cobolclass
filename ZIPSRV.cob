       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ZipFile ASSIGN TO "zipcode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ZipFile.
01 ZipLine.
    COPY "ZIPREC.cpy".

WORKING-STORAGE SECTION.
01 TableLoadedFlag PIC X VALUE 'N'.
       88 TableLoaded VALUE 'Y'.
01 ZipEOFFlag PIC X.
       88 ZipEOF VALUE 'Y'.
01 WorkCity PIC X(20).
01 WorkState PIC X(2).

      *> A ZIP keyed twice on the table keeps its last line.
01 ZipTable.
       02 ZipEntry OCCURS 5000 TIMES.
           03 ZT-Zip PIC X(5).
           03 ZT-City PIC X(20).
           03 ZT-State PIC X(2).
           03 ZT-Jurisdiction PIC X(4).
01 ZipCount PIC 9(4) VALUE ZERO.
01 ZT-Index PIC 9(4).
01 ZT-Slot PIC 9(4).

LINKAGE SECTION.
COPY "ZIPSRV.cpy".

PROCEDURE DIVISION USING ZV-Parameters.
ZipServiceMain.
       IF NOT TableLoaded
           PERFORM LoadZipTable
       END-IF
       MOVE SPACES TO ZV-TableCity ZV-TableState ZV-Jurisdiction
       EVALUATE TRUE
           WHEN ZV-Lookup
               PERFORM FindZip
           WHEN ZV-Validate
               PERFORM ValidateAddress
           WHEN OTHER
               SET ZV-ZipUnknown TO TRUE
       END-EVALUATE
       EXIT PROGRAM.

LoadZipTable.
       MOVE 'N' TO ZipEOFFlag
       OPEN INPUT ZipFile
       PERFORM UNTIL ZipEOF
           READ ZipFile
               AT END SET ZipEOF TO TRUE
               NOT AT END PERFORM NoteOneZip
           END-READ
       END-PERFORM
       CLOSE ZipFile
       SET TableLoaded TO TRUE.

NoteOneZip.
       MOVE ZERO TO ZT-Slot
       PERFORM VARYING ZT-Index FROM 1 BY 1
           UNTIL ZT-Index > ZipCount OR ZT-Slot > ZERO
           IF ZT-Zip(ZT-Index) = ZR-Zip
               MOVE ZT-Index TO ZT-Slot
           END-IF
       END-PERFORM
       IF ZT-Slot = ZERO
           IF ZipCount < 5000
               ADD 1 TO ZipCount
               MOVE ZipCount TO ZT-Slot
           ELSE
               DISPLAY "ZIP table full - ignoring " ZR-Zip
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE ZR-Zip TO ZT-Zip(ZT-Slot)
       MOVE FUNCTION UPPER-CASE(ZR-City) TO ZT-City(ZT-Slot)
       MOVE FUNCTION UPPER-CASE(ZR-State) TO ZT-State(ZT-Slot)
       MOVE ZR-Jurisdiction TO ZT-Jurisdiction(ZT-Slot).

      *> Only the first five digits pick the table line - the +4
      *> narrows delivery, not the city or the tax jurisdiction.
FindZip.
       IF ZipCount = ZERO
           SET ZV-NoTable TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO ZT-Slot
       PERFORM VARYING ZT-Index FROM 1 BY 1
           UNTIL ZT-Index > ZipCount OR ZT-Slot > ZERO
           IF ZT-Zip(ZT-Index) = ZV-Zip(1:5)
               MOVE ZT-Index TO ZT-Slot
           END-IF
       END-PERFORM
       IF ZT-Slot = ZERO
           SET ZV-ZipUnknown TO TRUE
       ELSE
           SET ZV-ZipFound TO TRUE
           MOVE ZT-City(ZT-Slot) TO ZV-TableCity
           MOVE ZT-State(ZT-Slot) TO ZV-TableState
           MOVE ZT-Jurisdiction(ZT-Slot) TO ZV-Jurisdiction
       END-IF.

ValidateAddress.
       IF ZV-Zip(1:5) IS NOT NUMERIC
           SET ZV-ZipMalformed TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF ZV-Zip(6:5) NOT = SPACES
           IF ZV-Zip(6:1) NOT = '-' OR ZV-Zip(7:4) IS NOT NUMERIC
               SET ZV-ZipMalformed TO TRUE
               EXIT PARAGRAPH
           END-IF
       END-IF
       PERFORM FindZip
       IF ZV-ZipFound
           MOVE FUNCTION UPPER-CASE(ZV-City) TO WorkCity
           MOVE FUNCTION UPPER-CASE(ZV-State) TO WorkState
           IF WorkCity NOT = ZV-TableCity OR WorkState NOT = ZV-TableState
               SET ZV-ZipMismatch TO TRUE
           END-IF
       END-IF.
