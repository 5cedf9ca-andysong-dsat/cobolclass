       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STUACSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LedgerFile ASSIGN TO "stuledg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD LedgerFile.
01 LedgerRecord.
    COPY "STULEDG.cpy".

WORKING-STORAGE SECTION.
01 TablesLoadedFlag PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 LedgerEOFFlag PIC X.
       88 LedgerEOF VALUE 'Y'.
01 Today PIC 9(8).

      *> One slot per student with anything on the ledger: all that
      *> was charged, the part of it already due, and all that was
      *> credited or paid.
01 AccountTable.
       02 AccountEntry OCCURS 1000 TIMES.
           03 AT-IDNum PIC 9(5).
           03 AT-Charged PIC 9(7)V99.
           03 AT-DueCharged PIC 9(7)V99.
           03 AT-Credited PIC 9(7)V99.
01 AccountCount PIC 9(4) VALUE ZERO.
01 AT-Index PIC 9(4).
01 AT-Slot PIC 9(4).
01 AccountFullFlag PIC X VALUE 'N'.
       88 AccountFull VALUE 'Y'.

LINKAGE SECTION.
COPY "STUACSRV.cpy".

PROCEDURE DIVISION USING SA-Parameters.
StudentAccountMain.
       IF SA-Reload
           MOVE 'N' TO TablesLoadedFlag
           EXIT PROGRAM
       END-IF
       IF NOT TablesLoaded
           PERFORM LoadAccountTable
       END-IF
       MOVE ZERO TO SA-Balance SA-PastDue
       SET SA-NoHold TO TRUE
       MOVE ZERO TO AT-Slot
       PERFORM VARYING AT-Index FROM 1 BY 1
           UNTIL AT-Index > AccountCount OR AT-Slot > ZERO
           IF AT-IDNum(AT-Index) = SA-IDNum
               MOVE AT-Index TO AT-Slot
           END-IF
       END-PERFORM
       IF AT-Slot = ZERO
           EXIT PROGRAM
       END-IF
       COMPUTE SA-Balance = AT-Charged(AT-Slot) - AT-Credited(AT-Slot)
       IF AT-DueCharged(AT-Slot) > AT-Credited(AT-Slot)
           COMPUTE SA-PastDue = AT-DueCharged(AT-Slot)
               - AT-Credited(AT-Slot)
           SET SA-OnHold TO TRUE
       END-IF
       EXIT PROGRAM.

LoadAccountTable.
       SET TablesLoaded TO TRUE
       MOVE FUNCTION CURRENT-DATE(1:8) TO Today
       MOVE ZERO TO AccountCount
       MOVE 'N' TO LedgerEOFFlag AccountFullFlag
       OPEN INPUT LedgerFile
       PERFORM UNTIL LedgerEOF
           READ LedgerFile
               AT END SET LedgerEOF TO TRUE
               NOT AT END
                   IF STL-IDNum IS NUMERIC AND STL-Amount IS NUMERIC
                       PERFORM NoteOneLedgerLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       IF AccountFull
           DISPLAY "Student account table full - later students are"
           DISPLAY "ignored until the table is enlarged."
       END-IF.

NoteOneLedgerLine.
       MOVE ZERO TO AT-Slot
       PERFORM VARYING AT-Index FROM 1 BY 1
           UNTIL AT-Index > AccountCount OR AT-Slot > ZERO
           IF AT-IDNum(AT-Index) = STL-IDNum
               MOVE AT-Index TO AT-Slot
           END-IF
       END-PERFORM
       IF AT-Slot = ZERO
           IF AccountCount < 1000
               ADD 1 TO AccountCount
               MOVE AccountCount TO AT-Slot
               MOVE STL-IDNum TO AT-IDNum(AT-Slot)
               MOVE ZERO TO AT-Charged(AT-Slot) AT-DueCharged(AT-Slot)
                   AT-Credited(AT-Slot)
           ELSE
               SET AccountFull TO TRUE
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF STL-DueDate IS NOT NUMERIC
           MOVE ZERO TO STL-DueDate
       END-IF
       EVALUATE TRUE
           WHEN STL-Charge
               ADD STL-Amount TO AT-Charged(AT-Slot)
               IF STL-DueDate < Today
                   ADD STL-Amount TO AT-DueCharged(AT-Slot)
               END-IF
           WHEN STL-DropCredit
           WHEN STL-Payment
               ADD STL-Amount TO AT-Credited(AT-Slot)
       END-EVALUATE.
