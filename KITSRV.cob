       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. KITSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL KitFile ASSIGN TO "kitdef.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD KitFile.
01 KitLine.
    COPY "KITREC.cpy".

WORKING-STORAGE SECTION.
01 TablesLoadedFlag PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 KitEOFFlag PIC X.
       88 KitEOF VALUE 'Y'.

      *> Every component line of every kit, in the order kitdef.txt
      *> lists them.
01 KitTable.
       02 KitEntry OCCURS 300 TIMES.
           03 KTB-KitName PIC X(5).
           03 KTB-KitSize PIC A.
           03 KTB-CompName PIC X(5).
           03 KTB-CompSize PIC A.
           03 KTB-CompQty PIC 9(3).
01 KitCount PIC 999 VALUE ZERO.
01 KTB-Index PIC 999.

LINKAGE SECTION.
COPY "KITSRV.cpy".

PROCEDURE DIVISION USING KT-Parameters.
KitServiceMain.
       IF NOT TablesLoaded
           PERFORM LoadKitTable
       END-IF
       SET KT-NotKit TO TRUE
       MOVE ZERO TO KT-CompCount
       EVALUATE TRUE
           WHEN KT-Explode
               PERFORM VARYING KTB-Index FROM 1 BY 1
                   UNTIL KTB-Index > KitCount
                   IF KTB-KitName(KTB-Index) = KT-KitName
                       AND KTB-KitSize(KTB-Index) = KT-KitSize
                       PERFORM AddOneComponent
                   END-IF
               END-PERFORM
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       EXIT PROGRAM.

AddOneComponent.
       IF KT-CompCount < 10
           ADD 1 TO KT-CompCount
           MOVE KTB-CompName(KTB-Index) TO KT-CompName(KT-CompCount)
           MOVE KTB-CompSize(KTB-Index) TO KT-CompSize(KT-CompCount)
           MOVE KTB-CompQty(KTB-Index) TO KT-CompQty(KT-CompCount)
           SET KT-IsKit TO TRUE
       ELSE
           DISPLAY "Kit " KT-KitName " has more than 10 components -"
               " extra lines ignored"
       END-IF.

      *> A line with no quantity, or naming itself as a component, is
      *> a keying slip and is left out rather than exploding forever.
LoadKitTable.
       MOVE ZERO TO KitCount
       MOVE 'N' TO KitEOFFlag
       OPEN INPUT KitFile
       PERFORM UNTIL KitEOF
           READ KitFile
               AT END SET KitEOF TO TRUE
               NOT AT END
                   IF KD-CompQty IS NOT NUMERIC OR KD-CompQty = ZERO
                       OR KD-CompName = KD-KitName
                       DISPLAY "Kit definition line for " KD-KitName
                           " ignored - bad component"
                   ELSE
                   IF KitCount < 300
                       ADD 1 TO KitCount
                       MOVE KD-KitName TO KTB-KitName(KitCount)
                       MOVE KD-KitSize TO KTB-KitSize(KitCount)
                       MOVE KD-CompName TO KTB-CompName(KitCount)
                       MOVE KD-CompSize TO KTB-CompSize(KitCount)
                       MOVE KD-CompQty TO KTB-CompQty(KitCount)
                   ELSE
                       DISPLAY "Kit table full - ignoring " KD-KitName
                   END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE KitFile
       SET TablesLoaded TO TRUE.
