       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FAMSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CustFamilyFile ASSIGN TO "custfam.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CustFamilyFile.
01 CustFamilyRecord.
    COPY "CUSTFAM.cpy".

WORKING-STORAGE SECTION.
01 TablesLoadedFlag PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 FamilyEOFFlag PIC X.
       88 FamilyEOF VALUE 'Y'.

      *> One slot per customer ever linked, last line wins as the
      *> lines are read in order; an unlinked store keeps its slot
      *> with a zero parent.
01 FamilyTable.
       02 FamilyEntry OCCURS 1000 TIMES.
           03 FT-IDNum PIC 9(6).
           03 FT-ParentID PIC 9(6).
           03 FT-BillFlag PIC X.
01 FamilyCount PIC 9(4) VALUE ZERO.
01 FT-Index PIC 9(4).
01 FT-Slot PIC 9(4).
01 FamilyFullFlag PIC X VALUE 'N'.
       88 FamilyFull VALUE 'Y'.
01 StoreCount PIC 9(4).

LINKAGE SECTION.
COPY "FAMSRV.cpy".

PROCEDURE DIVISION USING FM-Parameters.
FamilyServiceMain.
       IF FM-Reload
           MOVE 'N' TO TablesLoadedFlag
           EXIT PROGRAM
       END-IF
       IF NOT TablesLoaded
           PERFORM LoadFamilyTable
       END-IF
       PERFORM ResolveParentLink
       MOVE ZERO TO FM-MemberCount
       EVALUATE TRUE
           WHEN FM-BillingGroup
               PERFORM AddMember
               PERFORM VARYING FT-Index FROM 1 BY 1
                   UNTIL FT-Index > FamilyCount
                   IF FT-ParentID(FT-Index) = FM-IDNum
                       AND FT-BillFlag(FT-Index) = 'Y'
                       PERFORM AddStore
                   END-IF
               END-PERFORM
           WHEN FM-WholeFamily
               MOVE FM-HeadID TO FM-MemberID(1)
               MOVE 1 TO FM-MemberCount
               PERFORM VARYING FT-Index FROM 1 BY 1
                   UNTIL FT-Index > FamilyCount
                   IF FT-ParentID(FT-Index) = FM-HeadID
                       PERFORM AddStore
                   END-IF
               END-PERFORM
           WHEN OTHER
               PERFORM AddMember
       END-EVALUATE
       EXIT PROGRAM.

      *> The customer's own link, and whether anything points at it.
ResolveParentLink.
       MOVE ZERO TO FM-ParentID
       MOVE 'N' TO FM-BillFlag
       MOVE ZERO TO FT-Slot
       PERFORM VARYING FT-Index FROM 1 BY 1
           UNTIL FT-Index > FamilyCount OR FT-Slot > ZERO
           IF FT-IDNum(FT-Index) = FM-IDNum
               MOVE FT-Index TO FT-Slot
           END-IF
       END-PERFORM
       IF FT-Slot > ZERO AND FT-ParentID(FT-Slot) NOT = ZERO
           MOVE FT-ParentID(FT-Slot) TO FM-ParentID
           IF FT-BillFlag(FT-Slot) = 'Y'
               SET FM-BillsToParent TO TRUE
           END-IF
       END-IF
       IF FM-ParentID NOT = ZERO
           MOVE FM-ParentID TO FM-HeadID
       ELSE
           MOVE FM-IDNum TO FM-HeadID
       END-IF
       IF FM-BillsToParent
           MOVE FM-ParentID TO FM-BillTo
       ELSE
           MOVE FM-IDNum TO FM-BillTo
       END-IF
       MOVE ZERO TO StoreCount
       PERFORM VARYING FT-Index FROM 1 BY 1
           UNTIL FT-Index > FamilyCount OR StoreCount > ZERO
           IF FT-ParentID(FT-Index) = FM-IDNum
               ADD 1 TO StoreCount
           END-IF
       END-PERFORM
       IF FM-ParentID NOT = ZERO OR StoreCount > ZERO
           SET FM-InFamily TO TRUE
       ELSE
           SET FM-Standalone TO TRUE
       END-IF.

AddMember.
       MOVE FM-IDNum TO FM-MemberID(1)
       MOVE 1 TO FM-MemberCount.

AddStore.
       IF FM-MemberCount < 50
           ADD 1 TO FM-MemberCount
           MOVE FT-IDNum(FT-Index) TO FM-MemberID(FM-MemberCount)
       ELSE
           DISPLAY "Customer family over 50 accounts - "
               FT-IDNum(FT-Index) " left out"
       END-IF.

LoadFamilyTable.
       SET TablesLoaded TO TRUE
       MOVE ZERO TO FamilyCount
       MOVE 'N' TO FamilyEOFFlag FamilyFullFlag
       OPEN INPUT CustFamilyFile
       PERFORM UNTIL FamilyEOF
           READ CustFamilyFile
               AT END SET FamilyEOF TO TRUE
               NOT AT END
                   IF CFA-IDNum IS NUMERIC AND CFA-ParentID IS NUMERIC
                       PERFORM NoteOneLink
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CustFamilyFile
       IF FamilyFull
           DISPLAY "Customer family table full - later links are"
           DISPLAY "ignored until the table is enlarged."
       END-IF.

NoteOneLink.
       MOVE ZERO TO FT-Slot
       PERFORM VARYING FT-Index FROM 1 BY 1
           UNTIL FT-Index > FamilyCount OR FT-Slot > ZERO
           IF FT-IDNum(FT-Index) = CFA-IDNum
               MOVE FT-Index TO FT-Slot
           END-IF
       END-PERFORM
       IF FT-Slot = ZERO
           IF FamilyCount < 1000
               ADD 1 TO FamilyCount
               MOVE FamilyCount TO FT-Slot
               MOVE CFA-IDNum TO FT-IDNum(FT-Slot)
           ELSE
               SET FamilyFull TO TRUE
           END-IF
       END-IF
       IF FT-Slot > ZERO
           MOVE CFA-ParentID TO FT-ParentID(FT-Slot)
           MOVE CFA-BillFlag TO FT-BillFlag(FT-Slot)
       END-IF.
