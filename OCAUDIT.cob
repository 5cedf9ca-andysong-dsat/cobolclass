       02 OJ-Before PIC X(80).
       02 FILLER PIC X VALUE SPACE.
       02 OJ-After PIC X(80).
      *> Image bytes 81-120, added when the invoice record outgrew 80
      *> bytes - journal lines written before then read back spaces.
       02 FILLER PIC X VALUE SPACE.
       02 OJ-BeforeExt PIC X(40).
       02 FILLER PIC X VALUE SPACE.
       02 OJ-AfterExt PIC X(40).

WORKING-STORAGE SECTION.
LINKAGE SECTION.
       MOVE OA-Action TO OJ-Action
       MOVE OA-KeyValue TO OJ-KeyValue
       MOVE OA-Operator TO OJ-Operator
       MOVE OA-Before(1:80) TO OJ-Before
       MOVE OA-After(1:80) TO OJ-After
       MOVE OA-Before(81:40) TO OJ-BeforeExt
       MOVE OA-After(81:40) TO OJ-AfterExt
       WRITE JournalRecord
       CLOSE JournalFile
       MOVE SPACES TO OA-Before OA-After
