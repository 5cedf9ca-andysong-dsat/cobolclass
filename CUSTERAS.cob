       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTERAS.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT OPTIONAL AddressBook ASSIGN TO "addrbook.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AB-Key
           FILE STATUS IS AddressBookStatus.
       SELECT AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AuditCatalog ASSIGN TO "auditcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PurgeCatalog ASSIGN TO "purgecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ScrubFile ASSIGN TO ScrubFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScrubFileStatus.
       SELECT WorkFile ASSIGN TO "erasure.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT Certificate ASSIGN TO CertFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
    COPY "CUSTREC.cpy"
        REPLACING ==CR-IDNum==        BY ==IDNum==
                  ==CR-FirstName==    BY ==FirstName==
                  ==CR-LastName==     BY ==LastName==
                  ==CR-CustAddress==  BY ==CustAddress==
                  ==CR-Phone==        BY ==Phone==
                  ==CR-Email==        BY ==Email==
                  ==CR-CustStatus==   BY ==CustStatus==
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==.

FD AddressBook.
01 AddressBookRecord.
    COPY "ADDRREC.cpy".

FD AuditFile.
01 AuditRecord.
       02 AR-Timestamp PIC X(21).
       02 FILLER PIC X.
       02 AR-Action PIC X(6).
       02 FILLER PIC X.
       02 AR-IDNum PIC 9(6).
       02 FILLER PIC X.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X.
       02 AR-Before PIC X(143).
       02 FILLER PIC X.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

FD AuditCatalog.
01 AuditCatalogLine.
       02 AUC-FileName PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 AUC-Period PIC 9(6).

FD PurgeCatalog.
01 PurgeCatalogLine.
       02 PC-FileName PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 PC-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PC-RecordCount PIC 9(6).

      *> Every line-sequential file the erasure walks is read through
      *> this one FD and rewritten through the work file, so the same
      *> pass serves the audit trail, every archive generation, the
      *> contact log, the queue and the mailing outputs alike.
FD ScrubFile.
01 ScrubRecord PIC X(338).

FD WorkFile.
01 WorkRecord PIC X(338).

FD Certificate.
01 PrintLine PIC X(80).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CustomerFileStatus PIC XX.
01 AddressBookStatus PIC XX.
01 ScrubFileStatus PIC XX.
01 ScrubFileName PIC X(30).
01 CertFileName PIC X(30).
01 EraseIDNum PIC 9(6).
01 EraseIDKey REDEFINES EraseIDNum PIC X(6).
01 Confirm PIC X.
01 MasterFoundFlag PIC X VALUE 'N'.
       88 MasterFound VALUE 'Y'.
01 CatalogEOFFlag PIC X.
       88 CatalogEOF VALUE 'Y'.
01 ScrubEOFFlag PIC X.
       88 ScrubEOF VALUE 'Y'.
01 AddrScanEOF PIC X.
01 RecordChangedFlag PIC X.
       88 RecordChanged VALUE 'Y'.
01 ScrubKind PIC X.
       88 ScrubAuditTrail     VALUE 'A'.
       88 ScrubPurgeArchive   VALUE 'P'.
       88 ScrubContactLog     VALUE 'C'.
       88 ScrubNotifyQueue    VALUE 'Q'.
       88 ScrubAckDocument    VALUE 'K'.
       88 ScrubMailingOutput  VALUE 'M'.
01 ScrubRead PIC 9(7).
01 ScrubChanged PIC 9(7).
01 FilesTouched PIC 9(4) VALUE ZERO.
01 TotalRead PIC 9(7) VALUE ZERO.
01 TotalChanged PIC 9(7) VALUE ZERO.
01 ErasedName PIC X(15) VALUE "ERASED".
01 ErasedNote PIC X(40) VALUE "PERSONAL DATA ERASED".
01 ErasedAddress PIC X(30) VALUE "ADDRESS ERASED".
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).

      *> The record in hand, seen through whichever layout the file
      *> being scrubbed uses. Only the key and the personal fields
      *> are named - everything else passes through untouched.
01 ScrubArea PIC X(338).
01 AuditView REDEFINES ScrubArea.
       02 AV-Timestamp PIC X(21).
       02 FILLER PIC X.
       02 AV-Action PIC X(6).
       02 FILLER PIC X.
       02 AV-IDNum PIC X(6).
       02 FILLER PIC X.
       02 AV-Operator PIC X(8).
       02 FILLER PIC X.
       02 AV-Before PIC X(143).
       02 FILLER PIC X.
       02 AV-After PIC X(143).
       02 FILLER PIC X(6).
01 ImageView REDEFINES ScrubArea.
       02 IV-IDNum PIC X(6).
       02 FILLER PIC X(137).
       02 FILLER PIC X(195).
01 ContactView REDEFINES ScrubArea.
       02 CV-IDNum PIC X(6).
       02 FILLER PIC X(50).
       02 CV-Note PIC X(40).
       02 FILLER PIC X(242).
01 QueueView REDEFINES ScrubArea.
       02 QV-IDNum PIC X(6).
       02 FILLER PIC X.
       02 QV-EventType PIC X(8).
       02 FILLER PIC X.
       02 QV-Email PIC X(30).
       02 FILLER PIC X.
       02 QV-Timestamp PIC X(21).
       02 FILLER PIC X.
       02 QV-Status PIC X.
       02 FILLER PIC X(268).

      *> One customer image being erased - a before or after image
      *> from the audit trail, a purged image, or the master itself.
01 EraseImage.
    COPY "CUSTREC.cpy"
        REPLACING ==CR-IDNum==        BY ==EI-IDNum==
                  ==CR-FirstName==    BY ==EI-FirstName==
                  ==CR-LastName==     BY ==EI-LastName==
                  ==CR-CustAddress==  BY ==EI-CustAddress==
                  ==CR-Phone==        BY ==EI-Phone==
                  ==CR-Email==        BY ==EI-Email==
                  ==CR-CustStatus==   BY ==EI-CustStatus==
                  ==CR-ActiveCust==   BY ==EI-ActiveCust==
                  ==CR-InactiveCust== BY ==EI-InactiveCust==
                  ==CR-SuspendedCust==BY ==EI-SuspendedCust==
                  ==CR-DeletedCust==  BY ==EI-DeletedCust==
                  ==CR-Branch==       BY ==EI-Branch==
                  ==CR-CustCity==     BY ==EI-CustCity==
                  ==CR-CustState==    BY ==EI-CustState==
                  ==CR-CustZip==      BY ==EI-CustZip==.

      *> Mailing outputs and order documents carry no customer key
      *> on every line, so they are scrubbed by content: every name,
      *> address, phone and email the customer has ever had - as the
      *> master, the audit images, the archives, the address book and
      *> the queue show them - is collected here on the way through,
      *> in the shapes the mailing programs print them, and any line
      *> holding one of them is blotted out.
01 TokenTable.
       02 TK-Entry OCCURS 60 TIMES.
           03 TK-Text PIC X(40).
           03 TK-Length PIC 99.
01 TK-Count PIC 99 VALUE ZERO.
01 TK-Index PIC 99.
01 TK-FoundFlag PIC X.
       88 TK-EntryFound VALUE 'Y'.
01 TokenWork PIC X(40).
01 TokenLength PIC 99.
01 TokenTally PIC 9(4).
01 MaskStart PIC 999.
01 MaskPos PIC 999.

01 CertHeading.
       02 FILLER PIC X(32) VALUE "PERSONAL DATA ERASURE - Customer".
       02 FILLER PIC X VALUE SPACE.
       02 PrnCertIDNum PIC 9(6).
       02 FILLER PIC X(4) VALUE " on ".
       02 PrnCertDate PIC 9(8).
01 CertControlLine.
       02 FILLER PIC X(14) VALUE "Requested by: ".
       02 PrnRequestor PIC X(8).
       02 FILLER PIC X(16) VALUE "  Approved by: ".
       02 PrnApprover PIC X(8).
       02 FILLER PIC X(10) VALUE "  Region: ".
       02 PrnRegion PIC X(5).
01 CertMasterLine PIC X(60).
01 CertHeads PIC X(70) VALUE
    "File                            Records    Erased  Result".
01 CertFileLine.
       02 PrnFileName PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 PrnFileRead PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnFileChanged PIC ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnFileResult PIC X(16).
01 CertTotalLine.
       02 FILLER PIC X(16) VALUE "Files touched : ".
       02 PrnFilesTouched PIC ZZZ9.
       02 FILLER PIC X(20) VALUE "   Records erased : ".
       02 PrnTotalChanged PIC Z,ZZZ,ZZ9.
01 CertNoteLine PIC X(70) VALUE
    "Keys, dates and amounts were left intact on every record.".
COPY "SIGNON.cpy".
COPY "APPRVCHK.cpy".

COPY "REGION.cpy".

      *> Erases one former customer's personal data everywhere the
      *> system keeps it. Names, addresses, phones and emails are
      *> overwritten; IDNums, order and invoice numbers, dates and
      *> every amount stay exactly as they were, so the ledger and
      *> all its cross-references still balance. The run is
      *> dual-controlled like a purge, and leaves a certificate
      *> naming every file it looked at and what it changed there.
PROCEDURE DIVISION.
StartPara.
       MOVE "CUSTERAS" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       CALL "REGIONSRV" USING RG-Parameters
       DISPLAY " "
       DISPLAY "CUSTOMER PERSONAL DATA ERASURE"
       DISPLAY "Customer ID to erase : " WITH NO ADVANCING
       ACCEPT EraseIDNum
       OPEN I-O CustomerFile
       IF CustomerFileStatus NOT = "00"
           DISPLAY "Customer master not available - status "
               CustomerFileStatus
           STOP RUN
       END-IF
       MOVE EraseIDNum TO IDNum
       MOVE 'Y' TO MasterFoundFlag
       READ CustomerFile
           INVALID KEY MOVE 'N' TO MasterFoundFlag
       END-READ
      *> Only a former customer can be erased - one still trading
      *> has to be deleted first, like any other closed account.
       IF MasterFound AND NOT DeletedCust
           DISPLAY "Customer " EraseIDNum " is not deleted - delete the"
               " account before erasing it"
           CLOSE CustomerFile
           STOP RUN
       END-IF
       IF MasterFound
           DISPLAY "Erase " FirstName " " LastName " (Y/N)? "
               WITH NO ADVANCING
       ELSE
           DISPLAY "Customer " EraseIDNum " is already purged - erase"
               " the history (Y/N)? " WITH NO ADVANCING
       END-IF
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Erasure cancelled"
           CLOSE CustomerFile
           STOP RUN
       END-IF
       MOVE "ERASE" TO AC-Action
       MOVE SPACES TO AC-KeyData
       MOVE EraseIDNum TO AC-KeyData(1:6)
       MOVE SO-OperatorID TO AC-Operator
       CALL "APPRVCHK" USING AC-Parameters
       EVALUATE TRUE
           WHEN AC-Staged
               DISPLAY "Erasure staged - a second supervisor must approve"
                   " it in the approval queue"
           WHEN AC-Pending
               DISPLAY "Erasure still awaiting a second supervisor"
           WHEN AC-Rejected
               DISPLAY "Erasure rejected by " AC-Approver " - " AC-Reason
           WHEN AC-Approved
               DISPLAY "Approved by " AC-Approver
               PERFORM EraseCustomer
           WHEN OTHER
               DISPLAY "Erasure not approved - nothing erased"
       END-EVALUATE
       CLOSE CustomerFile
       STOP RUN.

EraseCustomer.
       MOVE SPACES TO CertFileName
       STRING "erase-" DELIMITED BY SIZE
              EraseIDNum DELIMITED BY SIZE
              ".rpt" DELIMITED BY SIZE
              INTO CertFileName
       END-STRING
       OPEN OUTPUT Certificate
       MOVE EraseIDNum TO PrnCertIDNum
       MOVE RunDate TO PrnCertDate
       WRITE PrintLine FROM CertHeading AFTER ADVANCING PAGE
       MOVE AC-Requestor TO PrnRequestor
       MOVE AC-Approver TO PrnApprover
       MOVE RG-Region TO PrnRegion
       WRITE PrintLine FROM CertControlLine AFTER ADVANCING 1 LINE
       MOVE ZERO TO TK-Count
       MOVE SPACES TO TokenWork
       STRING "Customer: " DELIMITED BY SIZE
              EraseIDNum DELIMITED BY SIZE
              INTO TokenWork
       END-STRING
       PERFORM AddToken
       PERFORM EraseMaster
       WRITE PrintLine FROM CertMasterLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM CertHeads AFTER ADVANCING 2 LINES
       MOVE "audit.txt" TO ScrubFileName
       SET ScrubAuditTrail TO TRUE
       PERFORM ScrubOneFile
       PERFORM ScrubAuditArchives
       PERFORM ScrubPurgeArchives
       MOVE "contact.txt" TO ScrubFileName
       SET ScrubContactLog TO TRUE
       PERFORM ScrubOneFile
       PERFORM EraseAddressBook
       MOVE "notifq.txt" TO ScrubFileName
       SET ScrubNotifyQueue TO TRUE
       PERFORM ScrubOneFile
      *> The printed and emailed outputs go last, once every shape
      *> of the customer's details has been collected.
       MOVE "ackdoc.txt" TO ScrubFileName
       SET ScrubAckDocument TO TRUE
       PERFORM ScrubOneFile
       MOVE "mailout.rpt" TO ScrubFileName
       SET ScrubMailingOutput TO TRUE
       PERFORM ScrubOneFile
       MOVE "notifout.txt" TO ScrubFileName
       PERFORM ScrubOneFile
       MOVE "notifmail.rpt" TO ScrubFileName
       PERFORM ScrubOneFile
       IF MasterFound
           PERFORM WriteEraseAudit
       END-IF
       MOVE FilesTouched TO PrnFilesTouched
       MOVE TotalChanged TO PrnTotalChanged
       WRITE PrintLine FROM CertTotalLine AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM CertNoteLine AFTER ADVANCING 1 LINE
       CLOSE Certificate
       DISPLAY "Customer " EraseIDNum " erased - " TotalChanged
           " record(s) in " FilesTouched " file(s)"
       DISPLAY "Certificate written to " CertFileName
       PERFORM WriteBalanceLine.

EraseMaster.
       IF NOT MasterFound
           MOVE "customer.txt - not on file (already purged)"
               TO CertMasterLine
           EXIT PARAGRAPH
       END-IF
       MOVE CustomerData TO EraseImage
       PERFORM CollectImageTokens
       PERFORM AnonymizeImage
       MOVE EraseImage TO CustomerData
       ADD 1 TO TotalRead
       REWRITE CustomerData
           INVALID KEY
               MOVE "customer.txt - REWRITE FAILED" TO CertMasterLine
           NOT INVALID KEY
               MOVE "customer.txt - master record erased"
                   TO CertMasterLine
               ADD 1 TO TotalChanged
               ADD 1 TO FilesTouched
       END-REWRITE.

      *> Blanks the personal fields of one customer image, keeping
      *> its key, status and branch.
AnonymizeImage.
       IF EraseImage = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE ErasedName TO EI-FirstName
       MOVE ErasedName TO EI-LastName
       MOVE SPACES TO EI-CustAddress
       MOVE SPACES TO EI-CustCity EI-CustState EI-CustZip
       MOVE SPACES TO EI-Phone
       MOVE SPACES TO EI-Email.

CollectImageTokens.
       IF EraseImage = SPACES OR EI-LastName = ErasedName
           EXIT PARAGRAPH
       END-IF
      *> The name as the mailing list prints it, as the order
      *> documents lay it out, and as a letter's salutation uses it.
       MOVE SPACES TO TokenWork
       STRING EI-FirstName DELIMITED BY "  "
              " " DELIMITED BY SIZE
              EI-LastName DELIMITED BY "  "
              INTO TokenWork
       END-STRING
       PERFORM AddToken
       MOVE SPACES TO TokenWork
       STRING EI-FirstName DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EI-LastName DELIMITED BY SIZE
              INTO TokenWork
       END-STRING
       PERFORM AddToken
       MOVE SPACES TO TokenWork
       STRING "Dear " DELIMITED BY SIZE
              EI-FirstName DELIMITED BY "  "
              "," DELIMITED BY SIZE
              INTO TokenWork
       END-STRING
       PERFORM AddToken
       MOVE EI-CustAddress TO TokenWork
       PERFORM AddToken
      *> The city line only as printed on letters and labels - the
      *> city or ZIP on its own is shared with other customers.
       IF EI-CustCity NOT = SPACES
           MOVE SPACES TO TokenWork
           STRING EI-CustCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  EI-CustState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  EI-CustZip DELIMITED BY SPACE
                  INTO TokenWork
           END-STRING
           PERFORM AddToken
       END-IF
       MOVE EI-Phone TO TokenWork
       PERFORM AddToken
       MOVE EI-Email TO TokenWork
       PERFORM AddToken.

      *> Anything shorter than five characters is too likely to turn
      *> up in somebody else's lines to blot on sight.
AddToken.
       PERFORM VARYING TokenLength FROM 40 BY -1
           UNTIL TokenLength = ZERO
               OR TokenWork(TokenLength:1) NOT = SPACE
           CONTINUE
       END-PERFORM
       IF TokenLength < 5
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO TK-FoundFlag
       PERFORM VARYING TK-Index FROM 1 BY 1
           UNTIL TK-Index > TK-Count OR TK-EntryFound
           IF TK-Text(TK-Index) = TokenWork
               SET TK-EntryFound TO TRUE
           END-IF
       END-PERFORM
       IF TK-EntryFound
           EXIT PARAGRAPH
       END-IF
       IF TK-Count < 60
           ADD 1 TO TK-Count
           MOVE TokenWork TO TK-Text(TK-Count)
           MOVE TokenLength TO TK-Length(TK-Count)
       ELSE
           DISPLAY "Personal detail table full - ignoring " TokenWork
       END-IF.

ScrubAuditArchives.
       MOVE 'N' TO CatalogEOFFlag
       OPEN INPUT AuditCatalog
       PERFORM UNTIL CatalogEOF
           READ AuditCatalog
               AT END SET CatalogEOF TO TRUE
               NOT AT END
                   IF AUC-FileName NOT = SPACES
                       MOVE AUC-FileName TO ScrubFileName
                       SET ScrubAuditTrail TO TRUE
                       PERFORM ScrubOneFile
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AuditCatalog.

ScrubPurgeArchives.
       MOVE 'N' TO CatalogEOFFlag
       OPEN INPUT PurgeCatalog
       PERFORM UNTIL CatalogEOF
           READ PurgeCatalog
               AT END SET CatalogEOF TO TRUE
               NOT AT END
                   IF PC-FileName NOT = SPACES
                       MOVE PC-FileName TO ScrubFileName
                       SET ScrubPurgeArchive TO TRUE
                       PERFORM ScrubOneFile
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PurgeCatalog.

      *> Copies the file to the work file record by record, erasing
      *> as it goes, then - only if something changed - copies the
      *> work file back over the original.
ScrubOneFile.
       MOVE ZERO TO ScrubRead ScrubChanged
       MOVE ScrubFileName TO PrnFileName
       OPEN INPUT ScrubFile
       IF ScrubFileStatus NOT = "00"
           MOVE ZERO TO PrnFileRead PrnFileChanged
           MOVE "NOT PRESENT" TO PrnFileResult
           WRITE PrintLine FROM CertFileLine AFTER ADVANCING 1 LINE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT WorkFile
       MOVE 'N' TO ScrubEOFFlag
       PERFORM UNTIL ScrubEOF
           READ ScrubFile
               AT END SET ScrubEOF TO TRUE
               NOT AT END
                   ADD 1 TO ScrubRead
                   MOVE ScrubRecord TO ScrubArea
                   MOVE 'N' TO RecordChangedFlag
                   EVALUATE TRUE
                       WHEN ScrubAuditTrail    PERFORM ScrubAuditEntry
                       WHEN ScrubPurgeArchive  PERFORM ScrubPurgedImage
                       WHEN ScrubContactLog    PERFORM ScrubContactEntry
                       WHEN ScrubNotifyQueue   PERFORM ScrubQueueEntry
                       WHEN ScrubAckDocument
                           MOVE 17 TO MaskStart
                           PERFORM ScrubPrintedLine
                       WHEN ScrubMailingOutput
                           MOVE 1 TO MaskStart
                           PERFORM ScrubPrintedLine
                   END-EVALUATE
                   IF RecordChanged
                       ADD 1 TO ScrubChanged
                   END-IF
                   WRITE WorkRecord FROM ScrubArea
           END-READ
       END-PERFORM
       CLOSE WorkFile
       CLOSE ScrubFile
       ADD ScrubRead TO TotalRead
       IF ScrubChanged = ZERO
           MOVE "NOTHING HELD" TO PrnFileResult
       ELSE
           PERFORM CopyWorkFileBack
       END-IF
       MOVE ScrubRead TO PrnFileRead
       MOVE ScrubChanged TO PrnFileChanged
       WRITE PrintLine FROM CertFileLine AFTER ADVANCING 1 LINE.

CopyWorkFileBack.
       OPEN OUTPUT ScrubFile
       IF ScrubFileStatus NOT = "00"
           MOVE "NOT REWRITTEN" TO PrnFileResult
           DISPLAY ScrubFileName " could not be rewritten - status "
               ScrubFileStatus
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT WorkFile
       MOVE 'N' TO ScrubEOFFlag
       PERFORM UNTIL ScrubEOF
           READ WorkFile
               AT END SET ScrubEOF TO TRUE
               NOT AT END WRITE ScrubRecord FROM WorkRecord
           END-READ
       END-PERFORM
       CLOSE WorkFile
       CLOSE ScrubFile
       MOVE "ERASED" TO PrnFileResult
       ADD ScrubChanged TO TotalChanged
       ADD 1 TO FilesTouched.

ScrubAuditEntry.
       IF AV-IDNum NOT = EraseIDKey
           EXIT PARAGRAPH
       END-IF
       MOVE AV-Before TO EraseImage
       PERFORM CollectImageTokens
       PERFORM AnonymizeImage
       MOVE EraseImage TO AV-Before
       MOVE AV-After TO EraseImage
       PERFORM CollectImageTokens
       PERFORM AnonymizeImage
       MOVE EraseImage TO AV-After
       SET RecordChanged TO TRUE.

ScrubPurgedImage.
       IF IV-IDNum NOT = EraseIDKey
           EXIT PARAGRAPH
       END-IF
       MOVE ScrubArea(1:143) TO EraseImage
       PERFORM CollectImageTokens
       PERFORM AnonymizeImage
       MOVE EraseImage TO ScrubArea(1:143)
       SET RecordChanged TO TRUE.

      *> The contact type and dates stay - a promise to pay is still
      *> part of the collection history - but the free-text note is
      *> whatever the operator keyed, so it goes.
ScrubContactEntry.
       IF CV-IDNum NOT = EraseIDKey
           EXIT PARAGRAPH
       END-IF
       MOVE ErasedNote TO CV-Note
       SET RecordChanged TO TRUE.

      *> A notice still waiting to go is killed outright - there is
      *> no one left to send it to.
ScrubQueueEntry.
       IF QV-IDNum NOT = EraseIDKey
           EXIT PARAGRAPH
       END-IF
       MOVE QV-Email TO TokenWork
       PERFORM AddToken
       MOVE SPACES TO QV-Email
       IF QV-Status = 'Q' OR QV-Status = 'F'
           MOVE 'X' TO QV-Status
       END-IF
       SET RecordChanged TO TRUE.

      *> A line holding any of the customer's details is blotted out
      *> character by character, so page throws and the line's place
      *> in the output survive.
ScrubPrintedLine.
       PERFORM VARYING TK-Index FROM 1 BY 1
           UNTIL TK-Index > TK-Count OR RecordChanged
           MOVE ZERO TO TokenTally
           INSPECT ScrubArea TALLYING TokenTally
               FOR ALL TK-Text(TK-Index)(1:TK-Length(TK-Index))
           IF TokenTally > ZERO
               SET RecordChanged TO TRUE
           END-IF
       END-PERFORM
       IF RecordChanged
           PERFORM VARYING MaskPos FROM MaskStart BY 1 UNTIL MaskPos > 338
               IF ScrubArea(MaskPos:1) NOT = SPACE
                   AND ScrubArea(MaskPos:1) NOT = X"0C"
                   MOVE "*" TO ScrubArea(MaskPos:1)
               END-IF
           END-PERFORM
       END-IF.

      *> The ship-to names are the customer's own labels for their
      *> addresses and stay as keys; the addresses themselves go.
EraseAddressBook.
       MOVE "addrbook.dat" TO PrnFileName
       MOVE ZERO TO ScrubRead ScrubChanged
       OPEN I-O AddressBook
       IF AddressBookStatus NOT = "00"
           CLOSE AddressBook
           MOVE ZERO TO PrnFileRead PrnFileChanged
           MOVE "NOT PRESENT" TO PrnFileResult
           WRITE PrintLine FROM CertFileLine AFTER ADVANCING 1 LINE
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO AddrScanEOF
       MOVE EraseIDNum TO AB-IDNum
       MOVE LOW-VALUES TO AB-ShipName
       START AddressBook KEY IS GREATER THAN OR EQUAL TO AB-Key
           INVALID KEY MOVE 'Y' TO AddrScanEOF
       END-START
       PERFORM UNTIL AddrScanEOF = 'Y'
           READ AddressBook NEXT RECORD
               AT END MOVE 'Y' TO AddrScanEOF
           END-READ
           IF AddrScanEOF = 'N'
               IF AB-IDNum NOT = EraseIDNum
                   MOVE 'Y' TO AddrScanEOF
               ELSE
                   ADD 1 TO ScrubRead
                   IF AB-ShipAddress NOT = ErasedAddress
                       MOVE AB-ShipAddress TO TokenWork
                       PERFORM AddToken
                       MOVE ErasedAddress TO AB-ShipAddress
                       MOVE SPACES TO AB-ShipCity AB-ShipState AB-ShipZip
                       REWRITE AddressBookRecord
                           INVALID KEY
                               DISPLAY "Address book rewrite failed: "
                                   AB-ShipName
                           NOT INVALID KEY
                               ADD 1 TO ScrubChanged
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       CLOSE AddressBook
       ADD ScrubRead TO TotalRead
       IF ScrubChanged = ZERO
           MOVE "NOTHING HELD" TO PrnFileResult
       ELSE
           MOVE "ERASED" TO PrnFileResult
           ADD ScrubChanged TO TotalChanged
           ADD 1 TO FilesTouched
       END-IF
       MOVE ScrubRead TO PrnFileRead
       MOVE ScrubChanged TO PrnFileChanged
       WRITE PrintLine FROM CertFileLine AFTER ADVANCING 1 LINE.

      *> The erasure goes on the audit trail with no before image -
      *> recording what was erased would defeat the erasure - and the
      *> erased master as the after image, so a roll-forward rebuilds
      *> the record exactly as it now stands.
WriteEraseAudit.
       OPEN EXTEND AuditFile
       MOVE "ERASE " TO AR-Action
       MOVE SO-OperatorID TO AR-Operator
       MOVE SPACES TO AR-Before
       MOVE CustomerData TO AR-After
       MOVE FUNCTION CURRENT-DATE TO AR-Timestamp
       MOVE EraseIDNum TO AR-IDNum
       MOVE RG-Region TO AR-Region
       WRITE AuditRecord
       CLOSE AuditFile.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "CUSTERAS" TO BAL-Program
       MOVE "ERASE" TO BAL-Step
       MOVE TotalRead TO BAL-RecordsIn
       MOVE TotalChanged TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
