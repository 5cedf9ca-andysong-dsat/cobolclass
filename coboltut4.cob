           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PrefFile ASSIGN TO "commpref.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CustTermsFile ASSIGN TO "custterm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CustFamilyFile ASSIGN TO "custfam.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AckFile ASSIGN TO AckFileName
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD AuditFile.
01 AuditRecord.
       02 FILLER PIC X VALUE SPACE.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

       02 TranAddress PIC X(30).
       02 TranPhone PIC X(12).
       02 TranEmail PIC X(30).
       02 TranCity PIC X(20).
       02 TranState PIC X(2).
       02 TranZip PIC X(10).

FD BatchLog.
01 BatchLogRecord.
      *> and resubmitted as the next batch.
FD RecycleFile.
01 RecycleRecord.
       02 RY-TranImage PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 RY-Reason PIC X(60).

       02 EL-Message PIC X(60).

FD BackupFile.
01 BackupRecord PIC X(143).

FD BackupCatalog.
01 CatalogLine.
01 PrefRecord.
    COPY "PREFREC.cpy".

FD CustTermsFile.
01 CustTermsRecord.
    COPY "CUSTTRM.cpy".

FD CustFamilyFile.
01 CustFamilyRecord.
    COPY "CUSTFAM.cpy".

      *> Machine-readable batch response, one file per posted batch -
      *> the branch system reconciles off this instead of a faxed
      *> edit report: header, a disposition line per transaction,
       88 PrefBytesOK VALUE 'Y'.
01 PrefByteIdx PIC 9.
01 PrefByte PIC X.
01 AskTermsID PIC 9(6).
01 CurTermsCode PIC X(10).
01 NewTermsCode PIC X(10).
01 TermsScanEOFFlag PIC X.
       88 TermsScanEOF VALUE 'Y'.
01 AskFamilyID PIC 9(6).
01 AskParentID PIC 9(6).
01 AskBillFlag PIC X.
01 CurParentID PIC 9(6).
01 CurBillFlag PIC X.
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 FindChoice PIC 9.
01 SearchLastName PIC X(15).
01 MoreMatches PIC X VALUE 'Y'.
01 WS-BeforeImage PIC X(143).
01 Confirm PIC X.
01 TranEOF PIC X VALUE 'N'.
01 BatchMode PIC X.
       02 SCR-FirstName PIC X(15).
       02 SCR-LastName PIC X(15).
       02 SCR-CustAddress PIC X(30).
       02 SCR-CustCity PIC X(20).
       02 SCR-CustState PIC X(2).
       02 SCR-CustZip PIC X(10).
       02 SCR-Phone PIC X(12).
       02 SCR-Email PIC X(30).
       02 SCR-CustStatus PIC X.
       88 UndoEntryFound VALUE 'Y'.
01 UndoTimestamp PIC X(21).
01 UndoAction PIC X(6).
01 UndoBeforeImage PIC X(143).
01 AuditScanEOFFlag PIC X.
       88 AuditScanEOF VALUE 'Y'.
01 CurrentDateFields.
01 ListPauseKey PIC X.
01 MaxIDNum PIC 9(6) VALUE ZERO.
01 ScanEOF PIC X.
01 WS-NewCustomer PIC X(143).
01 WS-CheckFirstName PIC X(15).
01 WS-CheckLastName PIC X(15).
01 WS-SearchKey PIC X(15).
COPY "SIGNON.cpy".
COPY "CUSTEDIT.cpy".
COPY "REGION.cpy".
COPY "TERMSRV.cpy".
COPY "FAMSRV.cpy".

SCREEN SECTION.
      *> Full-screen form for add, update and inquiry - every
       02 LINE 6 COLUMN 16 PIC X(15) USING SCR-LastName.
       02 LINE 7 COLUMN 2 VALUE "Address    :".
       02 LINE 7 COLUMN 16 PIC X(30) USING SCR-CustAddress.
       02 LINE 8 COLUMN 2 VALUE "City/St/ZIP:".
       02 LINE 8 COLUMN 16 PIC X(20) USING SCR-CustCity.
       02 LINE 8 COLUMN 37 PIC X(2) USING SCR-CustState.
       02 LINE 8 COLUMN 40 PIC X(10) USING SCR-CustZip.
       02 LINE 9 COLUMN 2 VALUE "Phone      :".
       02 LINE 9 COLUMN 16 PIC X(12) USING SCR-Phone.
       02 LINE 10 COLUMN 2 VALUE "Email      :".
       02 LINE 10 COLUMN 16 PIC X(30) USING SCR-Email.
       02 LINE 11 COLUMN 2 VALUE "Status     :".
       02 LINE 11 COLUMN 16 PIC X USING SCR-CustStatus.
       02 LINE 12 COLUMN 2 VALUE "Branch     :".
       02 LINE 12 COLUMN 16 PIC X(2) USING SCR-Branch.
       02 LINE 14 COLUMN 2 PIC X(60) FROM SCR-Message HIGHLIGHT.
01 CustomerViewScreen.
       02 BLANK SCREEN.
       02 LINE 1 COLUMN 5 VALUE "CUSTOMER INQUIRY".
       02 LINE 6 COLUMN 16 PIC X(15) FROM SCR-LastName.
       02 LINE 7 COLUMN 2 VALUE "Address    :".
       02 LINE 7 COLUMN 16 PIC X(30) FROM SCR-CustAddress.
       02 LINE 8 COLUMN 2 VALUE "City/St/ZIP:".
       02 LINE 8 COLUMN 16 PIC X(20) FROM SCR-CustCity.
       02 LINE 8 COLUMN 37 PIC X(2) FROM SCR-CustState.
       02 LINE 8 COLUMN 40 PIC X(10) FROM SCR-CustZip.
       02 LINE 9 COLUMN 2 VALUE "Phone      :".
       02 LINE 9 COLUMN 16 PIC X(12) FROM SCR-Phone.
       02 LINE 10 COLUMN 2 VALUE "Email      :".
       02 LINE 10 COLUMN 16 PIC X(30) FROM SCR-Email.
       02 LINE 11 COLUMN 2 VALUE "Status     :".
       02 LINE 11 COLUMN 16 PIC X FROM SCR-CustStatus.
       02 LINE 12 COLUMN 2 VALUE "Branch     :".
       02 LINE 12 COLUMN 16 PIC X(2) FROM SCR-Branch.
       02 LINE 14 COLUMN 2 VALUE "Press Enter to continue".

PROCEDURE DIVISION.
StartPara.
           DISPLAY "9: Undo Last Change To A Customer"
           DISPLAY "10: Customer Contact Log"
           DISPLAY "11: Communication Preferences"
           DISPLAY "12: Payment Terms"
           DISPLAY "13: Parent Account"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
                   IF MenuAllowed
                       PERFORM MaintainPrefs
                   END-IF
               WHEN 12
                   PERFORM CheckMaintAuthority
                   IF MenuAllowed
                       PERFORM MaintainTerms
                   END-IF
               WHEN 13
                   PERFORM CheckMaintAuthority
                   IF MenuAllowed
                       PERFORM MaintainParent
                   END-IF
               WHEN 9
                   PERFORM CheckMaintAuthority
                   IF MenuAllowed
               MOVE SCR-FirstName TO FirstName
               MOVE SCR-LastName TO LastName
               MOVE SCR-CustAddress TO CustAddress
               MOVE SCR-CustCity TO CustCity
               MOVE FUNCTION UPPER-CASE(SCR-CustState) TO CustState
               MOVE SCR-CustZip TO CustZip
               MOVE SCR-Phone TO Phone
               MOVE SCR-Email TO Email
               MOVE SCR-CustStatus TO CustStatus
              "Last " DELIMITED BY SIZE
              CE-AddressFlag DELIMITED BY SIZE
              "Addr " DELIMITED BY SIZE
              CE-ZipFlag DELIMITED BY SIZE
              "CityZIP " DELIMITED BY SIZE
              CE-PhoneFlag DELIMITED BY SIZE
              "Phone " DELIMITED BY SIZE
              CE-EmailFlag DELIMITED BY SIZE
               MOVE FirstName TO SCR-FirstName
               MOVE LastName TO SCR-LastName
               MOVE CustAddress TO SCR-CustAddress
               MOVE CustCity TO SCR-CustCity
               MOVE CustState TO SCR-CustState
               MOVE CustZip TO SCR-CustZip
               MOVE Phone TO SCR-Phone
               MOVE Email TO SCR-Email
               MOVE CustStatus TO SCR-CustStatus
           IF CE-AddressBad
               DISPLAY "  Address missing"
           END-IF
           IF CE-ZipBad
               DISPLAY "  City/State/ZIP invalid - " CE-ZipReason
           END-IF
           IF CE-PhoneBad
               DISPLAY "  Phone invalid"
           END-IF
           END-IF
       END-PERFORM.

      *> Payment terms - the code the invoicing program turns into a
      *> due date and discount window on every invoice. Only codes
      *> the credit department has set up in terms.txt are taken.
      *> The file is append-only with the last line per customer in
      *> force, and every change lands on audit.txt.
MaintainTerms.
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING
       ACCEPT AskTermsID
       MOVE 'Y' TO CustExists
       MOVE AskTermsID TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       PERFORM FindCurrentTerms
       DISPLAY "Payment terms for " FirstName " " LastName
       IF CurTermsCode = SPACES
           DISPLAY "  Current : NET30 (house terms)"
       ELSE
           DISPLAY "  Current : " CurTermsCode
       END-IF
       DISPLAY "New Terms Code : " WITH NO ADVANCING
       ACCEPT NewTermsCode
       INSPECT NewTermsCode CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       IF NewTermsCode = SPACES OR NewTermsCode = CurTermsCode
           DISPLAY "No change"
           EXIT PARAGRAPH
       END-IF
       SET TS-KnownCode TO TRUE
       MOVE NewTermsCode TO TS-TermsCode
       CALL "TERMSRV" USING TS-Parameters
       IF NOT TS-TermsFound
           DISPLAY "Terms code not set up in terms.txt - no change"
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND CustTermsFile
       MOVE SPACES TO CustTermsRecord
       MOVE AskTermsID TO CTA-IDNum
       MOVE NewTermsCode TO CTA-TermsCode
       WRITE CustTermsRecord
       CLOSE CustTermsFile
       MOVE "TERMS " TO AR-Action
       MOVE SPACES TO AR-Before
       STRING "TERMS=" DELIMITED BY SIZE
              CurTermsCode DELIMITED BY SIZE
              INTO AR-Before
       END-STRING
       MOVE SPACES TO AR-After
       STRING "TERMS=" DELIMITED BY SIZE
              NewTermsCode DELIMITED BY SIZE
              INTO AR-After
       END-STRING
       PERFORM WriteAuditEntry
       DISPLAY "Payment terms recorded".

      *> Parent account - a chain store names the head-office
      *> account it belongs to, and whether its invoices are billed
      *> there. Families are one level deep, so a head office cannot
      *> itself become a store and a store cannot be a parent. The
      *> file is append-only with the last line per customer in
      *> force, and every change lands on audit.txt.
MaintainParent.
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING
       ACCEPT AskFamilyID
       MOVE 'Y' TO CustExists
       MOVE AskFamilyID TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       SET FM-ParentLink TO TRUE
       MOVE AskFamilyID TO FM-IDNum
       CALL "FAMSRV" USING FM-Parameters
       MOVE FM-ParentID TO CurParentID
       MOVE FM-BillFlag TO CurBillFlag
       DISPLAY "Parent account for " FirstName " " LastName
       IF CurParentID = ZERO
           IF FM-InFamily
               DISPLAY "  This customer is a head office with stores -"
               DISPLAY "  unlink its stores before giving it a parent."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Current : none"
       ELSE
           DISPLAY "  Current : " CurParentID "  billed to parent : "
               CurBillFlag
       END-IF
       DISPLAY "Parent Account ID (0 = none) : " WITH NO ADVANCING
       ACCEPT AskParentID
       MOVE 'N' TO AskBillFlag
       IF AskParentID NOT = ZERO
           IF AskParentID = AskFamilyID
               DISPLAY "A customer cannot be its own parent - no change"
               EXIT PARAGRAPH
           END-IF
           MOVE AskParentID TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ
           IF CustExists = 'N'
               DISPLAY "Parent customer doesn't exist - no change"
               EXIT PARAGRAPH
           END-IF
           SET FM-ParentLink TO TRUE
           MOVE AskParentID TO FM-IDNum
           CALL "FAMSRV" USING FM-Parameters
           IF FM-ParentID NOT = ZERO
               DISPLAY "That account is itself a store of " FM-ParentID
                   " - no change"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bill invoices to the parent (Y/N) : "
               WITH NO ADVANCING
           ACCEPT AskBillFlag
           IF AskBillFlag = 'y'
               MOVE 'Y' TO AskBillFlag
           END-IF
           IF AskBillFlag NOT = 'Y'
               MOVE 'N' TO AskBillFlag
           END-IF
       END-IF
       IF AskParentID = CurParentID
           AND (AskBillFlag = CurBillFlag OR AskParentID = ZERO)
           DISPLAY "No change"
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND CustFamilyFile
       MOVE SPACES TO CustFamilyRecord
       MOVE AskFamilyID TO CFA-IDNum
       MOVE AskParentID TO CFA-ParentID
       MOVE AskBillFlag TO CFA-BillFlag
       WRITE CustFamilyRecord
       CLOSE CustFamilyFile
       SET FM-Reload TO TRUE
       CALL "FAMSRV" USING FM-Parameters
       MOVE AskFamilyID TO IDNum
       MOVE "FAMILY" TO AR-Action
       MOVE SPACES TO AR-Before
       STRING "PARENT=" DELIMITED BY SIZE
              CurParentID DELIMITED BY SIZE
              " BILL=" DELIMITED BY SIZE
              CurBillFlag DELIMITED BY SIZE
              INTO AR-Before
       END-STRING
       MOVE SPACES TO AR-After
       STRING "PARENT=" DELIMITED BY SIZE
              AskParentID DELIMITED BY SIZE
              " BILL=" DELIMITED BY SIZE
              AskBillFlag DELIMITED BY SIZE
              INTO AR-After
       END-STRING
       PERFORM WriteAuditEntry
       DISPLAY "Parent account recorded".

FindCurrentTerms.
       MOVE SPACES TO CurTermsCode
       MOVE 'N' TO TermsScanEOFFlag
       OPEN INPUT CustTermsFile
       PERFORM UNTIL TermsScanEOF
           READ CustTermsFile
               AT END SET TermsScanEOF TO TRUE
               NOT AT END
                   IF CTA-IDNum = AskTermsID
                       MOVE CTA-TermsCode TO CurTermsCode
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CustTermsFile.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "CUSTMAINT" TO EL-Program
       MOVE TranFirstName TO FirstName
       MOVE TranLastName TO LastName
       MOVE TranAddress TO CustAddress
       MOVE TranCity TO CustCity
       MOVE FUNCTION UPPER-CASE(TranState) TO CustState
       MOVE TranZip TO CustZip
       MOVE TranPhone TO Phone
       MOVE TranEmail TO Email
       MOVE 'A' TO CustStatus
       MOVE TranFirstName TO FirstName
       MOVE TranLastName TO LastName
       MOVE TranAddress TO CustAddress
       MOVE TranCity TO CustCity
       MOVE FUNCTION UPPER-CASE(TranState) TO CustState
       MOVE TranZip TO CustZip
       MOVE TranPhone TO Phone
       MOVE TranEmail TO Email
       MOVE 'A' TO CustStatus
               MOVE TranFirstName TO FirstName
               MOVE TranLastName TO LastName
               MOVE TranAddress TO CustAddress
               MOVE TranCity TO CustCity
               MOVE FUNCTION UPPER-CASE(TranState) TO CustState
               MOVE TranZip TO CustZip
               MOVE TranPhone TO Phone
               MOVE TranEmail TO Email
               PERFORM EditCustomerFields
       MOVE FirstName TO SCR-FirstName
       MOVE LastName TO SCR-LastName
       MOVE CustAddress TO SCR-CustAddress
       MOVE CustCity TO SCR-CustCity
       MOVE CustState TO SCR-CustState
       MOVE CustZip TO SCR-CustZip
       MOVE Phone TO SCR-Phone
       MOVE Email TO SCR-Email
       MOVE CustStatus TO SCR-CustStatus
