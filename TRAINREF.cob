       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRAINREF.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT OPTIONAL OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.
       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OL-Key
           FILE STATUS IS OrderLineFileStatus.
       SELECT OPTIONAL InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES.
       SELECT OPTIONAL IntakeFile ASSIGN TO "intakehist.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL EligibilityResults ASSIGN TO "eligresults.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StudentFile ASSIGN TO "student.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *> The same files in the training tree, named at run time.
       SELECT TrainCustomerFile ASSIGN TO TrainCustomerName
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TR-IDNum
           ALTERNATE RECORD KEY IS TR-LastName WITH DUPLICATES
           FILE STATUS IS TrainFileStatus.
       SELECT TrainOrderFile ASSIGN TO TrainOrderName
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TOR-OrderNum
           ALTERNATE RECORD KEY IS TOR-IDNum WITH DUPLICATES
           FILE STATUS IS TrainFileStatus.
       SELECT TrainOrderLineFile ASSIGN TO TrainLineName
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TOL-Key
           FILE STATUS IS TrainFileStatus.
       SELECT TrainInvoiceFile ASSIGN TO TrainInvoiceName
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TIN-InvoiceNum
           ALTERNATE RECORD KEY IS TIN-IDNum WITH DUPLICATES
           FILE STATUS IS TrainFileStatus.
       SELECT TrainPaymentFile ASSIGN TO TrainPaymentName
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TPY-ReceiptNum
           ALTERNATE RECORD KEY IS TPY-CustDate WITH DUPLICATES
           FILE STATUS IS TrainFileStatus.
       SELECT TrainIntakeFile ASSIGN TO TrainIntakeName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrainFileStatus.
       SELECT TrainEligibilityFile ASSIGN TO TrainEligName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrainFileStatus.
       SELECT TrainStudentFile ASSIGN TO TrainStudentName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrainFileStatus.
       SELECT OPTIONAL TrainRegionFile ASSIGN TO TrainRegionName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrainRegionStatus.
       SELECT TrainBalanceReport ASSIGN TO TrainBalanceName
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

FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD IntakeFile.
01 IntakeRecord.
       02 IntSSNum PIC 9(9).
       02 IntCustName PIC X(20).
       02 IntAge PIC 99.
       02 IntCanVoteFlag PIC 9.
       02 IntGrade PIC 99.
       02 IntIdent PIC 9(3).
       02 IntDateOfBirth PIC 9(8).

FD EligibilityResults.
01 EligibilityResultRecord.
       02 ER-SSNum        PIC 9(9).
       02 FILLER          PIC X.
       02 ER-Age          PIC 99.
       02 FILLER          PIC X.
       02 ER-CanVoteFlag  PIC 9.
       02 FILLER          PIC X.
       02 ER-GradeMessage PIC X(20).
       02 FILLER          PIC X.
       02 ER-TestClass    PIC X(15).

FD StudentFile.
01 StudentDat.
       02 StudIDNum PIC 9(05).
       02 StudName PIC X(10).

FD TrainCustomerFile.
01 TrainCustomerData.
    COPY "CUSTREC.cpy"
        REPLACING ==CR-IDNum==        BY ==TR-IDNum==
                  ==CR-FirstName==    BY ==TR-FirstName==
                  ==CR-LastName==     BY ==TR-LastName==
                  ==CR-CustAddress==  BY ==TR-CustAddress==
                  ==CR-Phone==        BY ==TR-Phone==
                  ==CR-Email==        BY ==TR-Email==
                  ==CR-CustStatus==   BY ==TR-CustStatus==
                  ==CR-ActiveCust==   BY ==TR-ActiveCust==
                  ==CR-InactiveCust== BY ==TR-InactiveCust==
                  ==CR-SuspendedCust==BY ==TR-SuspendedCust==
                  ==CR-DeletedCust==  BY ==TR-DeletedCust==.

      *> The training copies keep the live layouts - only the key
      *> names are changed so each file's keys stand apart.
FD TrainOrderFile.
01 TrainOrderData.
    COPY "ORDREC.cpy"
        REPLACING ==ORD-OrderNum== BY ==TOR-OrderNum==
                  ==ORD-IDNum==    BY ==TOR-IDNum==.

FD TrainOrderLineFile.
01 TrainOrderLineData.
    COPY "ORDLREC.cpy"
        REPLACING ==OL-Key==       BY ==TOL-Key==
                  ==OL-OrderNum==  BY ==TOL-OrderNum==
                  ==OL-LineNum==   BY ==TOL-LineNum==.

FD TrainInvoiceFile.
01 TrainInvoiceData.
    COPY "INVREC.cpy"
        REPLACING ==INV-InvoiceNum== BY ==TIN-InvoiceNum==
                  ==INV-IDNum==      BY ==TIN-IDNum==.

FD TrainPaymentFile.
01 TrainPaymentRecord.
    COPY "PAYREC.cpy"
        REPLACING ==PAY-ReceiptNum== BY ==TPY-ReceiptNum==
                  ==PAY-CustDate==   BY ==TPY-CustDate==.

FD TrainIntakeFile.
01 TrainIntakeRecord PIC X(48).

FD TrainEligibilityFile.
01 TrainEligibilityRecord PIC X(51).

FD TrainStudentFile.
01 TrainStudentRecord PIC X(15).

FD TrainRegionFile.
01 TrainRegionLine.
       02 TRF-Region PIC X(5).

FD TrainBalanceReport.
01 TrainBalanceRecord PIC X(80).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CustomerFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 TrainFileStatus PIC XX.
01 TrainRegionStatus PIC XX.
01 AskRegion PIC X(5).
01 AskTrainDir PIC X(40).
01 Confirm PIC X.
01 ScanEOF PIC X.
01 RefreshFailedFlag PIC X VALUE 'N'.
       88 RefreshFailed VALUE 'Y'.
01 ProductionTreeFlag PIC X VALUE 'N'.
       88 LooksLikeProduction VALUE 'Y'.

      *> Every training file name is the tree's directory joined to
      *> the live file's own name, so the training programs find
      *> them by exactly the relative names they always use.
01 TrainBaseName PIC X(20).
01 TrainWorkName PIC X(64).
01 TrainCustomerName PIC X(64).
01 TrainOrderName PIC X(64).
01 TrainLineName PIC X(64).
01 TrainInvoiceName PIC X(64).
01 TrainPaymentName PIC X(64).
01 TrainIntakeName PIC X(64).
01 TrainEligName PIC X(64).
01 TrainStudentName PIC X(64).
01 TrainRegionName PIC X(64).
01 TrainBalanceName PIC X(64).
01 WS-TrainDirName PIC X(64).
01 WS-TrainDirStatus PIC S9(9) COMP-5.

01 RecordsRead PIC 9(7) VALUE ZERO.
01 RecordsWritten PIC 9(7) VALUE ZERO.
01 CustomersCopied PIC 9(6) VALUE ZERO.
01 OrdersCopied PIC 9(6) VALUE ZERO.
01 LinesCopied PIC 9(6) VALUE ZERO.
01 InvoicesCopied PIC 9(6) VALUE ZERO.
01 PaymentsCopied PIC 9(6) VALUE ZERO.
01 IntakesCopied PIC 9(6) VALUE ZERO.
01 EligibilityCopied PIC 9(6) VALUE ZERO.
01 StudentsCopied PIC 9(6) VALUE ZERO.

      *> The scramble works off a record's own key and nothing else,
      *> so the same customer, applicant or student comes out with
      *> the same made-up name in every file and on every refresh,
      *> and no real name, address, phone, email or SSN survives
      *> into the copy. Keys, dates and amounts are left alone so
      *> every link between files still holds.
01 ScrambleKey PIC 9(9).
01 ScrambleWork PIC 9(13).
01 FakeFirstIdx PIC 99.
01 FakeLastIdx PIC 99.
01 FakeStreetIdx PIC 99.
01 FakeHouseNum PIC 9(4).
01 FakePhoneTail PIC 9(4).
01 FakeSSNum PIC 9(9).
01 FakeFirstNames.
       02 FILLER PIC X(40) VALUE
           "ALEX    BLAIR   CASEY   DANA    ELLIS   ".
       02 FILLER PIC X(40) VALUE
           "FRANKIE GLENN   HARPER  JAMIE   KELLY   ".
       02 FILLER PIC X(40) VALUE
           "LANE    MORGAN  NOEL    OAKLEY  PAT     ".
       02 FILLER PIC X(40) VALUE
           "QUINN   REESE   SAGE    TAYLOR  VAL     ".
01 FakeFirstTable REDEFINES FakeFirstNames.
       02 FakeFirst PIC X(8) OCCURS 20 TIMES.
01 FakeLastNames.
       02 FILLER PIC X(40) VALUE
           "ADAMS   BAKER   CARTER  DIXON   EVANS   ".
       02 FILLER PIC X(40) VALUE
           "FOSTER  GRANT   HAYES   IRWIN   JONES   ".
       02 FILLER PIC X(40) VALUE
           "KNIGHT  LLOYD   MASON   NOLAN   OWENS   ".
       02 FILLER PIC X(40) VALUE
           "PARKER  QUINLAN ROSS    SHAW    TURNER  ".
01 FakeLastTable REDEFINES FakeLastNames.
       02 FakeLast PIC X(8) OCCURS 20 TIMES.
01 FakeStreetNames.
       02 FILLER PIC X(40) VALUE
           "OAK     MAPLE   CEDAR   ELM     PINE    ".
       02 FILLER PIC X(40) VALUE
           "BIRCH   WILLOW  ASPEN   SPRUCE  HAZEL   ".
01 FakeStreetTable REDEFINES FakeStreetNames.
       02 FakeStreet PIC X(8) OCCURS 10 TIMES.

01 BalanceImage.
    COPY "BALREC.cpy"
        REPLACING ==BAL-Region==      BY ==BI-Region==
                  ==BAL-Timestamp==   BY ==BI-Timestamp==
                  ==BAL-Program==     BY ==BI-Program==
                  ==BAL-Step==        BY ==BI-Step==
                  ==BAL-RecordsIn==   BY ==BI-RecordsIn==
                  ==BAL-RecordsOut==  BY ==BI-RecordsOut==.
COPY "SIGNON.cpy".

COPY "REGION.cpy".

      *> Builds (or rebuilds) a training tree from the production
      *> files: customers, orders and their lines, invoices,
      *> payments, intake history, eligibility results and students,
      *> with the personal fields scrambled on the way across. The
      *> tree gets its own region.txt, so every program run there
      *> stamps its menus, audit and balancing lines with the
      *> training region's name.
PROCEDURE DIVISION.
StartPara.
       MOVE "TRAINREF" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Supervisor Level Required"
           STOP RUN
       END-IF
       CALL "REGIONSRV" USING RG-Parameters
       IF RG-Region NOT = "LIVE"
           DISPLAY "Training trees are refreshed from production only -"
               " this is region " RG-Region
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "TRAINING REGION REFRESH"
       DISPLAY "Region name (e.g. TRAIN) : " WITH NO ADVANCING
       ACCEPT AskRegion
       IF AskRegion = SPACES OR AskRegion = "LIVE"
           DISPLAY "A training region needs a name other than LIVE"
           STOP RUN
       END-IF
       DISPLAY "Directory of the region's tree : " WITH NO ADVANCING
       ACCEPT AskTrainDir
       IF AskTrainDir = SPACES OR AskTrainDir = "." OR AskTrainDir = "./"
           DISPLAY "The training tree must be a directory of its own"
           STOP RUN
       END-IF
       PERFORM BuildTrainNames
       PERFORM CheckTrainTree
       IF LooksLikeProduction
           DISPLAY AskTrainDir " holds files but no training region.txt"
           DISPLAY "- it is not refreshed, in case it is a live tree"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "Replace the files of region " AskRegion " in "
           AskTrainDir " (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Refresh Cancelled"
           STOP RUN
       END-IF
       MOVE AskTrainDir TO WS-TrainDirName
       CALL "CBL_CREATE_DIR" USING WS-TrainDirName
           GIVING WS-TrainDirStatus
       PERFORM CopyCustomers
       IF NOT RefreshFailed
           PERFORM CopyOrders
       END-IF
       IF NOT RefreshFailed
           PERFORM CopyOrderLines
       END-IF
       IF NOT RefreshFailed
           PERFORM CopyInvoices
       END-IF
       IF NOT RefreshFailed
           PERFORM CopyPayments
       END-IF
       IF NOT RefreshFailed
           PERFORM CopyIntake
       END-IF
       IF NOT RefreshFailed
           PERFORM CopyEligibility
       END-IF
       IF NOT RefreshFailed
           PERFORM CopyStudents
       END-IF
       IF RefreshFailed
           DISPLAY "Refresh stopped - region " AskRegion
               " is incomplete and must be refreshed again"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteTrainRegion
       DISPLAY "Region " AskRegion " refreshed in " AskTrainDir
       DISPLAY "  customers " CustomersCopied "  orders " OrdersCopied
           "  lines " LinesCopied
       DISPLAY "  invoices " InvoicesCopied "  payments " PaymentsCopied
       DISPLAY "  intake " IntakesCopied "  eligibility "
           EligibilityCopied "  students " StudentsCopied
       PERFORM WriteBalanceLine
       STOP RUN.

BuildTrainNames.
       MOVE "customer.txt" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainCustomerName
       MOVE "order.dat" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainOrderName
       MOVE "ordline.dat" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainLineName
       MOVE "invoice.dat" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainInvoiceName
       MOVE "payment.dat" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainPaymentName
       MOVE "intakehist.dat" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainIntakeName
       MOVE "eligresults.dat" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainEligName
       MOVE "student.dat" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainStudentName
       MOVE "region.txt" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainRegionName
       MOVE "balrpt.txt" TO TrainBaseName
       PERFORM BuildOneTrainName
       MOVE TrainWorkName TO TrainBalanceName.

BuildOneTrainName.
       MOVE SPACES TO TrainWorkName
       STRING AskTrainDir DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              TrainBaseName DELIMITED BY SPACE
              INTO TrainWorkName
       END-STRING.

      *> A tree that already has a customer master but no region.txt
      *> naming a training region could be a production tree keyed
      *> in by mistake - it is never overwritten.
CheckTrainTree.
       MOVE SPACES TO TRF-Region
       OPEN INPUT TrainRegionFile
       IF TrainRegionStatus = "00"
           READ TrainRegionFile
               AT END MOVE SPACES TO TRF-Region
           END-READ
       END-IF
       CLOSE TrainRegionFile
       IF TRF-Region = SPACES OR TRF-Region = "LIVE"
           OPEN INPUT TrainCustomerFile
           IF TrainFileStatus = "00"
               SET LooksLikeProduction TO TRUE
               CLOSE TrainCustomerFile
           END-IF
       END-IF.

CopyCustomers.
       OPEN INPUT CustomerFile
       OPEN OUTPUT TrainCustomerFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainCustomerName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE CustomerFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ CustomerFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   MOVE CustomerData TO TrainCustomerData
                   PERFORM ScrambleCustomer
                   WRITE TrainCustomerData
                       INVALID KEY
                           DISPLAY "Customer " IDNum " not copied"
                       NOT INVALID KEY
                           ADD 1 TO CustomersCopied
                           ADD 1 TO RecordsWritten
                   END-WRITE
           END-READ
       END-PERFORM
       CLOSE TrainCustomerFile
       CLOSE CustomerFile.

ScrambleCustomer.
       MOVE TR-IDNum TO ScrambleKey
       PERFORM PickFakeName
       MOVE FakeFirst(FakeFirstIdx) TO TR-FirstName
       MOVE FakeLast(FakeLastIdx) TO TR-LastName
       MOVE SPACES TO TR-CustAddress
       STRING FakeHouseNum DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FakeStreet(FakeStreetIdx) DELIMITED BY SPACE
              " STREET" DELIMITED BY SIZE
              INTO TR-CustAddress
       END-STRING
       MOVE SPACES TO TR-Phone
       STRING "555-555-" DELIMITED BY SIZE
              FakePhoneTail DELIMITED BY SIZE
              INTO TR-Phone
       END-STRING
       MOVE SPACES TO TR-Email
       STRING "cust" DELIMITED BY SIZE
              TR-IDNum DELIMITED BY SIZE
              "@example.com" DELIMITED BY SIZE
              INTO TR-Email
       END-STRING.

PickFakeName.
       COMPUTE FakeFirstIdx = FUNCTION MOD(ScrambleKey, 20) + 1
       COMPUTE ScrambleWork = ScrambleKey / 20
       COMPUTE FakeLastIdx = FUNCTION MOD(ScrambleWork, 20) + 1
       COMPUTE ScrambleWork = ScrambleKey / 400
       COMPUTE FakeStreetIdx = FUNCTION MOD(ScrambleWork, 10) + 1
       COMPUTE FakeHouseNum = FUNCTION MOD(ScrambleKey * 37, 9000) + 100
       COMPUTE FakePhoneTail = FUNCTION MOD(ScrambleKey * 7, 10000).

      *> A made-up SSN in the 9xx range, which is never issued. The
      *> multiplier keeps two different SSNs apart, so a duplicate
      *> applicant in the live file is still a duplicate in the copy.
ScrambleSSN.
       COMPUTE ScrambleWork = ScrambleKey * 7919 + 4421
       COMPUTE FakeSSNum =
           900000000 + FUNCTION MOD(ScrambleWork, 100000000).

CopyOrders.
       OPEN INPUT OrderFile
       OPEN OUTPUT TrainOrderFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainOrderName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   WRITE TrainOrderData FROM OrderData
                       INVALID KEY
                           DISPLAY "Order " ORD-OrderNum " not copied"
                       NOT INVALID KEY
                           ADD 1 TO OrdersCopied
                           ADD 1 TO RecordsWritten
                   END-WRITE
           END-READ
       END-PERFORM
       CLOSE TrainOrderFile
       CLOSE OrderFile.

CopyOrderLines.
       OPEN INPUT OrderLineFile
       OPEN OUTPUT TrainOrderLineFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainLineName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE OrderLineFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   WRITE TrainOrderLineData FROM OrderLineData
                       INVALID KEY
                           DISPLAY "Order line " OL-Key " not copied"
                       NOT INVALID KEY
                           ADD 1 TO LinesCopied
                           ADD 1 TO RecordsWritten
                   END-WRITE
           END-READ
       END-PERFORM
       CLOSE TrainOrderLineFile
       CLOSE OrderLineFile.

CopyInvoices.
       OPEN INPUT InvoiceFile
       OPEN OUTPUT TrainInvoiceFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainInvoiceName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE InvoiceFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   WRITE TrainInvoiceData FROM InvoiceData
                       INVALID KEY
                           DISPLAY "Invoice " INV-InvoiceNum " not copied"
                       NOT INVALID KEY
                           ADD 1 TO InvoicesCopied
                           ADD 1 TO RecordsWritten
                   END-WRITE
           END-READ
       END-PERFORM
       CLOSE TrainInvoiceFile
       CLOSE InvoiceFile.

CopyPayments.
       OPEN INPUT PaymentFile
       OPEN OUTPUT TrainPaymentFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainPaymentName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE PaymentFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ PaymentFile NEXT RECORD
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   WRITE TrainPaymentRecord FROM PaymentRecord
                       INVALID KEY
                           DISPLAY "Receipt " PAY-ReceiptNum " not copied"
                       NOT INVALID KEY
                           ADD 1 TO PaymentsCopied
                           ADD 1 TO RecordsWritten
                   END-WRITE
           END-READ
       END-PERFORM
       CLOSE TrainPaymentFile
       CLOSE PaymentFile.

      *> An applicant's made-up name follows their SSN, so a person
      *> captured twice is the same made-up person both times.
CopyIntake.
       OPEN INPUT IntakeFile
       OPEN OUTPUT TrainIntakeFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainIntakeName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE IntakeFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ IntakeFile
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   MOVE IntSSNum TO ScrambleKey
                   PERFORM PickFakeName
                   PERFORM ScrambleSSN
                   MOVE FakeSSNum TO IntSSNum
                   MOVE SPACES TO IntCustName
                   STRING FakeFirst(FakeFirstIdx) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          FakeLast(FakeLastIdx) DELIMITED BY SPACE
                          INTO IntCustName
                   END-STRING
                   WRITE TrainIntakeRecord FROM IntakeRecord
                   ADD 1 TO IntakesCopied
                   ADD 1 TO RecordsWritten
           END-READ
       END-PERFORM
       CLOSE TrainIntakeFile
       CLOSE IntakeFile.

CopyEligibility.
       OPEN INPUT EligibilityResults
       OPEN OUTPUT TrainEligibilityFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainEligName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE EligibilityResults
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ EligibilityResults
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   MOVE ER-SSNum TO ScrambleKey
                   PERFORM ScrambleSSN
                   MOVE FakeSSNum TO ER-SSNum
                   WRITE TrainEligibilityRecord
                       FROM EligibilityResultRecord
                   ADD 1 TO EligibilityCopied
                   ADD 1 TO RecordsWritten
           END-READ
       END-PERFORM
       CLOSE TrainEligibilityFile
       CLOSE EligibilityResults.

CopyStudents.
       OPEN INPUT StudentFile
       OPEN OUTPUT TrainStudentFile
       IF TrainFileStatus NOT = "00"
           DISPLAY "Cannot create " TrainStudentName " - status "
               TrainFileStatus
           SET RefreshFailed TO TRUE
           CLOSE StudentFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ScanEOF
       PERFORM UNTIL ScanEOF = 'Y'
           READ StudentFile
               AT END MOVE 'Y' TO ScanEOF
               NOT AT END
                   ADD 1 TO RecordsRead
                   MOVE StudIDNum TO ScrambleKey
                   PERFORM PickFakeName
                   MOVE SPACES TO StudName
                   STRING FakeFirst(FakeFirstIdx) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          FakeLast(FakeLastIdx)(1:1) DELIMITED BY SIZE
                          INTO StudName
                   END-STRING
                   WRITE TrainStudentRecord FROM StudentDat
                   ADD 1 TO StudentsCopied
                   ADD 1 TO RecordsWritten
           END-READ
       END-PERFORM
       CLOSE TrainStudentFile
       CLOSE StudentFile.

WriteTrainRegion.
       OPEN OUTPUT TrainRegionFile
       MOVE AskRegion TO TRF-Region
       WRITE TrainRegionLine
       CLOSE TrainRegionFile.

      *> The refresh is stamped on both trees - production's balrpt
      *> shows the data went out, and the training tree's own balrpt
      *> opens with the load its exercises start from.
WriteBalanceLine.
       OPEN EXTEND BalanceReport
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "TRAINREF" TO BAL-Program
       MOVE "TRAINREF" TO BAL-Step
       MOVE RecordsRead TO BAL-RecordsIn
       MOVE RecordsWritten TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport
       MOVE BalanceRecord TO BalanceImage
       MOVE AskRegion TO BI-Region
       OPEN EXTEND TrainBalanceReport
       WRITE TrainBalanceRecord FROM BalanceImage
       CLOSE TrainBalanceReport.
