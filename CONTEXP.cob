       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTEXP.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT ExpiryReport ASSIGN TO "contexp.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ContractFile.
01 ContractLine.
    COPY "CPRCREC.cpy".

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

FD ExpiryReport.
01 PrintLine PIC X(90).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CustomerFileStatus PIC XX.
01 CustomerFileOpenFlag PIC X VALUE 'N'.
       88 CustomerFileOpen VALUE 'Y'.
01 ContractEOFFlag PIC X VALUE 'N'.
       88 ContractEOF VALUE 'Y'.
01 ContractsRead PIC 9(5) VALUE ZERO.
01 ContractsListed PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 WindowEndDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
COPY "DATESRV.cpy".

      *> How far ahead the account managers want warning of a
      *> contract running out - long enough to renegotiate.
01 WarningDays PIC 9(3) VALUE 60.

01 ReportHeading.
       02 FILLER PIC X(30) VALUE "CONTRACTS EXPIRING - RUN DATE ".
       02 PrnRunDate PIC 9(8).
       02 FILLER PIC X(9) VALUE " THROUGH ".
       02 PrnWindowEnd PIC 9(8).
01 DetailHeads PIC X(88) VALUE
    "Cust # Customer        Product Size  Price Start    Expires  Contract Days Left".
01 ExpiryDetailLine.
       02 PrnIDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdName PIC X(5).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnProdSize PIC A.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnPrice PIC Z,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnStart PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExpires PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnContractRef PIC X(8).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnDaysLeft PIC ZZZ9.
01 NoExpiryLine PIC X(42) VALUE "No contracts expire in the warning window".

COPY "REGION.cpy".

      *> Lists every line on contract.txt whose expiry date falls
      *> between today and the end of the warning window, so the
      *> account manager can renew before orders quietly drop back
      *> to list price. Contracts already expired or not yet
      *> started are not listed - only the ones about to lapse.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       SET DS-AddDays TO TRUE
       MOVE RunDate TO DS-Date1
       MOVE WarningDays TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Date2 TO WindowEndDate
       OPEN INPUT CustomerFile
       IF CustomerFileStatus = "00"
           SET CustomerFileOpen TO TRUE
       ELSE
           DISPLAY "Customer file could not be opened - status "
               CustomerFileStatus " - names left blank"
       END-IF
       OPEN OUTPUT ExpiryReport
       MOVE RunDate TO PrnRunDate
       MOVE WindowEndDate TO PrnWindowEnd
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM DetailHeads AFTER ADVANCING 2 LINES
       OPEN INPUT ContractFile
       PERFORM UNTIL ContractEOF
           READ ContractFile
               AT END SET ContractEOF TO TRUE
               NOT AT END
                   ADD 1 TO ContractsRead
                   IF CN-IDNum IS NUMERIC AND CN-Price IS NUMERIC
                       AND CN-StartDate IS NUMERIC
                       AND CN-EndDate IS NUMERIC
                       PERFORM CheckOneContract
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ContractFile
       IF ContractsListed = ZERO
           WRITE PrintLine FROM NoExpiryLine AFTER ADVANCING 1 LINE
       END-IF
       CLOSE ExpiryReport
       IF CustomerFileOpen
           CLOSE CustomerFile
       END-IF
       DISPLAY "Contract expiry report written - " ContractsListed
           " contract line(s)"
       PERFORM WriteBalanceLine
       STOP RUN.

CheckOneContract.
       IF CN-EndDate < RunDate OR CN-EndDate > WindowEndDate
           EXIT PARAGRAPH
       END-IF
       IF CN-StartDate > RunDate
           EXIT PARAGRAPH
       END-IF
       SET DS-DayDifference TO TRUE
       MOVE RunDate TO DS-Date1
       MOVE CN-EndDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ExpiryDetailLine
       MOVE CN-IDNum TO PrnIDNum
       PERFORM FindCustomerName
       MOVE CN-ProdName TO PrnProdName
       MOVE CN-ProdSize TO PrnProdSize
       MOVE CN-Price TO PrnPrice
       MOVE CN-StartDate TO PrnStart
       MOVE CN-EndDate TO PrnExpires
       MOVE CN-ContractRef TO PrnContractRef
       MOVE DS-Days TO PrnDaysLeft
       WRITE PrintLine FROM ExpiryDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO ContractsListed.

FindCustomerName.
       MOVE SPACES TO PrnCustName
       IF NOT CustomerFileOpen
           EXIT PARAGRAPH
       END-IF
       MOVE CN-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "NOT ON FILE" TO PrnCustName
           NOT INVALID KEY MOVE LastName TO PrnCustName
       END-READ.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "CONTEXP" TO BAL-Program
       MOVE "CONTEXP" TO BAL-Step
       MOVE ContractsRead TO BAL-RecordsIn
       MOVE ContractsListed TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
