       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPAGE.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT DisputeReport ASSIGN TO "dispage.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD DisputeFile.
01 DisputeRecord.
    COPY "DISPREC.cpy".

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

FD DisputeReport.
01 PrintLine PIC X(100).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CustomerFileStatus PIC XX.
01 DisputeEOFFlag PIC X VALUE 'N'.
       88 DisputeEOF VALUE 'Y'.
01 CustExists PIC X.
01 DisputesRead PIC 9(5) VALUE ZERO.
01 DisputesListed PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 DaysOpen PIC S9(5).
COPY "DATESRV.cpy".

      *> The buckets count days since the dispute was opened - how
      *> long collections has let it sit - not the invoice's age.
01 Total30 PIC 9(8)V99 VALUE ZERO.
01 Total60 PIC 9(8)V99 VALUE ZERO.
01 Total90 PIC 9(8)V99 VALUE ZERO.
01 TotalOver90 PIC 9(8)V99 VALUE ZERO.
01 Count30 PIC 9(5) VALUE ZERO.
01 Count60 PIC 9(5) VALUE ZERO.
01 Count90 PIC 9(5) VALUE ZERO.
01 CountOver90 PIC 9(5) VALUE ZERO.

01 PageHeading.
       02 FILLER PIC X(30) VALUE "OPEN INVOICE DISPUTES - as of ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(90) VALUE
    "Dispute Invoice IDNum  Name             Opened    Days Rsn Owner          Amount".
01 DisputeDetailLine.
       02 PrnDisputeNum PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnInvoiceNum PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustName PIC X(16).
       02 FILLER PIC X VALUE SPACE.
       02 PrnOpenDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDaysOpen PIC Z,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnReason PIC X(2).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnOwner PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAmount PIC $$,$$$,$$9.99.
01 BucketLine.
       02 PrnBucketLabel PIC X(20).
       02 PrnBucketCount PIC ZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnBucketAmount PIC $$$,$$$,$$9.99.
01 BucketHeads PIC X(50) VALUE
    "Days Open           Count          Amount".

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN INPUT CustomerFile
       OPEN OUTPUT DisputeReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       OPEN INPUT DisputeFile
       PERFORM UNTIL DisputeEOF
           READ DisputeFile
               AT END SET DisputeEOF TO TRUE
               NOT AT END
                   ADD 1 TO DisputesRead
                   IF DSP-Open
                       PERFORM AgeOneDispute
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DisputeFile
       WRITE PrintLine FROM BucketHeads AFTER ADVANCING 3 LINES
       MOVE "0-30" TO PrnBucketLabel
       MOVE Count30 TO PrnBucketCount
       MOVE Total30 TO PrnBucketAmount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE
       MOVE "31-60" TO PrnBucketLabel
       MOVE Count60 TO PrnBucketCount
       MOVE Total60 TO PrnBucketAmount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE
       MOVE "61-90" TO PrnBucketLabel
       MOVE Count90 TO PrnBucketCount
       MOVE Total90 TO PrnBucketAmount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE
       MOVE "Over 90" TO PrnBucketLabel
       MOVE CountOver90 TO PrnBucketCount
       MOVE TotalOver90 TO PrnBucketAmount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE
       MOVE "END OF REPORT" TO PrnBucketLabel
       MOVE DisputesListed TO PrnBucketCount
       COMPUTE PrnBucketAmount = Total30 + Total60 + Total90 + TotalOver90
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 2 LINES
       CLOSE DisputeReport
       CLOSE CustomerFile
       DISPLAY "Open disputes aging written - disputes listed: "
           DisputesListed
       PERFORM WriteBalanceLine
       STOP RUN.

AgeOneDispute.
       SET DS-DayDifference TO TRUE
       MOVE DSP-OpenDate TO DS-Date1
       MOVE RunDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       IF DS-DateValid
           MOVE DS-Days TO DaysOpen
       ELSE
           MOVE ZERO TO DaysOpen
       END-IF
       EVALUATE TRUE
           WHEN DaysOpen <= 30
               ADD 1 TO Count30
               ADD DSP-Amount TO Total30
           WHEN DaysOpen <= 60
               ADD 1 TO Count60
               ADD DSP-Amount TO Total60
           WHEN DaysOpen <= 90
               ADD 1 TO Count90
               ADD DSP-Amount TO Total90
           WHEN OTHER
               ADD 1 TO CountOver90
               ADD DSP-Amount TO TotalOver90
       END-EVALUATE
       MOVE 'Y' TO CustExists
       MOVE DSP-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ
       IF CustExists = 'Y'
           MOVE LastName TO PrnCustName
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnCustName
       END-IF
       MOVE DSP-DisputeNum TO PrnDisputeNum
       MOVE DSP-InvoiceNum TO PrnInvoiceNum
       MOVE DSP-IDNum TO PrnCustID
       MOVE DSP-OpenDate TO PrnOpenDate
       MOVE DaysOpen TO PrnDaysOpen
       MOVE DSP-Reason TO PrnReason
       MOVE DSP-Owner TO PrnOwner
       MOVE DSP-Amount TO PrnAmount
       WRITE PrintLine FROM DisputeDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO DisputesListed.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "DISPAGE" TO BAL-Program
       MOVE "DISPAGE" TO BAL-Step
       MOVE DisputesRead TO BAL-RecordsIn
       MOVE DisputesListed TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
