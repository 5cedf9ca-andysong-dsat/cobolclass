                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD QualityReport.
01 PrintLine PIC X(80).
       02 FT-TranAddress PIC X(30).
       02 FT-TranPhone PIC X(12).
       02 FT-TranEmail PIC X(30).
       02 FT-TranCity PIC X(20).
       02 FT-TranState PIC X(2).
       02 FT-TranZip PIC X(10).

WORKING-STORAGE SECTION.
01 CustomerFileStatus PIC XX.
       02 WH-IssueCount PIC 99.
       02 WH-IssueText PIC X(40).

01 ReportHeading PIC X(49)
       VALUE "CUSTOMER DATA QUALITY AUDIT - WORST RECORDS FIRST".
01 DetailHeads PIC X(30) VALUE "IDNum  Issues Problems".
01 QualityDetailLine.
       MOVE CustAddress TO FT-TranAddress
       MOVE Phone TO FT-TranPhone
       MOVE Email TO FT-TranEmail
       MOVE CustCity TO FT-TranCity
       MOVE CustState TO FT-TranState
       MOVE CustZip TO FT-TranZip
       WRITE FixTranRecord
       ADD 1 TO FixesWritten.

